      ******************************************************************
      *    CERTIFICATION REGISTER RECORD LAYOUT
      *    One CERTREG line per vaulted run flapcrt has judged, keyed
      *    the same way the vault is (date, time, initials) and
      *    carrying the claimed score, the boards it was claimed on,
      *    the score the simulation produced and the verdict: PASS,
      *    FAIL or UNUSABLE.  The register is permanent - a line
      *    outlives the vaulted replay it judged - so the prize and
      *    publishing jobs can ask whether a score was ever proven.
      ******************************************************************

           01 certification-record.
               05 crt-date pic 9(8).
               05 crt-time pic 9(6).
               05 crt-initials pic x(3).
               05 crt-score pic 9(4).
               05 crt-on-hiscore pic 9.
               05 crt-on-season pic 9.
               05 crt-event-id pic x(8).
               05 crt-verdict pic x(8).
               05 crt-sim-score pic 9(4).
               05 crt-reason pic x(16).
               05 crt-certified-on pic 9(8).
