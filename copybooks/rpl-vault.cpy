      ******************************************************************
      *    REPLAY VAULT RECORD LAYOUTS
      *    RPLVAULT keeps one block per board-qualifying run: an "H"
      *    header keyed by the run's date, time and initials - with
      *    the boards it landed on and the physics it was flown
      *    under and the ruleset id that stands for it - then the
      *    run's REPLAY lines copied across verbatim (S, F and P
      *    records, same layout as REPLAY).
      *    Written by flapper's 0470-Vault-Replay; certified and
      *    purged overnight by flapcrt.
      ******************************************************************

           01 vault-header-record.
               05 vlh-rec-type pic x.
               05 vlh-date pic 9(8).
               05 vlh-time pic 9(6).
               05 vlh-initials pic x(3).
               05 vlh-score pic 9(4).
               05 vlh-duration pic 9(7).
               05 vlh-on-hiscore pic 9.
               05 vlh-on-season pic 9.
               05 vlh-event-id pic x(8).
               05 vlh-gravity pic 99v99.
               05 vlh-xvel-base pic 9(4)v9(4).
               05 vlh-pipe-space pic 9(4).
               05 vlh-collide-tol pic 9(4).
               05 vlh-line-count pic 9(6).
               05 vlh-ruleset pic 9(4).

           01 vault-replay-record.
               05 vlr-rec-type pic x.
               05 vlr-rec-clock pic 9(7).
               05 vlr-rec-player pic 9.
               05 vlr-rec-height pic 9(4).
