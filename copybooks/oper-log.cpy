      ******************************************************************
      *    OPERATOR LOG RECORD LAYOUT
      *    One OPERLOG line per thing done on the kiosk's PIN-guarded
      *    operator screen, appended by flapper the moment it is done:
      *      SIGNON   - correct PIN keyed;
      *      PINFAIL  - wrong PIN keyed;
      *      LOCKOUT  - third wrong PIN, operator mode shut off
      *                 until the kiosk is restarted;
      *      SIGNOFF  - operator left (or walked away from) the
      *                 screen - the reason is in ol-body;
      *      CHKDISC  - a checkpointed run thrown away unbooked;
      *      VOID     - a leaderboard run struck out;
      *      ATTRESET - a tournament entrant's attempts set back
      *                 to zero.
      *    The last three carry the before-values below.  OPERLOG
      *    is permanent: it is what flapper, flaphsm, flaprcv,
      *    flapsea and flapmrg read the voids and resets back from,
      *    so trimming it would reinstate every run it struck out.
      *    The one rewrite it gets is flapcor carrying a retired
      *    player's initials over to the ones kept.
      *    Reason codes on a VOID: CH cheat, MF machine fault,
      *    ST staff test run, DS disputed.
      ******************************************************************

           01 operator-log-record.
               05 ol-date pic 9(8).
               05 ol-time pic 9(6).
               05 ol-action pic x(8).
               05 ol-reason pic x(2).
               05 ol-body pic x(56).
      *    VOID - the run struck out.  A run is known everywhere it
      *    was written by initials, score, run date, duration and
      *    ruleset together; the board it was picked from (HISCORE,
      *    SEASON or EVENTRES) and the HISCORE key are for the
      *    reader of the log.
               05 ol-void redefines ol-body.
                   10 olv-board pic x(8).
                   10 olv-initials pic x(3).
                   10 olv-score pic 9(4).
                   10 olv-run-date pic 9(8).
                   10 olv-duration pic 9(7).
                   10 olv-ruleset pic 9(4).
                   10 olv-seq-no pic 9(6).
                   10 filler pic x(16).
      *    CHKDISC - the run thrown away: RESTORED (resumed on screen
      *    and stopped there) or FILE (still sitting in CHECKPT).
               05 ol-checkpoint redefines ol-body.
                   10 olc-source pic x(8).
                   10 olc-initials pic x(3).
                   10 olc-score pic 9(4).
                   10 olc-score2 pic 9(4).
                   10 olc-two-player pic 9.
                   10 olc-practice-used pic 9.
                   10 olc-game-clock pic 9(7).
                   10 olc-run-start-clock pic 9(7).
                   10 filler pic x(21).
      *    ATTRESET - attempts counted against the cap before the
      *    reset, attempts flown in all, and the cap in force.
               05 ol-reset redefines ol-body.
                   10 olr-event-id pic x(8).
                   10 olr-initials pic x(3).
                   10 olr-used-before pic 9(2).
                   10 olr-flown pic 9(2).
                   10 olr-limit pic 9(2).
                   10 filler pic x(39).
