      ******************************************************************
      *    PUBLIC LEADERBOARD FEED RECORD LAYOUT
      *    PUBFEED is the one file the venue's lobby signage and web
      *    page take the boards from, written whole by flappub.  Every
      *    line is 80 bytes and starts with its record type:
      *        HD  header - always the first line
      *        HS  HISCORE leaderboard, top five per ruleset
      *        SE  current month's SEASON standings, top five per
      *            ruleset
      *        EV  current event standings, every entrant
      *        CH  recent SEASARCH monthly champions
      *        RV  top VERSUS rivalries by races run
      *        TR  trailer - always the last line
      *    The trailer repeats the header's generation stamp and
      *    carries the count of every record type and of the file as
      *    a whole, header and trailer included, so a receiver can
      *    reject a file that arrives cut short.  Scores are only ever
      *    published once the replay verifier has certified them, and
      *    never when an operator has voided the run.
      ******************************************************************

           01 pub-feed-record.
               05 pbf-rec-type pic x(2).
               05 pbf-body pic x(78).

           01 pub-header-record.
               05 pbh-rec-type pic x(2).
               05 pbh-feed-id pic x(8).
               05 pbh-layout-version pic 9(2).
               05 pbh-gen-date pic 9(8).
               05 pbh-gen-time pic 9(6).
               05 pbh-season-month pic 9(6).
               05 pbh-event-id pic x(8).
               05 filler pic x(40).

           01 pub-hiscore-record.
               05 pbs-rec-type pic x(2).
               05 pbs-ruleset pic 9(4).
               05 pbs-rank pic 9(2).
               05 pbs-initials pic x(3).
               05 pbs-score pic 9(4).
               05 pbs-date pic 9(8).
               05 pbs-duration pic 9(7).
               05 filler pic x(50).

           01 pub-season-record.
               05 pbe-rec-type pic x(2).
               05 pbe-month pic 9(6).
               05 pbe-ruleset pic 9(4).
               05 pbe-rank pic 9(2).
               05 pbe-initials pic x(3).
               05 pbe-best pic 9(4).
               05 pbe-runs pic 9(5).
               05 filler pic x(54).

      *    Status is LIVE while the event is still being flown and
      *    FINAL once its prizes have been paid out (PAYVOUCH).
           01 pub-event-record.
               05 pbv-rec-type pic x(2).
               05 pbv-event-id pic x(8).
               05 pbv-status pic x(5).
               05 pbv-rank pic 9(3).
               05 pbv-initials pic x(3).
               05 pbv-best pic 9(4).
               05 pbv-attempts pic 9(3).
               05 pbv-attempt-limit pic 9(2).
               05 filler pic x(50).

           01 pub-champion-record.
               05 pbc-rec-type pic x(2).
               05 pbc-month pic 9(6).
               05 pbc-ruleset pic 9(4).
               05 pbc-initials pic x(3).
               05 pbc-best pic 9(4).
               05 pbc-runs pic 9(5).
               05 filler pic x(56).

           01 pub-rivalry-record.
               05 pbr-rec-type pic x(2).
               05 pbr-rank pic 9(2).
               05 pbr-ini-a pic x(3).
               05 pbr-wins-a pic 9(4).
               05 pbr-ties pic 9(4).
               05 pbr-wins-b pic 9(4).
               05 pbr-ini-b pic x(3).
               05 pbr-races pic 9(5).
               05 filler pic x(53).

           01 pub-trailer-record.
               05 pbt-rec-type pic x(2).
               05 pbt-feed-id pic x(8).
               05 pbt-gen-date pic 9(8).
               05 pbt-gen-time pic 9(6).
               05 pbt-hiscore-count pic 9(5).
               05 pbt-season-count pic 9(5).
               05 pbt-event-count pic 9(5).
               05 pbt-champion-count pic 9(5).
               05 pbt-rivalry-count pic 9(5).
               05 pbt-total-count pic 9(7).
               05 filler pic x(24).
