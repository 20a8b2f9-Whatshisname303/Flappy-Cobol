      *    -Event-Standings - and EVENTMRG gets one clean merged
      *    file, renumbered, holding only in-cap attempts, so
      *    flaphsm-style downstream jobs see a single kiosk's worth
      *    of truth.  Each kiosk's OPERLOG (OPERLOG1/2/3, copied in
      *    the same way) is honored too: an entrant's attempts reset
      *    by an operator raise that entrant's combined cap by the
      *    attempts the reset gave back, and a voided run still
      *    burns its attempt but is never anybody's best and never
      *    reaches EVENTMRG.  RETURN-CODE is the number of entrants
      *    caught over the cap, or 99 if the merged file could not
      *    be written.
      ******************************************************************

           environment division.
               select event-results-3 assign to "EVENTRE3"
                organization is line sequential
                file status is ev3-file-status.
               select operator-log-1 assign to "OPERLOG1"
                organization is line sequential
                file status is op1-file-status.
               select operator-log-2 assign to "OPERLOG2"
                organization is line sequential
                file status is op2-file-status.
               select operator-log-3 assign to "OPERLOG3"
                organization is line sequential
                file status is op3-file-status.
               select game-parm-file assign to "GAMEPARM"
                organization is line sequential
                file status is parm-file-status.
           file section.

           fd event-results-1.
           01 event-result-1-record pic x(36).

           fd event-results-2.
           01 event-result-2-record pic x(36).

           fd event-results-3.
           01 event-result-3-record pic x(36).

           fd operator-log-1.
           01 operator-log-1-record pic x(80).

           fd operator-log-2.
           01 operator-log-2-record pic x(80).

           fd operator-log-3.
           01 operator-log-3-record pic x(80).

           fd game-parm-file.
           01 game-parm-record pic x(40).
               05 mrg-score pic 9(4).
               05 mrg-date pic 9(8).
               05 mrg-duration pic 9(7).
               05 mrg-ruleset pic 9(4).

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

      *    One kiosk's OPERLOG line is landed here before it is
      *    judged.

           copy oper-log.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************
           01 ev1-file-status pic x(02).
           01 ev2-file-status pic x(02).
           01 ev3-file-status pic x(02).
           01 op1-file-status pic x(02).
           01 op2-file-status pic x(02).
           01 op3-file-status pic x(02).
           01 op-eof pic 9 value 0.
           01 parm-file-status pic x(02).
           01 mrg-file-status pic x(02).
           01 rpt-file-status pic x(02).
                   10 att-date pic 9(8).
                   10 att-duration pic 9(7).
                   10 att-kiosk pic 9.
                   10 att-ruleset pic 9(4).
      *    0 = counted inside the cap, 1 = over the cap.
                   10 att-over-cap pic 9.
                   10 att-voided pic 9.
           01 att-idx pic 9(4) value 0.
           01 att-overflow pic 9 value 0.
           01 att-bad-count pic 9(4) value 0.
           01 att-kiosk-no pic 9 value 0.
      *    The ruleset of the first attempt loaded; any other seen
      *    after it means the kiosks were not set up alike.
           01 att-first-ruleset pic 9(4) value 0.
           01 att-mixed-rulesets pic 9 value 0.

      *    One kiosk record is landed here before it is judged.
           01 evt-work-line.
               05 evw-score pic 9(4).
               05 evw-date pic 9(8).
               05 evw-duration pic 9(7).
               05 evw-ruleset pic 9(4).

      ******************************************************************
      *        MERGED ENTRANT TABLE
                   10 ent-initials pic x(3).
                   10 ent-attempts pic 9(3).
                   10 ent-counted pic 9(2).
      *    Attempts handed back by operator resets - added to the cap.
                   10 ent-allowance pic 9(3).
                   10 ent-best pic 9(4).
                   10 ent-flagged pic 9.
                   10 ent-taken pic 9.
           01 ent-overflow pic 9 value 0.
           01 ent-flagged-count pic 9(3) value 0.

      ******************************************************************
      *        OPERATOR VOIDS AND ATTEMPT RESETS (FROM OPERLOG1/2/3)
      *    Voids from every kiosk, whichever board they were struck
      *    from, and the resets of this event.  A log that cannot be
      *    read in full, or more lines than the tables hold, would
      *    let a voided run rank or burn a reset attempt, so either
      *    one withholds the merge like an overflowed entrant table.
      ******************************************************************

           01 vd-count pic 9(4) value 0.
           01 vd-tbl.
               05 vd-entry occurs 2000 times.
                   10 vd-initials pic x(3).
                   10 vd-score pic 9(4).
                   10 vd-date pic 9(8).
                   10 vd-duration pic 9(7).
                   10 vd-ruleset pic 9(4).
           01 vd-idx pic 9(4) value 0.
           01 atr-count pic 9(3) value 0.
           01 atr-tbl.
               05 atr-entry occurs 200 times.
                   10 atr-initials pic x(3).
                   10 atr-used-before pic 9(2).
           01 atr-idx pic 9(3) value 0.
           01 oplog-overflow pic 9 value 0.
           01 oplog-unreadable pic 9 value 0.
           01 oplog-files-read pic 9 value 0.
           01 att-voided-count pic 9(4) value 0.
           01 atr-applied-count pic 9(3) value 0.

      ******************************************************************
      *        COUNTS / REPORT BUILDING
      ******************************************************************
               move 99 to return-code
               stop run
           end-if.
           perform 0250-Load-Operator-Logs.
           perform 0300-Apply-Combined-Cap.
      *    An overflowed entrant table is missing people, so both
      *    the merged file AND the ranked board are withheld - a
      *    standings listing with a silently absent entrant is the
      *    exact failure a merge exists to remove.  The summary
      *    warning carries the story.  The same goes for operator
      *    logs this pass could not take in whole.
           if ent-overflow = 0
           and oplog-overflow = 0 and oplog-unreadable = 0
               perform 0400-Write-Merged-File
               perform 0500-Write-Standings
           end-if.
           perform 0900-Write-Summary.
           close report-file.
           if merge-failed = 1 or ent-overflow = 1
           or oplog-overflow = 1 or oplog-unreadable = 1
               move 99 to return-code
           else
               move ent-flagged-count to return-code
               move evw-date to att-date (att-count)
               move evw-duration to att-duration (att-count)
               move att-kiosk-no to att-kiosk (att-count)
      *        A kiosk file written before the ruleset tag existed
      *        has no tag - those attempts count as untagged.
               if evw-ruleset not numeric
                   move 0 to evw-ruleset
               end-if
               move evw-ruleset to att-ruleset (att-count)
               if att-count = 1
                   move evw-ruleset to att-first-ruleset
               else
                   if evw-ruleset not = att-first-ruleset
                       set att-mixed-rulesets to 1
                   end-if
               end-if
               move 0 to att-over-cap (att-count)
               move 0 to att-voided (att-count)
           end-if.

      *    Every kiosk that kept an OPERLOG has had it copied in as
      *    OPERLOG1/2/3 alongside its EVENTRES; a kiosk with none
      *    simply never voided or reset anything.
       0250-Load-Operator-Logs.
           open input operator-log-1
           if op1-file-status not = "35"
               if op1-file-status not = "00"
                   set oplog-unreadable to 1
               else
                   add 1 to oplog-files-read
                   move 0 to op-eof
                   perform until op-eof = 1
                       read operator-log-1
                           at end
                               set op-eof to 1
                           not at end
                               move operator-log-1-record
                                to operator-log-record
                               perform 0260-Stash-Operator-Line
                       end-read
                   end-perform
                   if op1-file-status not = "10"
                       set oplog-unreadable to 1
                   end-if
                   close operator-log-1
               end-if
           end-if
           open input operator-log-2
           if op2-file-status not = "35"
               if op2-file-status not = "00"
                   set oplog-unreadable to 1
               else
                   add 1 to oplog-files-read
                   move 0 to op-eof
                   perform until op-eof = 1
                       read operator-log-2
                           at end
                               set op-eof to 1
                           not at end
                               move operator-log-2-record
                                to operator-log-record
                               perform 0260-Stash-Operator-Line
                       end-read
                   end-perform
                   if op2-file-status not = "10"
                       set oplog-unreadable to 1
                   end-if
                   close operator-log-2
               end-if
           end-if
           open input operator-log-3
           if op3-file-status not = "35"
               if op3-file-status not = "00"
                   set oplog-unreadable to 1
               else
                   add 1 to oplog-files-read
                   move 0 to op-eof
                   perform until op-eof = 1
                       read operator-log-3
                           at end
                               set op-eof to 1
                           not at end
                               move operator-log-3-record
                                to operator-log-record
                               perform 0260-Stash-Operator-Line
                       end-read
                   end-perform
                   if op3-file-status not = "10"
                       set oplog-unreadable to 1
                   end-if
                   close operator-log-3
               end-if
           end-if.

       0260-Stash-Operator-Line.
           evaluate ol-action
               when "VOID"
                   if olv-score numeric and olv-run-date numeric
                   and olv-duration numeric and olv-ruleset numeric
                       if vd-count >= 2000
                           set oplog-overflow to 1
                       else
                           add 1 to vd-count
                           move olv-initials to vd-initials (vd-count)
                           move olv-score to vd-score (vd-count)
                           move olv-run-date to vd-date (vd-count)
                           move olv-duration to vd-duration (vd-count)
                           move olv-ruleset to vd-ruleset (vd-count)
                       end-if
                   end-if
               when "ATTRESET"
                   if olr-event-id = mev-event-id
                   and olr-used-before numeric
                       if atr-count >= 200
                           set oplog-overflow to 1
                       else
                           add 1 to atr-count
                           move olr-initials to atr-initials (atr-count)
                           move olr-used-before
                            to atr-used-before (atr-count)
                       end-if
                   end-if
           end-evaluate.

      *    The whole point of the merge: the cap burns against the
      *    entrant's COMBINED attempts in merge order, so the fourth
      *    attempt of a three-attempt event is over the cap no
      *    matter which machine it was flown on.  Over-cap attempts
      *    keep their line on the report but never touch the best.
      *    Operator resets raise the entrant's cap by what they gave
      *    back; a voided run counts against the cap like any other
      *    attempt flown, but never touches the best either.
       0300-Apply-Combined-Cap.
           perform varying att-idx from 1 by 1
            until att-idx > att-count
               if ent-found-idx = 0
                   set ent-overflow to 1
               else
                   perform 0320-Check-Voided-Attempt
                   add 1 to ent-attempts (ent-found-idx)
                   if ent-counted (ent-found-idx)
                    >= mev-attempt-limit + ent-allowance (ent-found-idx)
                       move 1 to att-over-cap (att-idx)
                       if ent-flagged (ent-found-idx) = 0
                           move 1 to ent-flagged (ent-found-idx)
                       add 1 to ent-counted (ent-found-idx)
                       if att-score (att-idx)
                        > ent-best (ent-found-idx)
                       and att-voided (att-idx) = 0
                           move att-score (att-idx)
                            to ent-best (ent-found-idx)
                       end-if
               move 0 to ent-best (ent-found-idx)
               move 0 to ent-flagged (ent-found-idx)
               move 0 to ent-taken (ent-found-idx)
               move 0 to ent-allowance (ent-found-idx)
               perform varying atr-idx from 1 by 1
                until atr-idx > atr-count
                   if atr-initials (atr-idx) = att-initials (att-idx)
                       add atr-used-before (atr-idx)
                        to ent-allowance (ent-found-idx)
                       add 1 to atr-applied-count
                   end-if
               end-perform
           end-if.

       0320-Check-Voided-Attempt.
           perform varying vd-idx from 1 by 1
            until vd-idx > vd-count or att-voided (att-idx) = 1
               if vd-initials (vd-idx) = att-initials (att-idx)
               and vd-score (vd-idx) = att-score (att-idx)
               and vd-date (vd-idx) = att-date (att-idx)
               and vd-duration (vd-idx) = att-duration (att-idx)
               and vd-ruleset (vd-idx) = att-ruleset (att-idx)
                   move 1 to att-voided (att-idx)
                   add 1 to att-voided-count
               end-if
           end-perform.

      *    One clean file, renumbered 1-up per entrant, in-cap
      *    attempts only - what a single honest kiosk would have
      *    written had the whole event run on one machine.  A voided
      *    run is left out, so nothing downstream can rank it.
       0400-Write-Merged-File.
           open output merged-file.
           if mrg-file-status not = "00"
           perform varying att-idx from 1 by 1
            until att-idx > att-count or merge-failed = 1
               if att-over-cap (att-idx) = 0
               and att-voided (att-idx) = 0
                   perform 0310-Find-Merged-Entrant
                   add 1 to ent-counted (ent-found-idx)
                   move mev-event-id to mrg-event-id
                   move att-score (att-idx) to mrg-score
                   move att-date (att-idx) to mrg-date
                   move att-duration (att-idx) to mrg-duration
                   move att-ruleset (att-idx) to mrg-ruleset
                   write merged-record
                   if mrg-file-status not = "00"
                       perform 0410-Flag-Merge-Failure
                       add 1 to mrg-written-count
                   end-if
               else
                   if att-over-cap (att-idx) = 1
                       add 1 to mrg-dropped-count
                   end-if
               end-if
           end-perform
           close merged-file.
                        delimited by size into rpt-line (28:)
                       end-string
                   end-if
                   if ent-allowance (ent-best-idx) > 0
                       string "  +" ent-allowance (ent-best-idx)
                        " BY OPERATOR RESET"
                        delimited by size into rpt-line (45:)
                       end-string
                   end-if
                   move rpt-line to report-record
                   write report-record
               end-if
            delimited by size into report-record
           end-string
           write report-record
           move att-voided-count to rpt-count-disp
           string "VOIDED ATTEMPTS  . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move atr-applied-count to rpt-count-disp
           string "ATTEMPT RESETS APPLIED . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move att-bad-count to rpt-count-disp
           string "UNREADABLE RECORDS . . . " rpt-count-disp
            delimited by size into report-record
                to report-record
               write report-record
           end-if.
           if oplog-unreadable = 1
               move "WARNING: AN OPERLOG COULD NOT BE READ - MERGE"
                to report-record
               write report-record
               move "         WITHHELD - NOTHING WRITTEN"
                to report-record
               write report-record
           end-if.
           if oplog-overflow = 1
               move "WARNING: OVER 2000 VOIDS OR 200 RESETS IN THE"
                to report-record
               write report-record
               move "         OPERLOGS - MERGE WITHHELD"
                to report-record
               write report-record
           end-if.
           if att-mixed-rulesets = 1
               move "WARNING: KIOSKS FLEW THIS EVENT UNDER DIFFERENT"
                to report-record
               write report-record
               move "         RULESETS - SCORES ARE NOT LIKE FOR LIKE"
                to report-record
               write report-record
           end-if.
