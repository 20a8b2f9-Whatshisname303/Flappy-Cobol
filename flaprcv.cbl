      *    dropping it.  This job is the repair crew: every parked
      *    record is re-applied to HISCORE under a fresh sequence
      *    number past the file's current hs-next-seq, a record whose
      *    score no longer beats its ruleset's best is skipped with its
      *    reason on the report (HISCORE is a best-of list and a
      *    stale parked score would poison it), a record of a run the
      *    operator has since voided (OPERLOG) is skipped the same
      *    way and never lands, and HSRECOVR is emptied only after
      *    every record has a confirmed final disposition - so no
      *    operator ever hand-edits an indexed file again.  RCVRPT
      *    says what was done.  RETURN-CODE is 0 on a clean pass
      *    and 99 if anything failed to land or the pass was
      *    withheld, in which case HSRECOVR is left exactly as it
      *    was found.
      ******************************************************************

           environment division.
               select recovery-file assign to "HSRECOVR"
                organization is line sequential
                file status is hsr-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is op-file-status.
               select report-file assign to "RCVRPT"
                organization is line sequential
                file status is rpt-file-status.
               05 hs-date pic 9(8).
               05 hs-duration pic 9(7).
               05 hs-initials pic x(3).
               05 hs-ruleset pic 9(4).

           fd recovery-file.
           01 recovery-record.
               05 hsr-date pic 9(8).
               05 hsr-duration pic 9(7).
               05 hsr-initials pic x(3).
               05 hsr-ruleset pic 9(4).

           fd operator-log-file.

           copy oper-log.

           fd report-file.
           01 report-record pic x(80).
           01 hs-file-status pic x(02).
           01 hsr-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 op-file-status pic x(02).
           01 hs-eof pic 9 value 0.
           01 hsr-eof pic 9 value 0.
           01 fold-failed pic 9 value 0.
                   10 rcv-date pic 9(8).
                   10 rcv-duration pic 9(7).
                   10 rcv-initials pic x(3).
                   10 rcv-ruleset pic 9(4).
      *    0 = write attempted and failed, 1 = landed in HISCORE,
      *    2 = skipped on merit, 3 = skipped as voided.
                   10 rcv-disposition pic 9.
                   10 rcv-new-seq pic 9(6).
           01 rcv-idx pic 9(3) value 0.
      *    overflowed pass.
           01 rcv-read-count pic 9(5) value 0.

      ******************************************************************
      *        OPERATOR VOIDS
      *    Every VOID line in OPERLOG.  A log that cannot be read in
      *    full, or holds more voids than the table, withholds the
      *    pass - folding back blind could land a voided run.
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
           01 vd-overflow pic 9 value 0.
           01 vd-unreadable pic 9 value 0.
           01 vd-lookup-initials pic x(3) value spaces.
           01 vd-lookup-score pic 9(4) value 0.
           01 vd-lookup-date pic 9(8) value 0.
           01 vd-lookup-duration pic 9(7) value 0.
           01 vd-lookup-ruleset pic 9(4) value 0.
           01 vd-voided pic 9 value 0.
           01 rcv-voided-count pic 9(3) value 0.

      ******************************************************************
      *        HISCORE STATE
      ******************************************************************

      *    HISCORE is a best-of list per ruleset - flapper only
      *    writes a score that beats the best flown under the same
      *    settings - so the best is held per ruleset id, one slot
      *    per possible id (0 through 9999, slot = id + 1).
           01 rcv-best-score pic 9(4) value 0.
           01 rbs-tbl value zeros.
               05 rbs-best pic 9(4) occurs 10000 times.
           01 rbs-idx pic 9(5) value 0.
           01 rcv-next-seq pic 9(6) value 1.
           01 rcv-folded-count pic 9(3) value 0.
           01 rcv-skipped-count pic 9(3) value 0.
           procedure division.

           perform 0010-Open-Files.
           perform 0150-Load-Operator-Voids.
           perform 0100-Load-Parked-Records.
           perform 0200-Scan-High-Scores.
           if rcv-overflow = 0 and vd-overflow = 0
           and vd-unreadable = 0
               perform 0300-Fold-Back-Records
           end-if.
           if rcv-overflow = 0 and vd-overflow = 0
           and vd-unreadable = 0 and fold-failed = 0
               perform 0400-Empty-Recovery-File
           end-if.
           perform 0900-Write-Report.
           close high-score-file.
           close report-file.
           if fold-failed = 1 or rcv-overflow = 1
           or vd-overflow = 1 or vd-unreadable = 1
               move 99 to return-code
           else
               move 0 to return-code
               move hsr-date to rcv-date (rcv-count)
               move hsr-duration to rcv-duration (rcv-count)
               move hsr-initials to rcv-initials (rcv-count)
      *        A line parked before the ruleset tag existed has no
      *        tag - it belongs with the other untagged scores.
               if hsr-ruleset numeric
                   move hsr-ruleset to rcv-ruleset (rcv-count)
               else
                   move 0 to rcv-ruleset (rcv-count)
               end-if
               move 0 to rcv-disposition (rcv-count)
               move 0 to rcv-new-seq (rcv-count)
           end-if
           end-if.

      *    No OPERLOG means nothing was ever voided.
       0150-Load-Operator-Voids.
           open input operator-log-file.
           if op-file-status = "35"
               exit paragraph
           end-if.
           if op-file-status not = "00"
               set vd-unreadable to 1
               exit paragraph
           end-if.
           perform until op-file-status not = "00"
               read operator-log-file
                   at end
                       continue
                   not at end
                       if ol-action = "VOID"
                       and olv-score numeric
                       and olv-run-date numeric
                       and olv-duration numeric
                       and olv-ruleset numeric
                           perform 0160-Stash-Operator-Void
                       end-if
               end-read
           end-perform.
           if op-file-status not = "10"
               set vd-unreadable to 1
           end-if.
           close operator-log-file.

       0160-Stash-Operator-Void.
           if vd-count >= 2000
               set vd-overflow to 1
           else
               add 1 to vd-count
               move olv-initials to vd-initials (vd-count)
               move olv-score to vd-score (vd-count)
               move olv-run-date to vd-date (vd-count)
               move olv-duration to vd-duration (vd-count)
               move olv-ruleset to vd-ruleset (vd-count)
           end-if.

      *    Sets vd-voided when the run in the vd-lookup fields is one
      *    the operator struck out.
       0170-Check-Void.
           move 0 to vd-voided
           perform varying vd-idx from 1 by 1
            until vd-idx > vd-count or vd-voided = 1
               if vd-initials (vd-idx) = vd-lookup-initials
               and vd-score (vd-idx) = vd-lookup-score
               and vd-date (vd-idx) = vd-lookup-date
               and vd-duration (vd-idx) = vd-lookup-duration
               and vd-ruleset (vd-idx) = vd-lookup-ruleset
                   set vd-voided to 1
               end-if
           end-perform.

      *    Same full pass flapper's 0021-Load-High-Scores makes at
      *    startup: each ruleset's best score decides which parked
      *    records still deserve a place, and the highest sequence
      *    number decides where fresh ones start.  A voided record
      *    the kiosk could not delete sets no best, as it sets none
      *    on the kiosk's board.
       0200-Scan-High-Scores.
           perform until hs-eof = 1
               read high-score-file next record
                       if hs-seq-no + 1 > rcv-next-seq
                           compute rcv-next-seq = hs-seq-no + 1
                       end-if
                       move hs-initials to vd-lookup-initials
                       move hs-score to vd-lookup-score
                       move hs-date to vd-lookup-date
                       move hs-duration to vd-lookup-duration
                       move hs-ruleset to vd-lookup-ruleset
                       perform 0170-Check-Void
                       compute rbs-idx = hs-ruleset + 1
                       if hs-score > rbs-best (rbs-idx)
                       and vd-voided = 0
                           move hs-score to rbs-best (rbs-idx)
                       end-if
               end-read
           end-perform.

      *    Records are taken in the order they were parked.  Each
      *    one that still beats its ruleset's best goes in under the
      *    next fresh sequence number - and then BECOMES the best,
      *    so two parked records from the same bad night are judged
      *    against each other too, exactly as they would have been
       0300-Fold-Back-Records.
           perform varying rcv-idx from 1 by 1
            until rcv-idx > rcv-count
               move rcv-initials (rcv-idx) to vd-lookup-initials
               move rcv-score (rcv-idx) to vd-lookup-score
               move rcv-date (rcv-idx) to vd-lookup-date
               move rcv-duration (rcv-idx) to vd-lookup-duration
               move rcv-ruleset (rcv-idx) to vd-lookup-ruleset
               perform 0170-Check-Void
               compute rbs-idx = rcv-ruleset (rcv-idx) + 1
               move rbs-best (rbs-idx) to rcv-best-score
               evaluate true
                   when vd-voided = 1
                       move 3 to rcv-disposition (rcv-idx)
                       add 1 to rcv-voided-count
                   when rcv-score (rcv-idx) > rcv-best-score
                       perform 0310-Apply-One-Record
                   when other
                       move 2 to rcv-disposition (rcv-idx)
                       add 1 to rcv-skipped-count
               end-evaluate
           end-perform.

      *    Same one-retry stance as flapper's 0410: a duplicate-key
           move rcv-date (rcv-idx) to hs-date
           move rcv-duration (rcv-idx) to hs-duration
           move rcv-initials (rcv-idx) to hs-initials
           move rcv-ruleset (rcv-idx) to hs-ruleset
           write high-score-record
               invalid key continue
           end-write
           if hs-file-status = "00"
               move 1 to rcv-disposition (rcv-idx)
               move hs-seq-no to rcv-new-seq (rcv-idx)
               move rcv-score (rcv-idx) to rbs-best (rbs-idx)
               compute rcv-next-seq = hs-seq-no + 1
               add 1 to rcv-folded-count
           else
            delimited by size into report-record
           end-string
           write report-record
           move rcv-voided-count to rpt-count-disp
           string "RECORDS VOIDED . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move rcv-bad-count to rpt-count-disp
           string "UNREADABLE LINES . . . . " rpt-count-disp
            delimited by size into report-record
      *    On an overflowed pass nothing was attempted, so per
      *    -record dispositions would only mislead - the warning
      *    below is the whole story.
           if rcv-overflow = 0 and vd-overflow = 0
           and vd-unreadable = 0
               perform 0910-Write-Detail-Section
           end-if
           move spaces to report-record
                   move "         FOLDED BACK - HSRECOVR UNTOUCHED"
                    to report-record
                   write report-record
               when vd-unreadable = 1
                   move "WARNING: OPERLOG UNREADABLE - NOTHING FOLDED"
                    to report-record
                   write report-record
                   move "         BACK - HSRECOVR UNTOUCHED"
                    to report-record
                   write report-record
               when vd-overflow = 1
                   move "WARNING: OVER 2000 OPERLOG VOIDS - NOTHING"
                    to report-record
                   write report-record
                   move "         FOLDED BACK - HSRECOVR UNTOUCHED"
                    to report-record
                   write report-record
               when fold-failed = 1
                   move "PASS FAILED - HSRECOVR LEFT AS FOUND SO NO"
                    to report-record
                        delimited by size into rpt-line (20:)
                       end-string
                   when 2
                       string "SKIPPED - DOES NOT BEAT RULESET BEST"
                        delimited by size into rpt-line (20:)
                       end-string
                   when 3
                       string "SKIPPED - VOIDED BY OPERATOR"
                        delimited by size into rpt-line (20:)
                       end-string
                   when other
