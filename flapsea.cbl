      *    flapper appends one SEASON line per eligible run under its
      *    yyyymm month and only ever reads the current month back.
      *    This job closes everything older: each finished month's
      *    final standings (best score per player, ranked within each
      *    ruleset the month was flown under) go to the SEASARCH
      *    archive, the SEASON file is rewritten holding the
      *    current month only, and SEASRPT summarizes the close for
      *    the operator.  Run it any time after month-end - months
      *    are detected from the records, so a skipped month closes
      *    late rather than never.  A run the operator voided on the
      *    kiosk (OPERLOG) is left out of the standings - it leaves
      *    SEASON with the rest of its month, but places nobody.
      *    RETURN-CODE is the number of seasons closed, or 99 when
      *    SEASON could not be rewritten or a close was held back
      *    because OPERLOG could not say which runs were voided.
      ******************************************************************

           environment division.
               select archive-file assign to "SEASARCH"
                organization is line sequential
                file status is arc-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is op-file-status.
               select report-file assign to "SEASRPT"
                organization is line sequential
                file status is rpt-file-status.

           copy sea-standing.

           fd operator-log-file.

           copy oper-log.

           fd report-file.
           01 report-record pic x(80).

           01 sea-file-status pic x(02).
           01 arc-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 op-file-status pic x(02).
           01 sea-eof pic 9 value 0.

      ******************************************************************
                   10 rol-score pic 9(4).
                   10 rol-date pic 9(8).
                   10 rol-duration pic 9(7).
                   10 rol-ruleset pic 9(4).
                   10 rol-voided pic 9.
           01 rol-idx pic 9(5) value 0.
           01 rol-overflow pic 9 value 0.
           01 rol-bad-count pic 9(5) value 0.

      ******************************************************************
      *        OPERATOR VOIDS
      *    Every VOID line in OPERLOG.  A log that cannot be read in
      *    full, or holds more voids than the table, would let a
      *    voided run place, so either one downgrades the pass to
      *    report-only like an overflowed SEASON table.
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
           01 rol-voided-count pic 9(5) value 0.

      ******************************************************************
      *        MONTHS TO CLOSE
      ******************************************************************
           01 std-tbl.
               05 std-entry occurs 50 times.
                   10 std-initials pic x(3).
                   10 std-ruleset pic 9(4).
                   10 std-best pic 9(4).
                   10 std-runs pic 9(5).
                   10 std-taken pic 9.
           01 std-found-idx pic 9(2) value 0.
           01 std-best-idx pic 9(2) value 0.
           01 std-rank pic 9(2) value 0.
           01 std-place pic 9(2) value 0.
           01 std-last-ruleset pic 9(4) value 0.
           01 std-overflow pic 9 value 0.

      ******************************************************************
           write report-record.
           move spaces to report-record.
           write report-record.
           perform 0150-Load-Operator-Voids.
           perform 0100-Load-Season-File.
           perform 0200-Collect-Stale-Months.
      *    With the table overflowed the file holds records this
      *    throw them away - the pass downgrades to report-only.
           if mon-count > 0 and rol-overflow = 0
           and mon-overflow = 0
           and vd-overflow = 0 and vd-unreadable = 0
               open extend archive-file
               if arc-file-status = "35"
                   open output archive-file
           end-if.
           perform 0900-Write-Report.
           close report-file.
      *    A close held back for want of the voids is a failure,
      *    not "nothing to close" - flapjob must rerun it this month.
           evaluate true
               when rewrite-failed = 1
                   move 99 to return-code
               when mon-count > 0
                and (vd-unreadable = 1 or vd-overflow = 1)
                   move 99 to return-code
               when other
                   move rol-months-closed to return-code
           end-evaluate.
           stop run.

       0100-Load-Season-File.
               move sea-score to rol-score (rol-count)
               move sea-date to rol-date (rol-count)
               move sea-duration to rol-duration (rol-count)
      *        A line written before the ruleset tag existed has no
      *        tag - it belongs with the other untagged scores.
               if sea-ruleset numeric
                   move sea-ruleset to rol-ruleset (rol-count)
               else
                   move 0 to rol-ruleset (rol-count)
               end-if
               move 0 to rol-voided (rol-count)
               perform varying vd-idx from 1 by 1
                until vd-idx > vd-count or rol-voided (rol-count) = 1
                   if vd-initials (vd-idx) = sea-initials
                   and vd-score (vd-idx) = sea-score
                   and vd-date (vd-idx) = sea-date
                   and vd-duration (vd-idx) = sea-duration
                   and vd-ruleset (vd-idx) = rol-ruleset (rol-count)
                       move 1 to rol-voided (rol-count)
                   end-if
               end-perform
           end-if
           end-if.

      *    No OPERLOG means nothing was ever voided.  Voids are read
      *    whichever board they were struck from - a run is the same
      *    run on all of them.
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

      *    Every distinct month in the file older than the current
      *    one is a season waiting to be closed - normally just last
      *    month, but a rollover skipped over the holidays closes
           perform varying rol-idx from 1 by 1
            until rol-idx > rol-count
               if rol-month (rol-idx) = mon-closing
                   if rol-voided (rol-idx) = 1
                       add 1 to rol-voided-count
                   else
                       perform 0310-Tally-Player
                   end-if
               end-if
           end-perform
           if std-overflow = 1
           perform varying std-idx from 1 by 1
            until std-idx > std-count
               if std-initials (std-idx) = rol-initials (rol-idx)
               and std-ruleset (std-idx) = rol-ruleset (rol-idx)
                   move std-idx to std-found-idx
               end-if
           end-perform
                   move std-count to std-found-idx
                   move rol-initials (rol-idx)
                    to std-initials (std-found-idx)
                   move rol-ruleset (rol-idx)
                    to std-ruleset (std-found-idx)
                   move 0 to std-best (std-found-idx)
                   move 0 to std-runs (std-found-idx)
                   move 0 to std-taken (std-found-idx)
           end-if.

      *    Straight selection in rank order - fifty players at most,
      *    once a month, so simple beats clever.  A player is ranked
      *    separately under each ruleset flown that month, and
      *    the rulesets come out lowest id first with the places
      *    starting again at 1 for each, so a promo weekend's soft
      *    scores never push a competition score down the table.
      *    One fixed-layout standings record per player per ruleset
      *    (sea-standing.cpy), so the career report can read the
      *    season back without a human interpreting a listing.
       0320-Write-Standings-Lines.
           move 0 to std-place
           perform varying std-rank from 1 by 1
            until std-rank > std-count
               move 0 to std-best-idx
                       if std-best-idx = 0
                           move std-idx to std-best-idx
                       else
                           if std-ruleset (std-idx)
                            < std-ruleset (std-best-idx)
                           or (std-ruleset (std-idx)
                            = std-ruleset (std-best-idx)
                           and std-best (std-idx)
                            > std-best (std-best-idx))
                               move std-idx to std-best-idx
                           end-if
                       end-if
               end-perform
               if std-best-idx not = 0
                   move 1 to std-taken (std-best-idx)
                   if std-place = 0
                   or std-ruleset (std-best-idx) not = std-last-ruleset
                       move 0 to std-place
                       move std-ruleset (std-best-idx)
                        to std-last-ruleset
                   end-if
                   add 1 to std-place
                   move mon-closing to sst-month
                   move std-place to sst-rank
                   move std-initials (std-best-idx) to sst-initials
                   move std-best (std-best-idx) to sst-best
                   move std-runs (std-best-idx) to sst-runs
                   move std-ruleset (std-best-idx) to sst-ruleset
                   write season-standing-record
               end-if
           end-perform.
                       move rol-score (rol-idx) to sea-score
                       move rol-date (rol-idx) to sea-date
                       move rol-duration (rol-idx) to sea-duration
                       move rol-ruleset (rol-idx) to sea-ruleset
                       write season-record
                       if sea-file-status not = "00"
                           perform 0410-Flag-Rewrite-Failure
            delimited by size into report-record
           end-string
           write report-record
           move rol-voided-count to rpt-count-disp
           string "VOIDED RUNS LEFT OUT . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move rol-bad-count to rpt-count-disp
           string "UNREADABLE LINES . . . . " rpt-count-disp
            delimited by size into report-record
                to report-record
               write report-record
           end-if
           if vd-unreadable = 1
               move "WARNING: OPERLOG UNREADABLE - VOIDS NOT KNOWN, SO"
                to report-record
               write report-record
               move "         FILE LEFT UNTOUCHED - NOTHING CLOSED"
                to report-record
               write report-record
           end-if
           if vd-overflow = 1
               move "WARNING: OVER 2000 OPERLOG VOIDS - FILE LEFT"
                to report-record
               write report-record
               move "         UNTOUCHED - NOTHING CLOSED THIS PASS"
                to report-record
               write report-record
           end-if
           if mon-overflow = 1
               move "WARNING: OVER 24 DISTINCT STALE MONTHS - FILE"
                to report-record
