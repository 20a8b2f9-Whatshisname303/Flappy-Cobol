           identification division.
           program-id. flaprul.

      ******************************************************************
      *    BOARDS BY RULESET REPORT
      *    flapper fingerprints the settings GAMEPARM left in force
      *    at startup into RULESETS (0012-Register-Ruleset) and tags
      *    every score it writes with that ruleset's id, so a score
      *    flown on a soft promo file can be told apart from one
      *    flown under competition settings.  This job prints RULRPT
      *    with the boards broken out by ruleset: for each one, the
      *    settings it stands for, its HISCORE leaderboard - the top
      *    five, exactly as the kiosk shows it while that ruleset is
      *    in force - and the current month's SEASON standings (best
      *    score per player, ranked), plus how many EVENTRES attempts
      *    were flown under it.  Scores written before the tag
      *    existed carry ruleset 0 and are listed under BEFORE
      *    RULESETS.  A missing file is an empty board.  A run an
      *    operator voided on the kiosk (OPERLOG) is counted under
      *    its ruleset but kept off both boards, as the kiosk does.
      *    RETURN-CODE: 0 clean, 4 a score tagged with an id that
      *    RULESETS does not hold, unreadable lines, or a table that
      *    filled up, 8 a board file or OPERLOG that is there but
      *    would not open or read.
      ******************************************************************

           environment division.
           input-output section.
           file-control.
               select ruleset-file assign to "RULESETS"
                organization is line sequential
                file status is rs-file-status.
               select high-score-file assign to "HISCORE"
                organization is indexed
                access mode is dynamic
                record key is hs-seq-no
                alternate record key is hs-score with duplicates
                file status is hs-file-status.
               select season-file assign to "SEASON"
                organization is line sequential
                file status is sea-file-status.
               select event-results-file assign to "EVENTRES"
                organization is line sequential
                file status is evt-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is op-file-status.
               select report-file assign to "RULRPT"
                organization is line sequential
                file status is rpt-file-status.

           data division.
           file section.

           fd ruleset-file.

           copy ruleset-record.

           fd high-score-file.
           01 high-score-record.
               05 hs-seq-no pic 9(6).
               05 hs-score pic 9(4).
               05 hs-date pic 9(8).
               05 hs-duration pic 9(7).
               05 hs-initials pic x(3).
               05 hs-ruleset pic 9(4).

           fd season-file.

           copy sea-record.

           fd event-results-file.
           01 event-result-record.
               05 ev-event-id pic x(8).
               05 ev-initials pic x(3).
               05 ev-attempt-no pic 9(2).
               05 ev-score pic 9(4).
               05 ev-date pic 9(8).
               05 ev-duration pic 9(7).
               05 ev-ruleset pic 9(4).

           fd operator-log-file.

           copy oper-log.

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************

           01 rs-file-status pic x(02).
           01 hs-file-status pic x(02).
           01 sea-file-status pic x(02).
           01 evt-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 op-file-status pic x(02).
           01 rs-eof pic 9 value 0.
           01 hs-eof pic 9 value 0.
           01 sea-eof pic 9 value 0.
           01 evt-eof pic 9 value 0.
           01 brd-unreadable pic 9 value 0.
           01 brd-file-name pic x(8).
           01 brd-file-status pic x(02).

      ******************************************************************
      *        RULESET TABLE
      *    Every id RULESETS holds, plus any id a score file carries
      *    that RULESETS does not - ruleset 0 among them - so no
      *    score is ever left off the report for want of a line.
      ******************************************************************

           01 rul-count pic 9(3) value 0.
           01 rul-tbl.
               05 rul-entry occurs 500 times.
                   10 rul-id pic 9(4).
      *    1 = registered in RULESETS, 0 = only seen on a score.
                   10 rul-registered pic 9.
                   10 rul-gravity pic 99v99.
                   10 rul-xvel-base pic 9(4)v9(4).
                   10 rul-pipe-space pic 9(4).
                   10 rul-height-min pic 9(4).
                   10 rul-height-max pic 9(4).
                   10 rul-collide-tol pic 9(4).
                   10 rul-level-layout pic 9.
                   10 rul-registered-on pic 9(8).
                   10 rul-registered-at pic 9(6).
                   10 rul-hs-count pic 9(5).
                   10 rul-sea-count pic 9(5).
                   10 rul-evt-count pic 9(5).
                   10 rul-taken pic 9.
           01 rul-idx pic 9(3) value 0.
           01 rul-found-idx pic 9(3) value 0.
           01 rul-best-idx pic 9(3) value 0.
           01 rul-print-no pic 9(3) value 0.
           01 rul-find-id pic 9(4) value 0.
           01 rul-overflow pic 9 value 0.
           01 rul-unknown-count pic 9(3) value 0.
           01 rul-bad-count pic 9(5) value 0.

      ******************************************************************
      *        OPERATOR VOIDS (FROM OPERLOG)
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
           01 vd-hit pic 9 value 0.
           01 vd-overflow pic 9 value 0.
           01 vd-lookup-initials pic x(3).
           01 vd-lookup-score pic 9(4).
           01 vd-lookup-date pic 9(8).
           01 vd-lookup-duration pic 9(7).
           01 vd-lookup-ruleset pic 9(4).
           01 vd-left-off-count pic 9(5) value 0.

      ******************************************************************
      *        HISCORE TABLE
      ******************************************************************

           01 hsb-count pic 9(4) value 0.
           01 hsb-tbl.
               05 hsb-entry occurs 2000 times.
                   10 hsb-score pic 9(4).
                   10 hsb-date pic 9(8).
                   10 hsb-initials pic x(3).
                   10 hsb-ruleset pic 9(4).
                   10 hsb-taken pic 9.
           01 hsb-idx pic 9(4) value 0.
           01 hsb-best-idx pic 9(4) value 0.
           01 hsb-rank pic 9 value 0.
           01 hsb-overflow pic 9 value 0.

      ******************************************************************
      *        SEASON STANDINGS TABLE
      *    Current month only, one entry per player per ruleset.
      ******************************************************************

           01 std-count pic 9(3) value 0.
           01 std-tbl.
               05 std-entry occurs 500 times.
                   10 std-initials pic x(3).
                   10 std-ruleset pic 9(4).
                   10 std-best pic 9(4).
                   10 std-runs pic 9(5).
                   10 std-taken pic 9.
           01 std-idx pic 9(3) value 0.
           01 std-found-idx pic 9(3) value 0.
           01 std-best-idx pic 9(3) value 0.
           01 std-rank pic 9(3) value 0.
           01 std-overflow pic 9 value 0.
           01 sea-read-count pic 9(5) value 0.
           01 sea-month-count pic 9(5) value 0.
           01 evt-read-count pic 9(5) value 0.
           01 rul-today pic 9(8) value 0.
           01 rul-current-month pic 9(6) value 0.

      ******************************************************************
      *        REPORT BUILDING
      ******************************************************************

           01 rpt-line pic x(80).
           01 rpt-count-disp pic z(6)9.
           01 rpt-gravity-disp pic z9.99.
           01 rpt-xvel-disp pic zzz9.9999.
           01 rpt-num-disp pic zzz9.
           01 rpt-num2-disp pic zzz9.
           01 rpt-rank-disp pic zz9.

           procedure division.

           accept rul-today from date yyyymmdd.
           compute rul-current-month = rul-today / 100.
           perform 0010-Open-Report.
           perform 0100-Load-Rulesets.
           perform 0150-Load-Operator-Voids.
           perform 0200-Load-High-Scores.
           perform 0300-Load-Season.
           perform 0400-Count-Event-Attempts.
           perform 0500-Write-Rulesets.
           perform 0900-Write-Summary.
           close report-file.
           if brd-unreadable = 1
               move 8 to return-code
           else
               if rul-unknown-count > 0 or rul-bad-count > 0
               or rul-overflow = 1 or hsb-overflow = 1
               or std-overflow = 1 or vd-overflow = 1
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.
           stop run.

       0010-Open-Report.
           open output report-file.
           move "BOARDS BY RULESET" to report-record.
           write report-record.
           move "-----------------" to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.

      *    RULESETS is only ever appended to, one line per id, so a
      *    repeated id is a hand edit - the first line stands, as
      *    it is the one flapper matched against.
       0100-Load-Rulesets.
           open input ruleset-file.
           if rs-file-status = "35"
               exit paragraph
           end-if
           if rs-file-status not = "00"
               move "RULESETS" to brd-file-name
               move rs-file-status to brd-file-status
               perform 0190-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until rs-eof = 1
               read ruleset-file
                   at end
                       set rs-eof to 1
                   not at end
                       perform 0110-Stash-Ruleset
               end-read
           end-perform
           close ruleset-file.

       0110-Stash-Ruleset.
           if rs-id not numeric or rs-gravity not numeric
            or rs-xvel-base not numeric or rs-pipe-space not numeric
            or rs-height-min not numeric or rs-height-max not numeric
            or rs-collide-tol not numeric
            or rs-level-layout not numeric
               add 1 to rul-bad-count
               exit paragraph
           end-if
           move rs-id to rul-find-id
           perform 0120-Find-Ruleset
           if rul-found-idx = 0
               exit paragraph
           end-if
           if rul-registered (rul-found-idx) = 1
               add 1 to rul-bad-count
               exit paragraph
           end-if
           move 1 to rul-registered (rul-found-idx)
           move rs-gravity to rul-gravity (rul-found-idx)
           move rs-xvel-base to rul-xvel-base (rul-found-idx)
           move rs-pipe-space to rul-pipe-space (rul-found-idx)
           move rs-height-min to rul-height-min (rul-found-idx)
           move rs-height-max to rul-height-max (rul-found-idx)
           move rs-collide-tol to rul-collide-tol (rul-found-idx)
           move rs-level-layout to rul-level-layout (rul-found-idx)
           move rs-registered-on to rul-registered-on (rul-found-idx)
           move rs-registered-at to rul-registered-at (rul-found-idx).

      *    Leaves rul-found-idx on the entry for rul-find-id, adding
      *    a bare entry the first time an id turns up.  A full table
      *    leaves it at 0 and the caller skips the record.
       0120-Find-Ruleset.
           move 0 to rul-found-idx
           perform varying rul-idx from 1 by 1
            until rul-idx > rul-count or rul-found-idx not = 0
               if rul-id (rul-idx) = rul-find-id
                   move rul-idx to rul-found-idx
               end-if
           end-perform
           if rul-found-idx not = 0
               exit paragraph
           end-if
           if rul-count >= 500
               set rul-overflow to 1
               exit paragraph
           end-if
           add 1 to rul-count
           move rul-count to rul-found-idx
           initialize rul-entry (rul-found-idx)
           move rul-find-id to rul-id (rul-found-idx).

       0190-Flag-Board-Unreadable.
           set brd-unreadable to 1
           move spaces to rpt-line
           string "WARNING: " brd-file-name
            " WILL NOT OPEN - STATUS " brd-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record.

       0150-Load-Operator-Voids.
           open input operator-log-file.
           if op-file-status = "35"
               exit paragraph
           end-if
           if op-file-status not = "00"
               move "OPERLOG" to brd-file-name
               move op-file-status to brd-file-status
               perform 0190-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until op-file-status not = "00"
               read operator-log-file
                   at end
                       continue
                   not at end
                       perform 0160-Stash-Operator-Void
               end-read
           end-perform
           if op-file-status not = "10"
               move "OPERLOG" to brd-file-name
               move op-file-status to brd-file-status
               perform 0190-Flag-Board-Unreadable
           end-if
           close operator-log-file.

       0160-Stash-Operator-Void.
           if ol-action not = "VOID"
           or olv-score not numeric or olv-run-date not numeric
           or olv-duration not numeric or olv-ruleset not numeric
               exit paragraph
           end-if
           if vd-count >= 2000
               set vd-overflow to 1
               exit paragraph
           end-if
           add 1 to vd-count
           move olv-initials to vd-initials (vd-count)
           move olv-score to vd-score (vd-count)
           move olv-run-date to vd-date (vd-count)
           move olv-duration to vd-duration (vd-count)
           move olv-ruleset to vd-ruleset (vd-count).

       0170-Check-Void.
           move 0 to vd-hit
           perform varying vd-idx from 1 by 1
            until vd-idx > vd-count or vd-hit = 1
               if vd-initials (vd-idx) = vd-lookup-initials
               and vd-score (vd-idx) = vd-lookup-score
               and vd-date (vd-idx) = vd-lookup-date
               and vd-duration (vd-idx) = vd-lookup-duration
               and vd-ruleset (vd-idx) = vd-lookup-ruleset
                   move 1 to vd-hit
                   add 1 to vd-left-off-count
               end-if
           end-perform.

       0200-Load-High-Scores.
           open input high-score-file.
           if hs-file-status = "35"
               exit paragraph
           end-if
           if hs-file-status not = "00"
               move "HISCORE" to brd-file-name
               move hs-file-status to brd-file-status
               perform 0190-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until hs-eof = 1
               read high-score-file next record
                   at end
                       set hs-eof to 1
                   not at end
                       perform 0210-Stash-High-Score
               end-read
           end-perform
           close high-score-file.

       0210-Stash-High-Score.
           if hsb-count >= 2000
               set hsb-overflow to 1
               exit paragraph
           end-if
           move hs-ruleset to rul-find-id
           perform 0120-Find-Ruleset
           if rul-found-idx = 0
               exit paragraph
           end-if
           add 1 to rul-hs-count (rul-found-idx)
           move hs-initials to vd-lookup-initials
           move hs-score to vd-lookup-score
           move hs-date to vd-lookup-date
           move hs-duration to vd-lookup-duration
           move hs-ruleset to vd-lookup-ruleset
           perform 0170-Check-Void
           if vd-hit = 1
               exit paragraph
           end-if
           add 1 to hsb-count
           move hs-score to hsb-score (hsb-count)
           move hs-date to hsb-date (hsb-count)
           move hs-initials to hsb-initials (hsb-count)
           move hs-ruleset to hsb-ruleset (hsb-count)
           move 0 to hsb-taken (hsb-count).

      *    The whole file is read so every ruleset is counted, but
      *    only the current month goes into the standings - the
      *    same month flapper's own season board shows.  Older
      *    months waiting on flapsea are history.
       0300-Load-Season.
           open input season-file.
           if sea-file-status = "35"
               exit paragraph
           end-if
           if sea-file-status not = "00"
               move "SEASON" to brd-file-name
               move sea-file-status to brd-file-status
               perform 0190-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until sea-eof = 1
               read season-file
                   at end
                       set sea-eof to 1
                   not at end
                       perform 0310-Stash-Season-Line
               end-read
           end-perform
           close season-file.

       0310-Stash-Season-Line.
           add 1 to sea-read-count
           if sea-month not numeric or sea-score not numeric
               add 1 to rul-bad-count
               exit paragraph
           end-if
      *    A line written before the ruleset tag existed has no tag.
           if sea-ruleset not numeric
               move 0 to sea-ruleset
           end-if
           move sea-ruleset to rul-find-id
           perform 0120-Find-Ruleset
           if rul-found-idx = 0
               exit paragraph
           end-if
           add 1 to rul-sea-count (rul-found-idx)
           if sea-month not = rul-current-month
               exit paragraph
           end-if
           add 1 to sea-month-count
           move sea-initials to vd-lookup-initials
           move sea-score to vd-lookup-score
           move sea-date to vd-lookup-date
           move sea-duration to vd-lookup-duration
           move sea-ruleset to vd-lookup-ruleset
           perform 0170-Check-Void
           if vd-hit = 1
               exit paragraph
           end-if
           move 0 to std-found-idx
           perform varying std-idx from 1 by 1
            until std-idx > std-count or std-found-idx not = 0
               if std-initials (std-idx) = sea-initials
               and std-ruleset (std-idx) = sea-ruleset
                   move std-idx to std-found-idx
               end-if
           end-perform
           if std-found-idx = 0
               if std-count >= 500
                   set std-overflow to 1
                   exit paragraph
               end-if
               add 1 to std-count
               move std-count to std-found-idx
               move sea-initials to std-initials (std-found-idx)
               move sea-ruleset to std-ruleset (std-found-idx)
               move 0 to std-best (std-found-idx)
               move 0 to std-runs (std-found-idx)
               move 0 to std-taken (std-found-idx)
           end-if
           add 1 to std-runs (std-found-idx)
           if sea-score > std-best (std-found-idx)
               move sea-score to std-best (std-found-idx)
           end-if.

       0400-Count-Event-Attempts.
           open input event-results-file.
           if evt-file-status = "35"
               exit paragraph
           end-if
           if evt-file-status not = "00"
               move "EVENTRES" to brd-file-name
               move evt-file-status to brd-file-status
               perform 0190-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until evt-eof = 1
               read event-results-file
                   at end
                       set evt-eof to 1
                   not at end
                       perform 0410-Count-Event-Line
               end-read
           end-perform
           close event-results-file.

       0410-Count-Event-Line.
           add 1 to evt-read-count
           if ev-score not numeric
               add 1 to rul-bad-count
               exit paragraph
           end-if
           if ev-ruleset not numeric
               move 0 to ev-ruleset
           end-if
           move ev-ruleset to rul-find-id
           perform 0120-Find-Ruleset
           if rul-found-idx not = 0
               add 1 to rul-evt-count (rul-found-idx)
           end-if.

      *    Rulesets in id order - ruleset 0 first when there are
      *    untagged scores, then the registered ones as they were
      *    first flown.
       0500-Write-Rulesets.
           perform varying rul-print-no from 1 by 1
            until rul-print-no > rul-count
               move 0 to rul-best-idx
               perform varying rul-idx from 1 by 1
                until rul-idx > rul-count
                   if rul-taken (rul-idx) = 0
                       if rul-best-idx = 0
                           move rul-idx to rul-best-idx
                       else
                           if rul-id (rul-idx) < rul-id (rul-best-idx)
                               move rul-idx to rul-best-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if rul-best-idx not = 0
                   move 1 to rul-taken (rul-best-idx)
                   move rul-best-idx to rul-idx
                   perform 0510-Write-Ruleset-Heading
                   perform 0520-Write-Leaderboard
                   perform 0530-Write-Season-Standings
                   move spaces to report-record
                   write report-record
               end-if
           end-perform.

       0510-Write-Ruleset-Heading.
           move spaces to rpt-line
           evaluate true
               when rul-id (rul-idx) = 0
                   string "RULESET " rul-id (rul-idx)
                    "  BEFORE RULESETS - SETTINGS NOT RECORDED"
                    delimited by size into rpt-line
                   end-string
               when rul-registered (rul-idx) = 0
                   add 1 to rul-unknown-count
                   string "RULESET " rul-id (rul-idx)
                    "  ** NOT IN RULESETS - SETTINGS UNKNOWN **"
                    delimited by size into rpt-line
                   end-string
               when other
                   string "RULESET " rul-id (rul-idx)
                    "  REGISTERED " rul-registered-on (rul-idx)
                    " " rul-registered-at (rul-idx)
                    delimited by size into rpt-line
                   end-string
           end-evaluate
           move rpt-line to report-record
           write report-record
           if rul-registered (rul-idx) = 1
               move rul-gravity (rul-idx) to rpt-gravity-disp
               move rul-xvel-base (rul-idx) to rpt-xvel-disp
               move rul-pipe-space (rul-idx) to rpt-num-disp
               move spaces to rpt-line
               string "  GRAVITY " rpt-gravity-disp
                "  XVEL " rpt-xvel-disp
                "  PIPESPACE " rpt-num-disp
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               move rul-height-min (rul-idx) to rpt-num-disp
               move rul-height-max (rul-idx) to rpt-num2-disp
               move spaces to rpt-line
               string "  HEIGHTMIN " rpt-num-disp
                "  HEIGHTMAX " rpt-num2-disp
                delimited by size into rpt-line
               end-string
               move rul-collide-tol (rul-idx) to rpt-num-disp
               string "  COLLIDETOL " rpt-num-disp
                delimited by size into rpt-line (37:)
               end-string
               if rul-level-layout (rul-idx) = 1
                   string "  LEVELLAY COURSE"
                    delimited by size into rpt-line (58:)
                   end-string
               end-if
               move rpt-line to report-record
               write report-record
           end-if
           move spaces to rpt-line
           move rul-hs-count (rul-idx) to rpt-count-disp
           string "  HISCORE " rpt-count-disp
            delimited by size into rpt-line
           end-string
           move rul-sea-count (rul-idx) to rpt-count-disp
           string "  SEASON " rpt-count-disp
            delimited by size into rpt-line (18:)
           end-string
           move rul-evt-count (rul-idx) to rpt-count-disp
           string "  EVENTRES " rpt-count-disp
            delimited by size into rpt-line (34:)
           end-string
           move rpt-line to report-record
           write report-record.

      *    Top five by score, ties to the older record - the rule
      *    flaphsm keeps survivors by, so this is the board the
      *    kiosk draws whenever this ruleset is in force.
       0520-Write-Leaderboard.
           move "  LEADERBOARD     RANK SCORE INI DATE"
            to report-record
           write report-record
           if rul-hs-count (rul-idx) = 0
               move "                  NO HISCORE RECORDS"
                to report-record
               write report-record
               exit paragraph
           end-if
           perform varying hsb-rank from 1 by 1
            until hsb-rank > 5
               move 0 to hsb-best-idx
               perform varying hsb-idx from 1 by 1
                until hsb-idx > hsb-count
                   if hsb-taken (hsb-idx) = 0
                   and hsb-ruleset (hsb-idx) = rul-id (rul-idx)
                       if hsb-best-idx = 0
                           move hsb-idx to hsb-best-idx
                       else
                           if hsb-score (hsb-idx)
                            > hsb-score (hsb-best-idx)
                               move hsb-idx to hsb-best-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if hsb-best-idx not = 0
                   move 1 to hsb-taken (hsb-best-idx)
                   move hsb-rank to rpt-rank-disp
                   move spaces to rpt-line
                   string "                  " rpt-rank-disp "  "
                    hsb-score (hsb-best-idx) " "
                    hsb-initials (hsb-best-idx) " "
                    hsb-date (hsb-best-idx)
                    delimited by size into rpt-line
                   end-string
                   move rpt-line to report-record
                   write report-record
               end-if
           end-perform.

      *    Straight selection, best score descending, each player
      *    once on the best run flown this month under this ruleset.
       0530-Write-Season-Standings.
           move spaces to rpt-line
           string "  SEASON " rul-current-month
            "   RANK INI BEST  RUNS"
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move 0 to std-rank
           perform varying std-idx from 1 by 1
            until std-idx > std-count
               if std-ruleset (std-idx) = rul-id (rul-idx)
                   move 0 to std-taken (std-idx)
               else
                   move 1 to std-taken (std-idx)
               end-if
           end-perform
           move 1 to std-best-idx
           perform until std-best-idx = 0
               move 0 to std-best-idx
               perform varying std-idx from 1 by 1
                until std-idx > std-count
                   if std-taken (std-idx) = 0
                       if std-best-idx = 0
                           move std-idx to std-best-idx
                       else
                           if std-best (std-idx)
                            > std-best (std-best-idx)
                               move std-idx to std-best-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if std-best-idx not = 0
                   move 1 to std-taken (std-best-idx)
                   add 1 to std-rank
                   move std-rank to rpt-rank-disp
                   move std-runs (std-best-idx) to rpt-count-disp
                   move spaces to rpt-line
                   string "                  " rpt-rank-disp "  "
                    std-initials (std-best-idx) " "
                    std-best (std-best-idx) " "
                    rpt-count-disp (3:)
                    delimited by size into rpt-line
                   end-string
                   move rpt-line to report-record
                   write report-record
               end-if
           end-perform
           if std-rank = 0
               move "                  NO SEASON RUNS THIS MONTH"
                to report-record
               write report-record
           end-if.

       0900-Write-Summary.
           move rul-count to rpt-count-disp
           string "RULESETS LISTED  . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move hsb-count to rpt-count-disp
           string "HISCORE RECORDS READ . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move sea-read-count to rpt-count-disp
           string "SEASON RECORDS READ  . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move sea-month-count to rpt-count-disp
           string "  OF WHICH THIS MONTH  . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move evt-read-count to rpt-count-disp
           string "EVENTRES RECORDS READ  . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move vd-left-off-count to rpt-count-disp
           string "VOIDED RUNS LEFT OFF . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move rul-bad-count to rpt-count-disp
           string "UNREADABLE LINES . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           if rul-unknown-count > 0
               move "WARNING: SCORES TAGGED WITH A RULESET ID THAT"
                to report-record
               write report-record
               move "         RULESETS DOES NOT HOLD - SEE ABOVE"
                to report-record
               write report-record
           end-if
           if rul-overflow = 1
               move "WARNING: OVER 500 RULESETS - SCORES UNDER THE"
                to report-record
               write report-record
               move "         REST ARE LEFT OFF THIS REPORT"
                to report-record
               write report-record
           end-if
           if hsb-overflow = 1
               move "WARNING: OVER 2000 HISCORE RECORDS - THE"
                to report-record
               write report-record
               move "         LEADERBOARDS MAY BE SHORT - RUN FLAPHSM"
                to report-record
               write report-record
           end-if
           if std-overflow = 1
               move "WARNING: OVER 500 PLAYERS THIS MONTH - THE SEASON"
                to report-record
               write report-record
               move "         STANDINGS ABOVE ARE INCOMPLETE"
                to report-record
               write report-record
           end-if
           if vd-overflow = 1
               move "WARNING: OVER 2000 VOIDS IN OPERLOG - A VOIDED"
                to report-record
               write report-record
               move "         RUN MAY STILL BE LISTED ABOVE"
                to report-record
               write report-record
           end-if.
