           identification division.
           program-id. flappub.

      ******************************************************************
      *    PUBLIC LEADERBOARD FEED FOR VENUE SIGNAGE AND THE WEBSITE
      *    The boards otherwise only exist as pixels on the kiosk or
      *    as batch listings.  This job writes PUBFEED, the one
      *    fixed-layout file the lobby screen and the web page take
      *    them from (layout in pub-feed.cpy): the HISCORE top five
      *    and the current month's SEASON top five, each per ruleset
      *    as the kiosk draws them, the standings of the event named
      *    by EVENTID in GAMEPARM (from EVENTMRG when flapmrg has
      *    merged it, otherwise EVENTRES - LIVE until its prizes
      *    are on PAYVOUCH, FINAL after), the champions of the six
      *    most recently closed SEASARCH months, and the five
      *    VERSUS rivalries with the most races run.
      *    Nothing goes out that the venue might have to take back:
      *    a score is only published once CERTREG holds a PASS for
      *    that run (flapcrt), and never when the operator has
      *    voided it on the kiosk (OPERLOG).  A player whose every
      *    run is ruled out is simply not listed, and the next one
      *    moves up.  Rivalries carry no scores, only who beat whom.
      *    A header and a trailer carry the generation stamp and
      *    the trailer the record counts, so a truncated file can be
      *    rejected.  When an input is there but will not read, no
      *    feed is written at all - the receiver keeps the last good
      *    one rather than a board with a hole in it.  PUBRPT says
      *    what was published and what was held back.
      *    RETURN-CODE: 0 feed written, 4 written but a table filled
      *    up or input lines were skipped, 8 withheld because an
      *    input would not read, 99 PUBFEED could not be written.
      ******************************************************************

           environment division.
           input-output section.
           file-control.
               select game-parm-file assign to "GAMEPARM"
                organization is line sequential
                file status is parm-file-status.
               select high-score-file assign to "HISCORE"
                organization is indexed
                access mode is dynamic
                record key is hs-seq-no
                alternate record key is hs-score with duplicates
                file status is hs-file-status.
               select season-file assign to "SEASON"
                organization is line sequential
                file status is sea-file-status.
               select archive-file assign to "SEASARCH"
                organization is line sequential
                file status is arc-file-status.
               select event-merge-file assign to "EVENTMRG"
                organization is line sequential
                file status is mrg-file-status.
               select event-results-file assign to "EVENTRES"
                organization is line sequential
                file status is evt-file-status.
               select voucher-file assign to "PAYVOUCH"
                organization is line sequential
                file status is pv-file-status.
               select versus-file assign to "VERSUS"
                organization is line sequential
                file status is vsr-file-status.
               select cert-register-file assign to "CERTREG"
                organization is line sequential
                file status is crt-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is op-file-status.
               select feed-file assign to "PUBFEED"
                organization is line sequential
                file status is pbf-file-status.
               select report-file assign to "PUBRPT"
                organization is line sequential
                file status is rpt-file-status.

           data division.
           file section.

           fd game-parm-file.
           01 game-parm-record pic x(40).

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

           fd archive-file.

           copy sea-standing.

      *    EVENTMRG is written by flapmrg in the EVENTRES layout.
           fd event-merge-file.
           01 event-merge-record.
               05 mrg-event-id pic x(8).
               05 mrg-initials pic x(3).
               05 mrg-attempt-no pic 9(2).
               05 mrg-score pic 9(4).
               05 mrg-date pic 9(8).
               05 mrg-duration pic 9(7).
               05 mrg-ruleset pic 9(4).

           fd event-results-file.
           01 event-result-record.
               05 ev-event-id pic x(8).
               05 ev-initials pic x(3).
               05 ev-attempt-no pic 9(2).
               05 ev-score pic 9(4).
               05 ev-date pic 9(8).
               05 ev-duration pic 9(7).
               05 ev-ruleset pic 9(4).

      *    Only the event id matters here - a voucher on file means
      *    the event has been paid out and its standings are final.
           fd voucher-file.
           01 voucher-record.
               05 pv-voucher-no pic x(12).
               05 pv-event-id pic x(8).
               05 filler pic x(33).

           fd versus-file.
           01 versus-record.
               05 vsr-date pic 9(8).
               05 vsr-ini-1 pic x(3).
               05 vsr-score-1 pic 9(4).
               05 vsr-ini-2 pic x(3).
               05 vsr-score-2 pic 9(4).
               05 vsr-winner pic 9.

           fd cert-register-file.

           copy cert-record.

           fd operator-log-file.

           copy oper-log.

           fd feed-file.

           copy pub-feed.

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************

           01 parm-file-status pic x(02).
           01 hs-file-status pic x(02).
           01 sea-file-status pic x(02).
           01 arc-file-status pic x(02).
           01 mrg-file-status pic x(02).
           01 evt-file-status pic x(02).
           01 pv-file-status pic x(02).
           01 vsr-file-status pic x(02).
           01 crt-file-status pic x(02).
           01 op-file-status pic x(02).
           01 pbf-file-status pic x(02).
           01 rpt-file-status pic x(02).
      *    Set when an input is there but will not open or read to
      *    the end - the feed is withheld.
           01 input-unreadable pic 9 value 0.
           01 brd-file-name pic x(8).
           01 brd-file-status pic x(02).
           01 feed-failed pic 9 value 0.
           01 pub-bad-count pic 9(5) value 0.

      ******************************************************************
      *        GENERATION STAMP / EVENT PARAMETERS (FROM GAMEPARM)
      ******************************************************************

           01 pub-today pic 9(8) value 0.
           01 pub-time-raw pic 9(8) value 0.
           01 pub-now pic 9(6) value 0.
           01 pub-current-month pic 9(6) value 0.
           01 parm-name pic x(12).
           01 parm-value-text pic x(12).
           01 pub-event-id pic x(8) value spaces.
           01 pub-attempt-limit pic 9(2) value 0.
           01 pub-event-status pic x(5) value "LIVE".
           01 pub-event-source pic x(8) value spaces.

      ******************************************************************
      *        OPERATOR VOIDS (FROM OPERLOG)
      *    Every VOID line, whichever board it was struck from.  More
      *    voids than the table holds could let a voided run out, so
      *    that withholds the feed like an unreadable log.
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
           01 vd-left-out-count pic 9(5) value 0.

      ******************************************************************
      *        CERTIFIED RUNS (PASS LINES FROM CERTREG)
      *    A full table can only leave a certified score out, never
      *    let an uncertified one in, so it is a warning, not a
      *    reason to withhold.
      ******************************************************************

           01 crp-count pic 9(5) value 0.
           01 crp-tbl.
               05 crp-entry occurs 5000 times.
                   10 crp-date pic 9(8).
                   10 crp-initials pic x(3).
                   10 crp-score pic 9(4).
                   10 crp-event-id pic x(8).
           01 crp-idx pic 9(5) value 0.
           01 crp-hit pic 9 value 0.
           01 crp-overflow pic 9 value 0.
      *    crl-date zero matches any day of crl-month; crl-event-id
      *    spaces matches a run certified for any board.
           01 crl-date pic 9(8).
           01 crl-month pic 9(6).
           01 crl-initials pic x(3).
           01 crl-score pic 9(4).
           01 crl-event-id pic x(8).
           01 crl-left-out-count pic 9(5) value 0.

      ******************************************************************
      *        HISCORE TABLE
      ******************************************************************

           01 hsb-count pic 9(4) value 0.
           01 hsb-tbl.
               05 hsb-entry occurs 2000 times.
                   10 hsb-ruleset pic 9(4).
                   10 hsb-score pic 9(4).
                   10 hsb-initials pic x(3).
                   10 hsb-date pic 9(8).
                   10 hsb-duration pic 9(7).
                   10 hsb-taken pic 9.
           01 hsb-idx pic 9(4) value 0.
           01 hsb-best-idx pic 9(4) value 0.
           01 hsb-rank pic 9(2) value 0.
           01 hsb-overflow pic 9 value 0.

      ******************************************************************
      *        SEASON STANDINGS TABLE
      *    Current month only, one entry per player per ruleset.  A
      *    player is only listed once a certified run gives a best.
      ******************************************************************

           01 std-count pic 9(3) value 0.
           01 std-tbl.
               05 std-entry occurs 500 times.
                   10 std-initials pic x(3).
                   10 std-ruleset pic 9(4).
                   10 std-best pic 9(4).
                   10 std-has-best pic 9.
                   10 std-runs pic 9(5).
                   10 std-taken pic 9.
           01 std-idx pic 9(3) value 0.
           01 std-found-idx pic 9(3) value 0.
           01 std-best-idx pic 9(3) value 0.
           01 std-rank pic 9(2) value 0.
           01 std-overflow pic 9 value 0.

      ******************************************************************
      *        EVENT STANDINGS TABLE
      ******************************************************************

           01 ent-count pic 9(3) value 0.
           01 ent-tbl.
               05 ent-entry occurs 100 times.
                   10 ent-initials pic x(3).
                   10 ent-attempts pic 9(3).
                   10 ent-best pic 9(4).
                   10 ent-has-best pic 9.
                   10 ent-taken pic 9.
           01 ent-idx pic 9(3) value 0.
           01 ent-found-idx pic 9(3) value 0.
           01 ent-best-idx pic 9(3) value 0.
           01 ent-rank pic 9(3) value 0.
           01 ent-overflow pic 9 value 0.
           01 ent-lookup-initials pic x(3).
           01 ent-lookup-score pic 9(4).
           01 ent-lookup-date pic 9(8).
           01 ent-lookup-duration pic 9(7).
           01 ent-lookup-ruleset pic 9(4).

      ******************************************************************
      *        SEASARCH CHAMPIONS
      *    One entry per closed month per ruleset: the best placed
      *    player whose winning score is certified and not voided.
      *    Only the top five of a month are looked at - those are the
      *    runs flapcrt keeps vaulted and so can certify.
      ******************************************************************

           01 chm-count pic 9(3) value 0.
           01 chm-tbl.
               05 chm-entry occurs 500 times.
                   10 chm-month pic 9(6).
                   10 chm-ruleset pic 9(4).
                   10 chm-rank pic 9(2).
                   10 chm-initials pic x(3).
                   10 chm-best pic 9(4).
                   10 chm-runs pic 9(5).
                   10 chm-taken pic 9.
           01 chm-idx pic 9(3) value 0.
           01 chm-found-idx pic 9(3) value 0.
           01 chm-best-idx pic 9(3) value 0.
           01 chm-overflow pic 9 value 0.
           01 chm-month-cur pic 9(6) value 0.
           01 chm-months-out pic 9 value 0.

      ******************************************************************
      *        VERSUS RIVALRIES
      *    Tallied the way flapper's 0460-Tally-Rivalry does: either
      *    way round, ABC v XYZ and XYZ v ABC are the same rivalry.
      ******************************************************************

           01 riv-count pic 9(3) value 0.
           01 riv-tbl.
               05 riv-entry occurs 500 times.
                   10 riv-ini-a pic x(3).
                   10 riv-ini-b pic x(3).
                   10 riv-wins-a pic 9(4).
                   10 riv-wins-b pic 9(4).
                   10 riv-ties pic 9(4).
                   10 riv-races pic 9(5).
                   10 riv-taken pic 9.
           01 riv-idx pic 9(3) value 0.
           01 riv-found-idx pic 9(3) value 0.
           01 riv-best-idx pic 9(3) value 0.
           01 riv-rank pic 9(2) value 0.
           01 riv-overflow pic 9 value 0.

      ******************************************************************
      *        FEED COUNTS / REPORT BUILDING
      ******************************************************************

           01 pub-hs-written pic 9(5) value 0.
           01 pub-sea-written pic 9(5) value 0.
           01 pub-evt-written pic 9(5) value 0.
           01 pub-chm-written pic 9(5) value 0.
           01 pub-riv-written pic 9(5) value 0.
           01 pub-total-written pic 9(7) value 0.
           01 pub-cur-ruleset pic 9(4) value 0.
           01 pub-next-ruleset pic 9(4) value 0.
           01 pub-ruleset-found pic 9 value 0.
           01 rpt-line pic x(80).
           01 rpt-count-disp pic z(6)9.

           procedure division.

           accept pub-today from date yyyymmdd.
           accept pub-time-raw from time.
           compute pub-now = pub-time-raw / 100.
           compute pub-current-month = pub-today / 100.
           open output report-file.
           move "PUBLIC LEADERBOARD FEED" to report-record.
           write report-record.
           move "-----------------------" to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.
           perform 0100-Load-Event-Parms.
           perform 0150-Load-Operator-Voids.
           perform 0170-Load-Certificates.
           perform 0200-Load-High-Scores.
           perform 0300-Load-Season.
           if pub-event-id not = spaces
               perform 0400-Load-Event
           end-if.
           perform 0500-Load-Champions.
           perform 0600-Load-Rivalries.
           if input-unreadable = 0 and vd-overflow = 0
               perform 0700-Write-Feed
           end-if.
           perform 0900-Write-Summary.
           close report-file.
           evaluate true
               when feed-failed = 1
                   move 99 to return-code
               when input-unreadable = 1 or vd-overflow = 1
                   move 8 to return-code
               when pub-bad-count > 0 or crp-overflow = 1
                or hsb-overflow = 1 or std-overflow = 1
                or ent-overflow = 1 or chm-overflow = 1
                or riv-overflow = 1
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

      *    Same GAMEPARM the kiosk runs under: EVENTID names the
      *    event being flown, ATTEMPTS its cap.  No EVENTID, no
      *    event section.
       0100-Load-Event-Parms.
           open input game-parm-file.
           if parm-file-status = "00"
               perform until parm-file-status not = "00"
                   read game-parm-file
                       at end move "10" to parm-file-status
                       not at end perform 0110-Apply-Event-Parm
                   end-read
               end-perform
               close game-parm-file
           end-if.
           if pub-attempt-limit = 0
               move 99 to pub-attempt-limit
           end-if.

       0110-Apply-Event-Parm.
           unstring game-parm-record delimited by all space
            into parm-name parm-value-text
           end-unstring
           evaluate parm-name
               when "EVENTID"
                   move parm-value-text (1:8) to pub-event-id
               when "ATTEMPTS"
                   compute pub-attempt-limit =
                    function numval(parm-value-text)
           end-evaluate.

       0150-Load-Operator-Voids.
           open input operator-log-file.
           if op-file-status = "35"
               exit paragraph
           end-if
           if op-file-status not = "00"
               move "OPERLOG" to brd-file-name
               move op-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
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
               perform 0190-Flag-Input-Unreadable
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

      *    Only PASS verdicts are kept - FAIL and UNUSABLE prove
      *    nothing, and a run never judged is not on the register.
       0170-Load-Certificates.
           open input cert-register-file.
           if crt-file-status = "35"
               exit paragraph
           end-if
           if crt-file-status not = "00"
               move "CERTREG" to brd-file-name
               move crt-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
               exit paragraph
           end-if
           perform until crt-file-status not = "00"
               read cert-register-file
                   at end
                       continue
                   not at end
                       if crt-verdict = "PASS"
                       and crt-date numeric and crt-score numeric
                           if crp-count >= 5000
                               set crp-overflow to 1
                           else
                               add 1 to crp-count
                               move crt-date to crp-date (crp-count)
                               move crt-initials
                                to crp-initials (crp-count)
                               move crt-score to crp-score (crp-count)
                               move crt-event-id
                                to crp-event-id (crp-count)
                           end-if
                       end-if
               end-read
           end-perform
           if crt-file-status not = "10"
               move "CERTREG" to brd-file-name
               move crt-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
           end-if
           close cert-register-file.

      *    A run is identified the way a void names it: initials,
      *    score, run date, duration and ruleset.
       0180-Check-Void.
           move 0 to vd-hit
           perform varying vd-idx from 1 by 1
            until vd-idx > vd-count or vd-hit = 1
               if vd-initials (vd-idx) = vd-lookup-initials
               and vd-score (vd-idx) = vd-lookup-score
               and vd-date (vd-idx) = vd-lookup-date
               and vd-duration (vd-idx) = vd-lookup-duration
               and vd-ruleset (vd-idx) = vd-lookup-ruleset
                   move 1 to vd-hit
               end-if
           end-perform
           if vd-hit = 1
               add 1 to vd-left-out-count
           end-if.

      *    A closed month only keeps the month, the initials and the
      *    best, so a champion is void if any void in that month
      *    struck that score off for that player and ruleset.
       0181-Check-Void-In-Month.
           move 0 to vd-hit
           perform varying vd-idx from 1 by 1
            until vd-idx > vd-count or vd-hit = 1
               if vd-initials (vd-idx) = vd-lookup-initials
               and vd-score (vd-idx) = vd-lookup-score
               and vd-date (vd-idx) (1:6) = vd-lookup-date (1:6)
               and vd-ruleset (vd-idx) = vd-lookup-ruleset
                   move 1 to vd-hit
               end-if
           end-perform
           if vd-hit = 1
               add 1 to vd-left-out-count
           end-if.

       0185-Check-Certified.
           move 0 to crp-hit
           perform varying crp-idx from 1 by 1
            until crp-idx > crp-count or crp-hit = 1
               if crp-initials (crp-idx) = crl-initials
               and crp-score (crp-idx) = crl-score
                   if crl-date = 0
                       if crp-date (crp-idx) (1:6) = crl-month
                           move 1 to crp-hit
                       end-if
                   else
                       if crp-date (crp-idx) = crl-date
                       and (crl-event-id = spaces
                        or crp-event-id (crp-idx) = crl-event-id)
                           move 1 to crp-hit
                       end-if
                   end-if
               end-if
           end-perform
           if crp-hit = 0
               add 1 to crl-left-out-count
           end-if.

       0190-Flag-Input-Unreadable.
           set input-unreadable to 1
           move spaces to rpt-line
           string "WARNING: " brd-file-name
            " WILL NOT READ - STATUS " brd-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record.

      *    flaphsm keeps five per ruleset, so the whole file is small;
      *    every record that can be published goes in the table and
      *    the top five are picked per ruleset at write time.
       0200-Load-High-Scores.
           open input high-score-file.
           if hs-file-status = "35"
               exit paragraph
           end-if
           if hs-file-status not = "00"
               move "HISCORE" to brd-file-name
               move hs-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
               exit paragraph
           end-if
           perform until hs-file-status not = "00"
               read high-score-file next record
                   at end
                       continue
                   not at end
                       perform 0210-Stash-High-Score
               end-read
           end-perform
           if hs-file-status not = "10"
               move "HISCORE" to brd-file-name
               move hs-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
           end-if
           close high-score-file.

       0210-Stash-High-Score.
           if hs-score not numeric or hs-date not numeric
               add 1 to pub-bad-count
               exit paragraph
           end-if
           if hs-ruleset not numeric
               move 0 to hs-ruleset
           end-if
           move hs-initials to vd-lookup-initials
           move hs-score to vd-lookup-score
           move hs-date to vd-lookup-date
           move hs-duration to vd-lookup-duration
           move hs-ruleset to vd-lookup-ruleset
           perform 0180-Check-Void
           if vd-hit = 1
               exit paragraph
           end-if
           move hs-date to crl-date
           move hs-initials to crl-initials
           move hs-score to crl-score
           move spaces to crl-event-id
           perform 0185-Check-Certified
           if crp-hit = 0
               exit paragraph
           end-if
           if hsb-count >= 2000
               set hsb-overflow to 1
               exit paragraph
           end-if
           add 1 to hsb-count
           move hs-ruleset to hsb-ruleset (hsb-count)
           move hs-score to hsb-score (hsb-count)
           move hs-initials to hsb-initials (hsb-count)
           move hs-date to hsb-date (hsb-count)
           move hs-duration to hsb-duration (hsb-count)
           move 0 to hsb-taken (hsb-count).

      *    Current month only - the month flapper's own season board
      *    shows.  Every run flown counts towards the player's runs;
      *    only a certified one can be the best.
       0300-Load-Season.
           open input season-file.
           if sea-file-status = "35"
               exit paragraph
           end-if
           if sea-file-status not = "00"
               move "SEASON" to brd-file-name
               move sea-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
               exit paragraph
           end-if
           perform until sea-file-status not = "00"
               read season-file
                   at end
                       continue
                   not at end
                       perform 0310-Stash-Season-Line
               end-read
           end-perform
           if sea-file-status not = "10"
               move "SEASON" to brd-file-name
               move sea-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
           end-if
           close season-file.

       0310-Stash-Season-Line.
           if sea-month not numeric or sea-score not numeric
               add 1 to pub-bad-count
               exit paragraph
           end-if
           if sea-month not = pub-current-month
               exit paragraph
           end-if
           if sea-ruleset not numeric
               move 0 to sea-ruleset
           end-if
           move sea-initials to vd-lookup-initials
           move sea-score to vd-lookup-score
           move sea-date to vd-lookup-date
           move sea-duration to vd-lookup-duration
           move sea-ruleset to vd-lookup-ruleset
           perform 0180-Check-Void
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
               move 0 to std-has-best (std-found-idx)
               move 0 to std-runs (std-found-idx)
               move 0 to std-taken (std-found-idx)
           end-if
           add 1 to std-runs (std-found-idx)
           if std-has-best (std-found-idx) = 1
           and sea-score not > std-best (std-found-idx)
               exit paragraph
           end-if
           move sea-date to crl-date
           move sea-initials to crl-initials
           move sea-score to crl-score
           move spaces to crl-event-id
           perform 0185-Check-Certified
           if crp-hit = 1
               move sea-score to std-best (std-found-idx)
               move 1 to std-has-best (std-found-idx)
           end-if.

      *    EVENTMRG is the truth for an event it holds, as it is for
      *    flapprz; the local EVENTRES is only read when it holds
      *    none.  Paid vouchers make the standings FINAL.
       0400-Load-Event.
           open input event-merge-file
           if mrg-file-status not = "00" and mrg-file-status not = "35"
               move "EVENTMRG" to brd-file-name
               move mrg-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
               exit paragraph
           end-if
           if mrg-file-status = "00"
               perform until mrg-file-status not = "00"
                   read event-merge-file
                       at end
                           continue
                       not at end
                           if mrg-event-id = pub-event-id
                               move mrg-initials to ent-lookup-initials
                               move mrg-score to ent-lookup-score
                               move mrg-date to ent-lookup-date
                               move mrg-duration
                                to ent-lookup-duration
                               move mrg-ruleset to ent-lookup-ruleset
                               perform 0410-Post-Attempt
                           end-if
                   end-read
               end-perform
               if mrg-file-status not = "10"
                   move "EVENTMRG" to brd-file-name
                   move mrg-file-status to brd-file-status
                   perform 0190-Flag-Input-Unreadable
               end-if
               close event-merge-file
           end-if
           if ent-count > 0
               move "EVENTMRG" to pub-event-source
           else
               move "EVENTRES" to pub-event-source
               open input event-results-file
               if evt-file-status not = "00"
               and evt-file-status not = "35"
                   move "EVENTRES" to brd-file-name
                   move evt-file-status to brd-file-status
                   perform 0190-Flag-Input-Unreadable
                   exit paragraph
               end-if
               if evt-file-status = "00"
                   perform until evt-file-status not = "00"
                       read event-results-file
                           at end
                               continue
                           not at end
                               if ev-event-id = pub-event-id
                                   move ev-initials
                                    to ent-lookup-initials
                                   move ev-score to ent-lookup-score
                                   move ev-date to ent-lookup-date
                                   move ev-duration
                                    to ent-lookup-duration
                                   move ev-ruleset
                                    to ent-lookup-ruleset
                                   perform 0410-Post-Attempt
                               end-if
                       end-read
                   end-perform
                   if evt-file-status not = "10"
                       move "EVENTRES" to brd-file-name
                       move evt-file-status to brd-file-status
                       perform 0190-Flag-Input-Unreadable
                   end-if
                   close event-results-file
               end-if
           end-if
           open input voucher-file
           if pv-file-status not = "00" and pv-file-status not = "35"
               move "PAYVOUCH" to brd-file-name
               move pv-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
               exit paragraph
           end-if
           if pv-file-status = "00"
               perform until pv-file-status not = "00"
                   read voucher-file
                       at end
                           continue
                       not at end
                           if pv-event-id = pub-event-id
                               move "FINAL" to pub-event-status
                           end-if
                   end-read
               end-perform
               if pv-file-status not = "10"
                   move "PAYVOUCH" to brd-file-name
                   move pv-file-status to brd-file-status
                   perform 0190-Flag-Input-Unreadable
               end-if
               close voucher-file
           end-if.

      *    Every attempt flown counts against the entrant, a voided
      *    one included, as flapmrg burns it; a voided run can never
      *    be the best, and only a certified one can.
       0410-Post-Attempt.
           if ent-lookup-initials = spaces
           or ent-lookup-score not numeric
               add 1 to pub-bad-count
               exit paragraph
           end-if
           if ent-lookup-ruleset not numeric
               move 0 to ent-lookup-ruleset
           end-if
           move 0 to ent-found-idx
           perform varying ent-idx from 1 by 1
            until ent-idx > ent-count or ent-found-idx not = 0
               if ent-initials (ent-idx) = ent-lookup-initials
                   move ent-idx to ent-found-idx
               end-if
           end-perform
           if ent-found-idx = 0
               if ent-count >= 100
                   set ent-overflow to 1
                   exit paragraph
               end-if
               add 1 to ent-count
               move ent-count to ent-found-idx
               move ent-lookup-initials to ent-initials (ent-count)
               move 0 to ent-attempts (ent-count)
               move 0 to ent-best (ent-count)
               move 0 to ent-has-best (ent-count)
               move 0 to ent-taken (ent-count)
           end-if
           add 1 to ent-attempts (ent-found-idx)
           move ent-lookup-initials to vd-lookup-initials
           move ent-lookup-score to vd-lookup-score
           move ent-lookup-date to vd-lookup-date
           move ent-lookup-duration to vd-lookup-duration
           move ent-lookup-ruleset to vd-lookup-ruleset
           perform 0180-Check-Void
           if vd-hit = 1
               exit paragraph
           end-if
           if ent-has-best (ent-found-idx) = 1
           and ent-lookup-score not > ent-best (ent-found-idx)
               exit paragraph
           end-if
           move ent-lookup-date to crl-date
           move ent-lookup-initials to crl-initials
           move ent-lookup-score to crl-score
           move pub-event-id to crl-event-id
           perform 0185-Check-Certified
           if crp-hit = 1
               move ent-lookup-score to ent-best (ent-found-idx)
               move 1 to ent-has-best (ent-found-idx)
           end-if.

      *    Lines that do not parse are the display-text archives
      *    written before the fixed layout, and are passed over.
       0500-Load-Champions.
           open input archive-file.
           if arc-file-status = "35"
               exit paragraph
           end-if
           if arc-file-status not = "00"
               move "SEASARCH" to brd-file-name
               move arc-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
               exit paragraph
           end-if
           perform until arc-file-status not = "00"
               read archive-file
                   at end
                       continue
                   not at end
                       perform 0510-Consider-Champion
               end-read
           end-perform
           if arc-file-status not = "10"
               move "SEASARCH" to brd-file-name
               move arc-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
           end-if
           close archive-file.

       0510-Consider-Champion.
           if sst-month not numeric or sst-rank not numeric
           or sst-best not numeric or sst-runs not numeric
           or sst-initials = spaces
               exit paragraph
           end-if
           if sst-rank = 0 or sst-rank > 5
               exit paragraph
           end-if
           if sst-ruleset not numeric
               move 0 to sst-ruleset
           end-if
           move 0 to chm-found-idx
           perform varying chm-idx from 1 by 1
            until chm-idx > chm-count or chm-found-idx not = 0
               if chm-month (chm-idx) = sst-month
               and chm-ruleset (chm-idx) = sst-ruleset
                   move chm-idx to chm-found-idx
               end-if
           end-perform
           if chm-found-idx not = 0
               if chm-rank (chm-found-idx) <= sst-rank
                   exit paragraph
               end-if
           end-if
           move sst-initials to vd-lookup-initials
           move sst-best to vd-lookup-score
           move 0 to vd-lookup-date
           move sst-month to vd-lookup-date (1:6)
           move sst-ruleset to vd-lookup-ruleset
           perform 0181-Check-Void-In-Month
           if vd-hit = 1
               exit paragraph
           end-if
           move 0 to crl-date
           move sst-month to crl-month
           move sst-initials to crl-initials
           move sst-best to crl-score
           move spaces to crl-event-id
           perform 0185-Check-Certified
           if crp-hit = 0
               exit paragraph
           end-if
           if chm-found-idx = 0
               if chm-count >= 500
                   set chm-overflow to 1
                   exit paragraph
               end-if
               add 1 to chm-count
               move chm-count to chm-found-idx
               move sst-month to chm-month (chm-found-idx)
               move sst-ruleset to chm-ruleset (chm-found-idx)
               move 0 to chm-taken (chm-found-idx)
           end-if
           move sst-rank to chm-rank (chm-found-idx)
           move sst-initials to chm-initials (chm-found-idx)
           move sst-best to chm-best (chm-found-idx)
           move sst-runs to chm-runs (chm-found-idx).

       0600-Load-Rivalries.
           open input versus-file.
           if vsr-file-status = "35"
               exit paragraph
           end-if
           if vsr-file-status not = "00"
               move "VERSUS" to brd-file-name
               move vsr-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
               exit paragraph
           end-if
           perform until vsr-file-status not = "00"
               read versus-file
                   at end
                       continue
                   not at end
                       perform 0610-Tally-Rivalry
               end-read
           end-perform
           if vsr-file-status not = "10"
               move "VERSUS" to brd-file-name
               move vsr-file-status to brd-file-status
               perform 0190-Flag-Input-Unreadable
           end-if
           close versus-file.

       0610-Tally-Rivalry.
           if vsr-ini-1 = spaces or vsr-ini-2 = spaces
           or vsr-winner not numeric or vsr-winner > 2
               add 1 to pub-bad-count
               exit paragraph
           end-if
           move 0 to riv-found-idx
           perform varying riv-idx from 1 by 1
            until riv-idx > riv-count or riv-found-idx not = 0
               if (riv-ini-a (riv-idx) = vsr-ini-1
                and riv-ini-b (riv-idx) = vsr-ini-2)
               or (riv-ini-a (riv-idx) = vsr-ini-2
                and riv-ini-b (riv-idx) = vsr-ini-1)
                   move riv-idx to riv-found-idx
               end-if
           end-perform
           if riv-found-idx = 0
               if riv-count >= 500
                   set riv-overflow to 1
                   exit paragraph
               end-if
               add 1 to riv-count
               move riv-count to riv-found-idx
               move vsr-ini-1 to riv-ini-a (riv-found-idx)
               move vsr-ini-2 to riv-ini-b (riv-found-idx)
               move 0 to riv-wins-a (riv-found-idx)
               move 0 to riv-wins-b (riv-found-idx)
               move 0 to riv-ties (riv-found-idx)
               move 0 to riv-races (riv-found-idx)
               move 0 to riv-taken (riv-found-idx)
           end-if
           add 1 to riv-races (riv-found-idx)
           evaluate true
               when vsr-winner = 0
                   add 1 to riv-ties (riv-found-idx)
               when (vsr-winner = 1
                and riv-ini-a (riv-found-idx) = vsr-ini-1)
                or (vsr-winner = 2
                and riv-ini-a (riv-found-idx) = vsr-ini-2)
                   add 1 to riv-wins-a (riv-found-idx)
               when other
                   add 1 to riv-wins-b (riv-found-idx)
           end-evaluate.

      *    The feed is written start to finish in one pass; a write
      *    that fails stops it there, and the missing trailer tells
      *    the receiver not to take it.
       0700-Write-Feed.
           open output feed-file
           if pbf-file-status not = "00"
               set feed-failed to 1
               exit paragraph
           end-if
           move spaces to pub-header-record
           move "HD" to pbh-rec-type
           move "FLAPFEED" to pbh-feed-id
           move 1 to pbh-layout-version
           move pub-today to pbh-gen-date
           move pub-now to pbh-gen-time
           move pub-current-month to pbh-season-month
           move pub-event-id to pbh-event-id
           perform 0790-Write-Feed-Record
           perform 0710-Write-Hiscore-Section
           perform 0720-Write-Season-Section
           perform 0730-Write-Event-Section
           perform 0740-Write-Champion-Section
           perform 0750-Write-Rivalry-Section
           if feed-failed = 0
               move spaces to pub-trailer-record
               move "TR" to pbt-rec-type
               move "FLAPFEED" to pbt-feed-id
               move pub-today to pbt-gen-date
               move pub-now to pbt-gen-time
               move pub-hs-written to pbt-hiscore-count
               move pub-sea-written to pbt-season-count
               move pub-evt-written to pbt-event-count
               move pub-chm-written to pbt-champion-count
               move pub-riv-written to pbt-rivalry-count
               compute pbt-total-count = pub-total-written + 1
               perform 0790-Write-Feed-Record
           end-if
           close feed-file.

      *    Rulesets in id order, the top five of each, ties to the
      *    older record - the rule flaphsm keeps survivors by.
       0710-Write-Hiscore-Section.
           move 0 to pub-cur-ruleset
           move 1 to pub-ruleset-found
           perform until pub-ruleset-found = 0 or feed-failed = 1
               move 0 to pub-ruleset-found
               perform varying hsb-idx from 1 by 1
                until hsb-idx > hsb-count
                   if hsb-taken (hsb-idx) = 0
                       if pub-ruleset-found = 0
                       or hsb-ruleset (hsb-idx) < pub-next-ruleset
                           move hsb-ruleset (hsb-idx)
                            to pub-next-ruleset
                           move 1 to pub-ruleset-found
                       end-if
                   end-if
               end-perform
               if pub-ruleset-found = 1
                   move pub-next-ruleset to pub-cur-ruleset
                   perform 0711-Write-Hiscore-Ruleset
               end-if
           end-perform.

       0711-Write-Hiscore-Ruleset.
           perform varying hsb-rank from 1 by 1
            until hsb-rank > 5 or feed-failed = 1
               move 0 to hsb-best-idx
               perform varying hsb-idx from 1 by 1
                until hsb-idx > hsb-count
                   if hsb-taken (hsb-idx) = 0
                   and hsb-ruleset (hsb-idx) = pub-cur-ruleset
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
                   move spaces to pub-hiscore-record
                   move "HS" to pbs-rec-type
                   move pub-cur-ruleset to pbs-ruleset
                   move hsb-rank to pbs-rank
                   move hsb-initials (hsb-best-idx) to pbs-initials
                   move hsb-score (hsb-best-idx) to pbs-score
                   move hsb-date (hsb-best-idx) to pbs-date
                   move hsb-duration (hsb-best-idx) to pbs-duration
                   perform 0790-Write-Feed-Record
                   add 1 to pub-hs-written
               end-if
           end-perform
      *    Anything below the five stays off the feed.
           perform varying hsb-idx from 1 by 1
            until hsb-idx > hsb-count
               if hsb-ruleset (hsb-idx) = pub-cur-ruleset
                   move 1 to hsb-taken (hsb-idx)
               end-if
           end-perform.

       0720-Write-Season-Section.
           perform varying std-idx from 1 by 1
            until std-idx > std-count
               if std-has-best (std-idx) = 0
                   move 1 to std-taken (std-idx)
               end-if
           end-perform
           move 1 to pub-ruleset-found
           perform until pub-ruleset-found = 0 or feed-failed = 1
               move 0 to pub-ruleset-found
               perform varying std-idx from 1 by 1
                until std-idx > std-count
                   if std-taken (std-idx) = 0
                       if pub-ruleset-found = 0
                       or std-ruleset (std-idx) < pub-next-ruleset
                           move std-ruleset (std-idx)
                            to pub-next-ruleset
                           move 1 to pub-ruleset-found
                       end-if
                   end-if
               end-perform
               if pub-ruleset-found = 1
                   move pub-next-ruleset to pub-cur-ruleset
                   perform 0721-Write-Season-Ruleset
               end-if
           end-perform.

       0721-Write-Season-Ruleset.
           perform varying std-rank from 1 by 1
            until std-rank > 5 or feed-failed = 1
               move 0 to std-best-idx
               perform varying std-idx from 1 by 1
                until std-idx > std-count
                   if std-taken (std-idx) = 0
                   and std-ruleset (std-idx) = pub-cur-ruleset
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
                   move spaces to pub-season-record
                   move "SE" to pbe-rec-type
                   move pub-current-month to pbe-month
                   move pub-cur-ruleset to pbe-ruleset
                   move std-rank to pbe-rank
                   move std-initials (std-best-idx) to pbe-initials
                   move std-best (std-best-idx) to pbe-best
                   move std-runs (std-best-idx) to pbe-runs
                   perform 0790-Write-Feed-Record
                   add 1 to pub-sea-written
               end-if
           end-perform
           perform varying std-idx from 1 by 1
            until std-idx > std-count
               if std-ruleset (std-idx) = pub-cur-ruleset
                   move 1 to std-taken (std-idx)
               end-if
           end-perform.

      *    Every entrant with a publishable best, best descending.
       0730-Write-Event-Section.
           move 0 to ent-rank
           move 1 to ent-best-idx
           perform until ent-best-idx = 0 or feed-failed = 1
               move 0 to ent-best-idx
               perform varying ent-idx from 1 by 1
                until ent-idx > ent-count
                   if ent-taken (ent-idx) = 0
                   and ent-has-best (ent-idx) = 1
                       if ent-best-idx = 0
                           move ent-idx to ent-best-idx
                       else
                           if ent-best (ent-idx)
                            > ent-best (ent-best-idx)
                               move ent-idx to ent-best-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if ent-best-idx not = 0
                   move 1 to ent-taken (ent-best-idx)
                   add 1 to ent-rank
                   move spaces to pub-event-record
                   move "EV" to pbv-rec-type
                   move pub-event-id to pbv-event-id
                   move pub-event-status to pbv-status
                   move ent-rank to pbv-rank
                   move ent-initials (ent-best-idx) to pbv-initials
                   move ent-best (ent-best-idx) to pbv-best
                   move ent-attempts (ent-best-idx) to pbv-attempts
                   move pub-attempt-limit to pbv-attempt-limit
                   perform 0790-Write-Feed-Record
                   add 1 to pub-evt-written
               end-if
           end-perform.

      *    Newest month first, six months at most, each month's
      *    champions in ruleset order.
       0740-Write-Champion-Section.
           move 0 to chm-months-out
           move 1 to chm-month-cur
           perform until chm-months-out >= 6 or chm-month-cur = 0
            or feed-failed = 1
               move 0 to chm-month-cur
               perform varying chm-idx from 1 by 1
                until chm-idx > chm-count
                   if chm-taken (chm-idx) = 0
                   and chm-month (chm-idx) > chm-month-cur
                       move chm-month (chm-idx) to chm-month-cur
                   end-if
               end-perform
               if chm-month-cur not = 0
                   add 1 to chm-months-out
                   perform 0741-Write-Champion-Month
               end-if
           end-perform.

       0741-Write-Champion-Month.
           move 1 to chm-best-idx
           perform until chm-best-idx = 0 or feed-failed = 1
               move 0 to chm-best-idx
               perform varying chm-idx from 1 by 1
                until chm-idx > chm-count
                   if chm-taken (chm-idx) = 0
                   and chm-month (chm-idx) = chm-month-cur
                       if chm-best-idx = 0
                           move chm-idx to chm-best-idx
                       else
                           if chm-ruleset (chm-idx)
                            < chm-ruleset (chm-best-idx)
                               move chm-idx to chm-best-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if chm-best-idx not = 0
                   move 1 to chm-taken (chm-best-idx)
                   move spaces to pub-champion-record
                   move "CH" to pbc-rec-type
                   move chm-month (chm-best-idx) to pbc-month
                   move chm-ruleset (chm-best-idx) to pbc-ruleset
                   move chm-initials (chm-best-idx) to pbc-initials
                   move chm-best (chm-best-idx) to pbc-best
                   move chm-runs (chm-best-idx) to pbc-runs
                   perform 0790-Write-Feed-Record
                   add 1 to pub-chm-written
               end-if
           end-perform.

      *    Most races run first; equal counts keep ledger order.
       0750-Write-Rivalry-Section.
           perform varying riv-rank from 1 by 1
            until riv-rank > 5 or feed-failed = 1
               move 0 to riv-best-idx
               perform varying riv-idx from 1 by 1
                until riv-idx > riv-count
                   if riv-taken (riv-idx) = 0
                       if riv-best-idx = 0
                           move riv-idx to riv-best-idx
                       else
                           if riv-races (riv-idx)
                            > riv-races (riv-best-idx)
                               move riv-idx to riv-best-idx
                           end-if
                       end-if
                   end-if
               end-perform
               if riv-best-idx not = 0
                   move 1 to riv-taken (riv-best-idx)
                   move spaces to pub-rivalry-record
                   move "RV" to pbr-rec-type
                   move riv-rank to pbr-rank
                   move riv-ini-a (riv-best-idx) to pbr-ini-a
                   move riv-wins-a (riv-best-idx) to pbr-wins-a
                   move riv-ties (riv-best-idx) to pbr-ties
                   move riv-wins-b (riv-best-idx) to pbr-wins-b
                   move riv-ini-b (riv-best-idx) to pbr-ini-b
                   move riv-races (riv-best-idx) to pbr-races
                   perform 0790-Write-Feed-Record
                   add 1 to pub-riv-written
               end-if
           end-perform.

       0790-Write-Feed-Record.
           if feed-failed = 1
               exit paragraph
           end-if
           write pub-feed-record
           if pbf-file-status not = "00"
               set feed-failed to 1
           else
               add 1 to pub-total-written
           end-if.

       0900-Write-Summary.
           move spaces to rpt-line
           string "GENERATED " pub-today " " pub-now
            "  SEASON " pub-current-month
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           if pub-event-id not = spaces
               move spaces to rpt-line
               string "EVENT " pub-event-id "  " pub-event-status
                "  FROM " pub-event-source
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
           end-if
           move spaces to report-record
           write report-record
           move pub-hs-written to rpt-count-disp
           move spaces to report-record
           string "HISCORE RECORDS  . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move pub-sea-written to rpt-count-disp
           move spaces to report-record
           string "SEASON RECORDS . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move pub-evt-written to rpt-count-disp
           move spaces to report-record
           string "EVENT RECORDS  . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move pub-chm-written to rpt-count-disp
           move spaces to report-record
           string "CHAMPION RECORDS . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move pub-riv-written to rpt-count-disp
           move spaces to report-record
           string "RIVALRY RECORDS  . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move pub-total-written to rpt-count-disp
           move spaces to report-record
           string "FEED LINES WRITTEN . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move vd-left-out-count to rpt-count-disp
           move spaces to report-record
           string "VOIDED RUNS LEFT OUT . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crl-left-out-count to rpt-count-disp
           move spaces to report-record
           string "UNCERTIFIED LEFT OUT . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move pub-bad-count to rpt-count-disp
           move spaces to report-record
           string "UNREADABLE LINES . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move spaces to report-record
           write report-record
           if vd-overflow = 1
               move "WARNING: OVER 2000 VOIDS IN OPERLOG - A VOIDED"
                to report-record
               write report-record
               move "         RUN COULD BE PUBLISHED - FEED WITHHELD"
                to report-record
               write report-record
           end-if
           if crp-overflow = 1
               move "WARNING: OVER 5000 PASS LINES IN CERTREG - SOME"
                to report-record
               write report-record
               move "         CERTIFIED SCORES MAY BE LEFT OFF"
                to report-record
               write report-record
           end-if
           if hsb-overflow = 1 or std-overflow = 1
           or ent-overflow = 1 or chm-overflow = 1
           or riv-overflow = 1
               move "WARNING: A BOARD TABLE FILLED UP - THE FEED MAY"
                to report-record
               write report-record
               move "         BE SHORT OF ENTRIES"
                to report-record
               write report-record
           end-if
           evaluate true
               when feed-failed = 1
                   move "RESULT: PUBFEED WRITE FAILED - NO TRAILER, THE"
                    to report-record
                   write report-record
                   move "        RECEIVER WILL REJECT IT"
                    to report-record
               when input-unreadable = 1 or vd-overflow = 1
                   move "RESULT: FEED WITHHELD - LAST GOOD PUBFEED LEFT"
                    to report-record
               when other
                   move "RESULT: FEED WRITTEN" to report-record
           end-evaluate
           write report-record.
