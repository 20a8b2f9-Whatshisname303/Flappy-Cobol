           identification division.
           program-id. flapelo.

      ******************************************************************
      *    PLAYER SKILL RATINGS - ELO FROM RACES AND EVENT FINISHES
      *    The rivalry board counts wins pair by pair; it cannot say
      *    who is the stronger player overall.  This job rates every
      *    player Elo-style: everyone starts at 1500, and each result
      *    moves both players by K times the gap between what
      *    happened and what their ratings expected - so beating a
      *    stronger player pays more than beating a weaker one.
      *    Results come from two places, taken together in date
      *    order:
      *      - every race in the VERSUS ledger (K 32, a tie is half
      *        a win each way);
      *      - every event's finishing order, each entrant's best
      *        attempt against every other's, with K shared out over
      *        the field so a whole event weighs about one race per
      *        player.  EVENTMRG is the truth for an event it holds
      *        (several kiosks merged); EVENTRES covers the rest,
      *        less any run the operator voided in OPERLOG - flapmrg
      *        has already left those out of EVENTMRG.
      *    The whole history is re-rated from scratch every night,
      *    so a run is repeatable and an initials merge by flapcor
      *    simply folds in.  RATINGS (indexed on initials) is then
      *    rebuilt, keeping last night's rating and rank beside the
      *    new ones, and RATRPT ranks every player with movement
      *    since the last run.
      *    RETURN-CODE: 0 clean, 4 unreadable input lines were
      *    skipped, 99 RATINGS could not be rebuilt (or was left
      *    untouched because the history would not fit, a history
      *    file was there but would not read to the end, or OPERLOG
      *    could not say which runs were voided).
      ******************************************************************

           environment division.
           input-output section.
           file-control.
               select ratings-file assign to "RATINGS"
                organization is indexed
                access mode is dynamic
                record key is rt-initials
                file status is rat-file-status.
               select versus-file assign to "VERSUS"
                organization is line sequential
                file status is vsr-file-status.
               select event-merge-file assign to "EVENTMRG"
                organization is line sequential
                file status is mrg-file-status.
               select event-results-file assign to "EVENTRES"
                organization is line sequential
                file status is evt-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is op-file-status.
               select report-file assign to "RATRPT"
                organization is line sequential
                file status is rpt-file-status.

           data division.
           file section.

           fd ratings-file.

           copy rating-record.

           fd versus-file.
           01 versus-record.
               05 vsr-date pic 9(8).
               05 vsr-ini-1 pic x(3).
               05 vsr-score-1 pic 9(4).
               05 vsr-ini-2 pic x(3).
               05 vsr-score-2 pic 9(4).
               05 vsr-winner pic 9.

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

           fd operator-log-file.

           copy oper-log.

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************

           01 rat-file-status pic x(02).
           01 vsr-file-status pic x(02).
           01 mrg-file-status pic x(02).
           01 evt-file-status pic x(02).
           01 op-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 rat-eof pic 9 value 0.
           01 rat-unreadable pic 9 value 0.
           01 history-unreadable pic 9 value 0.
           01 hst-file-name pic x(8).
           01 hst-file-status pic x(02).
           01 table-overflow pic 9 value 0.
           01 rebuild-failed pic 9 value 0.

      ******************************************************************
      *        PLAYER TABLE
      *    Everyone who raced, entered an event or was rated last
      *    time.  A player rated last time with nothing on file now
      *    (merged away, say) is dropped from the rebuilt RATINGS.
      ******************************************************************

           01 ply-count pic 9(4) value 0.
           01 ply-tbl.
               05 ply-entry occurs 2000 times.
                   10 ply-initials pic x(3).
                   10 ply-rating pic s9(5)v9(4).
                   10 ply-delta pic s9(5)v9(4).
                   10 ply-peak pic 9(4).
                   10 ply-races pic 9(5).
                   10 ply-event-games pic 9(5).
                   10 ply-wins pic 9(5).
                   10 ply-losses pic 9(5).
                   10 ply-draws pic 9(5).
                   10 ply-had-prior pic 9.
                   10 ply-prior-rating pic 9(4).
                   10 ply-prior-rank pic 9(4).
                   10 ply-rank pic 9(4).
           01 ply-idx pic 9(4) value 0.
           01 ply-found-idx pic 9(4) value 0.
           01 ply-lookup-ini pic x(3).
           01 ply-rated-count pic 9(4) value 0.
           01 ply-dropped-count pic 9(4) value 0.

      ******************************************************************
      *        RACE TABLE
      ******************************************************************

           01 vrc-count pic 9(5) value 0.
           01 vrc-tbl.
               05 vrc-entry occurs 5000 times.
                   10 vrc-date pic 9(8).
                   10 vrc-ini-1 pic x(3).
                   10 vrc-ini-2 pic x(3).
                   10 vrc-winner pic 9.
           01 vrc-bad-count pic 9(5) value 0.

      ******************************************************************
      *        EVENT TABLES
      *    One row per event (dated by its last attempt) and one per
      *    entrant per event holding that entrant's best attempt.
      ******************************************************************

           01 evl-count pic 9(3) value 0.
           01 evl-tbl.
               05 evl-entry occurs 200 times.
                   10 evl-event-id pic x(8).
                   10 evl-date pic 9(8).
                   10 evl-merged pic 9.
           01 evl-idx pic 9(3) value 0.
           01 evl-found-idx pic 9(3) value 0.
           01 evl-rated-count pic 9(3) value 0.

           01 efn-count pic 9(4) value 0.
           01 efn-tbl.
               05 efn-entry occurs 3000 times.
                   10 efn-event-idx pic 9(3).
                   10 efn-initials pic x(3).
                   10 efn-best pic 9(4).
           01 efn-idx pic 9(4) value 0.
           01 efn-found-idx pic 9(4) value 0.
           01 efn-bad-count pic 9(5) value 0.

           01 lkp-event-id pic x(8).
           01 lkp-initials pic x(3).
           01 lkp-score pic 9(4).
           01 lkp-date pic 9(8).
           01 lkp-merged pic 9.

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
           01 oplog-unreadable pic 9 value 0.

      *    The field of the one event being rated.
           01 ent-count pic 9(3) value 0.
           01 ent-tbl.
               05 ent-entry occurs 100 times.
                   10 ent-ply-idx pic 9(4).
                   10 ent-best pic 9(4).
           01 ent-idx pic 9(3) value 0.
           01 ent-opp-idx pic 9(3) value 0.
           01 ent-overflow-count pic 9(3) value 0.

      ******************************************************************
      *        TIMELINE
      *    Races and events interleaved by date; within a date the
      *    file order stands (the insertion below is stable).
      ******************************************************************

           01 tml-count pic 9(5) value 0.
           01 tml-tbl.
               05 tml-entry occurs 5200 times.
                   10 tml-date pic 9(8).
                   10 tml-kind pic x.
                   10 tml-ref pic 9(5).
           01 tml-idx pic 9(5) value 0.
           01 tml-pos pic 9(5) value 0.
           01 tml-hold.
               05 tml-hold-date pic 9(8).
               05 tml-hold-kind pic x.
               05 tml-hold-ref pic 9(5).

      ******************************************************************
      *        ELO ARITHMETIC
      ******************************************************************

           01 elo-start pic 9(4) value 1500.
           01 elo-floor pic 9(4) value 100.
           01 elo-k-race pic 9(3) value 32.
           01 elo-k pic 9(3)v9(4) value 0.
           01 elo-idx-a pic 9(4) value 0.
           01 elo-idx-b pic 9(4) value 0.
           01 elo-actual pic 9v9 value 0.
           01 elo-gap pic s9(3)v9(6) value 0.
           01 elo-power pic 9(5)v9(6) value 0.
           01 elo-expect pic 9v9(6) value 0.
           01 elo-margin pic s9v9(6) value 0.
           01 elo-change pic s9(5)v9(4) value 0.
           01 elo-whole pic 9(4) value 0.

      ******************************************************************
      *        RANKING / REPORT BUILDING
      ******************************************************************

           01 rnk-next pic 9(4) value 0.
           01 rnk-best-idx pic 9(4) value 0.
           01 rat-today pic 9(8) value 0.
           01 rpt-line pic x(80).
           01 rpt-count-disp pic z(6)9.
           01 rpt-rank-disp pic zzz9.
           01 rpt-rating-disp pic zzz9.
           01 rpt-move-disp pic +zzz9.
           01 rpt-rank-move pic x(7).
           01 rpt-rank-gap pic zzz9.

           procedure division.

           accept rat-today from date yyyymmdd.
           perform 0010-Open-Files.
           perform 0100-Load-Prior-Ratings.
           perform 0200-Load-Races.
           perform 0250-Load-Operator-Voids.
           perform 0300-Load-Event-Finishes.
           perform 0400-Build-Timeline.
      *    A history that did not fit would be rated short - those
      *    ratings are printed for a look but never written back.
           perform 0500-Rate-Timeline.
           perform 0600-Rank-Players.
           perform 0700-Write-Report.
           if table-overflow = 0 and rat-unreadable = 0
           and oplog-unreadable = 0 and vd-overflow = 0
           and history-unreadable = 0
               perform 0800-Rebuild-Ratings
           end-if.
           perform 0790-Write-Result.
           close report-file.
           evaluate true
               when rebuild-failed = 1 or table-overflow = 1
                or rat-unreadable = 1 or oplog-unreadable = 1
                or vd-overflow = 1 or history-unreadable = 1
                   move 99 to return-code
               when vrc-bad-count > 0 or efn-bad-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

       0010-Open-Files.
           open output report-file.
           move "PLAYER SKILL RATINGS" to report-record.
           write report-record.
           move "--------------------" to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.

      *    Last night's file supplies only the "before" column -
      *    nothing in it feeds the arithmetic.  One that is there
      *    but will not open (the kiosk up and holding it, say) has
      *    its movement column lost, so the pass reports only.
       0100-Load-Prior-Ratings.
           open input ratings-file.
           if rat-file-status = "35"
               exit paragraph
           end-if
           if rat-file-status not = "00"
               set rat-unreadable to 1
               move spaces to rpt-line
               string "WARNING: RATINGS WILL NOT OPEN - STATUS "
                rat-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               exit paragraph
           end-if
           perform until rat-eof = 1
               read ratings-file next record
                   at end
                       set rat-eof to 1
                   not at end
                       move rt-initials to ply-lookup-ini
                       perform 0150-Find-Player
                       if ply-found-idx not = 0
                           move 1 to ply-had-prior (ply-found-idx)
                           move rt-rating
                            to ply-prior-rating (ply-found-idx)
                           move rt-rank
                            to ply-prior-rank (ply-found-idx)
                       end-if
               end-read
           end-perform
           close ratings-file.

      *    Finds (or adds, at the starting rating) ply-lookup-ini.
       0150-Find-Player.
           move 0 to ply-found-idx
           perform varying ply-idx from 1 by 1
            until ply-idx > ply-count or ply-found-idx not = 0
               if ply-initials (ply-idx) = ply-lookup-ini
                   move ply-idx to ply-found-idx
               end-if
           end-perform
           if ply-found-idx = 0
               if ply-count >= 2000
                   set table-overflow to 1
               else
                   add 1 to ply-count
                   move ply-count to ply-found-idx
                   initialize ply-entry (ply-count)
                   move ply-lookup-ini to ply-initials (ply-count)
                   move elo-start to ply-rating (ply-count)
                   move elo-start to ply-peak (ply-count)
               end-if
           end-if.

      *    A race with a bad date, an unknown winner code or an
      *    unsigned seat cannot be rated and is counted out.  No
      *    VERSUS means no races yet; one that is there but will not
      *    read to the end would rate a short history, so RATINGS is
      *    left as it was.
       0200-Load-Races.
           open input versus-file.
           if vsr-file-status = "35"
               exit paragraph
           end-if
           if vsr-file-status not = "00"
               move "VERSUS" to hst-file-name
               move vsr-file-status to hst-file-status
               perform 0305-Flag-History-Unreadable
               exit paragraph
           end-if
           perform until vsr-file-status not = "00"
               read versus-file
                   at end
                       continue
                   not at end
                       perform 0210-Stash-Race
               end-read
           end-perform
           if vsr-file-status not = "10"
               move "VERSUS" to hst-file-name
               move vsr-file-status to hst-file-status
               perform 0305-Flag-History-Unreadable
           end-if
           close versus-file.

       0210-Stash-Race.
           if vsr-date not numeric or vsr-winner not numeric
            or vsr-winner > 2
            or vsr-ini-1 = spaces or vsr-ini-2 = spaces
            or vsr-ini-1 = vsr-ini-2
               add 1 to vrc-bad-count
               exit paragraph
           end-if
           if vrc-count >= 5000
               set table-overflow to 1
               exit paragraph
           end-if
           add 1 to vrc-count
           move vsr-date to vrc-date (vrc-count)
           move vsr-ini-1 to vrc-ini-1 (vrc-count)
           move vsr-ini-2 to vrc-ini-2 (vrc-count)
           move vsr-winner to vrc-winner (vrc-count).

      *    No OPERLOG means nothing was ever voided.  One that will
      *    not read in full, or holds more voids than the table,
      *    could let a voided run decide a finish, so the ratings
      *    are printed for a look but RATINGS is left as it was.
       0250-Load-Operator-Voids.
           open input operator-log-file
           if op-file-status = "35"
               exit paragraph
           end-if
           if op-file-status not = "00"
               perform 0260-Flag-Voids-Unknown
               exit paragraph
           end-if
           perform until op-file-status not = "00"
               read operator-log-file
                   at end
                       continue
                   not at end
                       if ol-action = "VOID"
                       and olv-score numeric and olv-run-date numeric
                       and olv-duration numeric and olv-ruleset numeric
                           if vd-count >= 2000
                               set vd-overflow to 1
                           else
                               add 1 to vd-count
                               move olv-initials
                                to vd-initials (vd-count)
                               move olv-score to vd-score (vd-count)
                               move olv-run-date to vd-date (vd-count)
                               move olv-duration
                                to vd-duration (vd-count)
                               move olv-ruleset
                                to vd-ruleset (vd-count)
                           end-if
                       end-if
               end-read
           end-perform
           if op-file-status not = "10"
               perform 0260-Flag-Voids-Unknown
           end-if
           close operator-log-file
           if vd-overflow = 1
               move "WARNING: OPERLOG HOLDS MORE VOIDS THAN THE TABLE"
                to report-record
               write report-record
           end-if.

       0260-Flag-Voids-Unknown.
           set oplog-unreadable to 1
           move spaces to rpt-line
           string "WARNING: OPERLOG WILL NOT READ - STATUS "
            op-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record.

      *    A voided run is left out of the finish altogether, as
      *    flapmrg leaves it out of EVENTMRG.
       0270-Check-Void.
           move 0 to vd-hit
           if ev-ruleset not numeric
               move 0 to ev-ruleset
           end-if
           perform varying vd-idx from 1 by 1
            until vd-idx > vd-count or vd-hit = 1
               if vd-initials (vd-idx) = ev-initials
               and vd-score (vd-idx) = ev-score
               and vd-date (vd-idx) = ev-date
               and vd-duration (vd-idx) = ev-duration
               and vd-ruleset (vd-idx) = ev-ruleset
                   move 1 to vd-hit
               end-if
           end-perform.

      *    EVENTMRG first: any event it holds is taken from there
      *    alone, and that event's lines in the local EVENTRES are
      *    then skipped - they are already inside the merge.  Either
      *    file absent is no events from it; either one there but
      *    unreadable leaves RATINGS as it was, as for VERSUS.
       0300-Load-Event-Finishes.
           open input event-merge-file
           if mrg-file-status not = "00" and mrg-file-status not = "35"
               move "EVENTMRG" to hst-file-name
               move mrg-file-status to hst-file-status
               perform 0305-Flag-History-Unreadable
           end-if
           if mrg-file-status = "00"
               perform until mrg-file-status not = "00"
                   read event-merge-file
                       at end
                           continue
                       not at end
                           move mrg-event-id to lkp-event-id
                           move mrg-initials to lkp-initials
                           move mrg-score to lkp-score
                           move mrg-date to lkp-date
                           move 1 to lkp-merged
                           if mrg-score numeric and mrg-date numeric
                               perform 0310-Stash-Finish
                           else
                               add 1 to efn-bad-count
                           end-if
                   end-read
               end-perform
               if mrg-file-status not = "10"
                   move "EVENTMRG" to hst-file-name
                   move mrg-file-status to hst-file-status
                   perform 0305-Flag-History-Unreadable
               end-if
               close event-merge-file
           end-if
           open input event-results-file
           if evt-file-status not = "00" and evt-file-status not = "35"
               move "EVENTRES" to hst-file-name
               move evt-file-status to hst-file-status
               perform 0305-Flag-History-Unreadable
           end-if
           if evt-file-status = "00"
               perform until evt-file-status not = "00"
                   read event-results-file
                       at end
                           continue
                       not at end
                           move ev-event-id to lkp-event-id
                           move ev-initials to lkp-initials
                           move ev-score to lkp-score
                           move ev-date to lkp-date
                           move 0 to lkp-merged
                           perform 0270-Check-Void
                           if vd-hit = 0
                               if ev-score numeric and ev-date numeric
                                   perform 0310-Stash-Finish
                               else
                                   add 1 to efn-bad-count
                               end-if
                           end-if
                   end-read
               end-perform
               if evt-file-status not = "10"
                   move "EVENTRES" to hst-file-name
                   move evt-file-status to hst-file-status
                   perform 0305-Flag-History-Unreadable
               end-if
               close event-results-file
           end-if.

       0305-Flag-History-Unreadable.
           set history-unreadable to 1
           move spaces to rpt-line
           string "WARNING: " delimited by size
            hst-file-name delimited by space
            " WILL NOT READ - STATUS " hst-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record.

       0310-Stash-Finish.
           if lkp-initials = spaces or lkp-event-id = spaces
               add 1 to efn-bad-count
               exit paragraph
           end-if
           move 0 to evl-found-idx
           perform varying evl-idx from 1 by 1
            until evl-idx > evl-count or evl-found-idx not = 0
               if evl-event-id (evl-idx) = lkp-event-id
                   move evl-idx to evl-found-idx
               end-if
           end-perform
           if evl-found-idx = 0
               if evl-count >= 200
                   set table-overflow to 1
                   exit paragraph
               end-if
               add 1 to evl-count
               move evl-count to evl-found-idx
               move lkp-event-id to evl-event-id (evl-count)
               move 0 to evl-date (evl-count)
               move lkp-merged to evl-merged (evl-count)
           end-if
           if evl-merged (evl-found-idx) = 1 and lkp-merged = 0
               exit paragraph
           end-if
           if lkp-date > evl-date (evl-found-idx)
               move lkp-date to evl-date (evl-found-idx)
           end-if
           move 0 to efn-found-idx
           perform varying efn-idx from 1 by 1
            until efn-idx > efn-count or efn-found-idx not = 0
               if efn-event-idx (efn-idx) = evl-found-idx
               and efn-initials (efn-idx) = lkp-initials
                   move efn-idx to efn-found-idx
               end-if
           end-perform
           if efn-found-idx = 0
               if efn-count >= 3000
                   set table-overflow to 1
                   exit paragraph
               end-if
               add 1 to efn-count
               move efn-count to efn-found-idx
               move evl-found-idx to efn-event-idx (efn-count)
               move lkp-initials to efn-initials (efn-count)
               move lkp-score to efn-best (efn-count)
           end-if
           if lkp-score > efn-best (efn-found-idx)
               move lkp-score to efn-best (efn-found-idx)
           end-if.

      *    Every race, then every event, is inserted behind the last
      *    entry dated on or before it - VERSUS is already nearly in
      *    date order, so the insertion rarely has to travel.
       0400-Build-Timeline.
           perform varying tml-idx from 1 by 1
            until tml-idx > vrc-count
               move vrc-date (tml-idx) to tml-hold-date
               move "V" to tml-hold-kind
               move tml-idx to tml-hold-ref
               perform 0410-Insert-Timeline-Entry
           end-perform
           perform varying evl-idx from 1 by 1
            until evl-idx > evl-count
               move evl-date (evl-idx) to tml-hold-date
               move "E" to tml-hold-kind
               move evl-idx to tml-hold-ref
               perform 0410-Insert-Timeline-Entry
           end-perform.

       0410-Insert-Timeline-Entry.
           if tml-count >= 5200
               set table-overflow to 1
               exit paragraph
           end-if
           add 1 to tml-count
           move tml-count to tml-pos
           perform until tml-pos = 1
            or tml-date (tml-pos - 1) <= tml-hold-date
               move tml-entry (tml-pos - 1) to tml-entry (tml-pos)
               subtract 1 from tml-pos
           end-perform
           move tml-hold to tml-entry (tml-pos).

       0500-Rate-Timeline.
           perform varying tml-idx from 1 by 1
            until tml-idx > tml-count
               if tml-kind (tml-idx) = "V"
                   perform 0510-Rate-Race
               else
                   perform 0520-Rate-Event
               end-if
           end-perform.

      *    One race: seat 1 against seat 2 at full K.
       0510-Rate-Race.
           move vrc-ini-1 (tml-ref (tml-idx)) to ply-lookup-ini
           perform 0150-Find-Player
           move ply-found-idx to elo-idx-a
           move vrc-ini-2 (tml-ref (tml-idx)) to ply-lookup-ini
           perform 0150-Find-Player
           move ply-found-idx to elo-idx-b
           if elo-idx-a = 0 or elo-idx-b = 0
               exit paragraph
           end-if
           add 1 to ply-races (elo-idx-a)
           add 1 to ply-races (elo-idx-b)
           evaluate vrc-winner (tml-ref (tml-idx))
               when 1
                   move 1 to elo-actual
                   add 1 to ply-wins (elo-idx-a)
                   add 1 to ply-losses (elo-idx-b)
               when 2
                   move 0 to elo-actual
                   add 1 to ply-losses (elo-idx-a)
                   add 1 to ply-wins (elo-idx-b)
               when other
                   move 0.5 to elo-actual
                   add 1 to ply-draws (elo-idx-a)
                   add 1 to ply-draws (elo-idx-b)
           end-evaluate
           move elo-k-race to elo-k
           perform 0530-Score-Pairing
           add elo-change to ply-rating (elo-idx-a)
           subtract elo-change from ply-rating (elo-idx-b)
           perform 0540-Settle-Player-A
           move elo-idx-b to elo-idx-a
           perform 0540-Settle-Player-A.

      *    One event: every entrant's best against every other's,
      *    all pairings scored off the ratings the field walked in
      *    with and applied together at the end, so the order the
      *    entrants happen to be listed in cannot matter.
       0520-Rate-Event.
           move 0 to ent-count
           perform varying efn-idx from 1 by 1
            until efn-idx > efn-count
               if efn-event-idx (efn-idx) = tml-ref (tml-idx)
                   if ent-count >= 100
                       add 1 to ent-overflow-count
                   else
                       move efn-initials (efn-idx) to ply-lookup-ini
                       perform 0150-Find-Player
                       if ply-found-idx not = 0
                           add 1 to ent-count
                           move ply-found-idx
                            to ent-ply-idx (ent-count)
                           move efn-best (efn-idx)
                            to ent-best (ent-count)
                           move 0 to ply-delta (ply-found-idx)
                       end-if
                   end-if
               end-if
           end-perform
           if ent-count < 2
               exit paragraph
           end-if
           add 1 to evl-rated-count
           compute elo-k = elo-k-race / (ent-count - 1)
           perform varying ent-idx from 1 by 1
            until ent-idx > ent-count
               perform varying ent-opp-idx from 1 by 1
                until ent-opp-idx > ent-count
                   if ent-opp-idx > ent-idx
                       perform 0525-Score-Event-Pairing
                   end-if
               end-perform
           end-perform
           perform varying ent-idx from 1 by 1
            until ent-idx > ent-count
               move ent-ply-idx (ent-idx) to elo-idx-a
               add 1 to ply-event-games (elo-idx-a)
               add ply-delta (elo-idx-a) to ply-rating (elo-idx-a)
               perform 0540-Settle-Player-A
           end-perform.

       0525-Score-Event-Pairing.
           move ent-ply-idx (ent-idx) to elo-idx-a
           move ent-ply-idx (ent-opp-idx) to elo-idx-b
           evaluate true
               when ent-best (ent-idx) > ent-best (ent-opp-idx)
                   move 1 to elo-actual
               when ent-best (ent-idx) < ent-best (ent-opp-idx)
                   move 0 to elo-actual
               when other
                   move 0.5 to elo-actual
           end-evaluate
           perform 0530-Score-Pairing
           add elo-change to ply-delta (elo-idx-a)
           subtract elo-change from ply-delta (elo-idx-b).

      *    The Elo step: A's expected score from the rating gap, and
      *    the change is K times actual minus expected - B moves by
      *    the same amount the other way.  Worked a piece at a time
      *    into fields sized for each step; a gap past 1600 points
      *    is held at 1600, where the expectation is settled anyway.
       0530-Score-Pairing.
           compute elo-gap rounded =
            (ply-rating (elo-idx-b) - ply-rating (elo-idx-a)) / 400
           if elo-gap > 4
               move 4 to elo-gap
           end-if
           if elo-gap < -4
               move -4 to elo-gap
           end-if
           compute elo-power rounded = 10 ** elo-gap
           compute elo-expect rounded = 1 / (1 + elo-power)
           compute elo-margin = elo-actual - elo-expect
           compute elo-change rounded = elo-k * elo-margin.

      *    Applies the floor and keeps the peak for player A.
       0540-Settle-Player-A.
           if ply-rating (elo-idx-a) < elo-floor
               move elo-floor to ply-rating (elo-idx-a)
           end-if
           compute elo-whole rounded = ply-rating (elo-idx-a)
           if elo-whole > ply-peak (elo-idx-a)
               move elo-whole to ply-peak (elo-idx-a)
           end-if.

      *    Highest rating first; a player with no result on file
      *    gets no rank and is not carried into RATINGS.
       0600-Rank-Players.
           move 0 to rnk-next
           perform until rnk-best-idx = 0 and rnk-next > 0
               move 0 to rnk-best-idx
               perform varying ply-idx from 1 by 1
                until ply-idx > ply-count
                   if ply-rank (ply-idx) = 0
                   and (ply-races (ply-idx) > 0
                    or ply-event-games (ply-idx) > 0)
                       if rnk-best-idx = 0
                           move ply-idx to rnk-best-idx
                       else
                           if ply-rating (ply-idx)
                            > ply-rating (rnk-best-idx)
                               move ply-idx to rnk-best-idx
                           end-if
                       end-if
                   end-if
               end-perform
               add 1 to rnk-next
               if rnk-best-idx not = 0
                   move rnk-next to ply-rank (rnk-best-idx)
                   add 1 to ply-rated-count
               end-if
           end-perform
           perform varying ply-idx from 1 by 1
            until ply-idx > ply-count
               if ply-rank (ply-idx) = 0 and ply-had-prior (ply-idx) = 1
                   add 1 to ply-dropped-count
               end-if
           end-perform.

       0700-Write-Report.
           move "RANK INI RATING  MOVE  RANK MOVE RACES  W-L-D"
            to rpt-line
           move "EVENTS PEAK" to rpt-line (60:)
           move rpt-line to report-record
           write report-record
           move "---- --- ------ ----- -------   -----" to rpt-line
           move "-----------------" to rpt-line (41:)
           move "------ ----" to rpt-line (60:)
           move rpt-line to report-record
           write report-record
           perform varying rnk-next from 1 by 1
            until rnk-next > ply-rated-count
               perform varying ply-idx from 1 by 1
                until ply-idx > ply-count
                   if ply-rank (ply-idx) = rnk-next
                       perform 0710-Write-Rating-Line
                   end-if
               end-perform
           end-perform
           move spaces to report-record
           write report-record
           compute rpt-count-disp = vrc-count
           string "RACES RATED  . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move vrc-bad-count to rpt-count-disp
           string "UNREADABLE RACE LINES  . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move evl-rated-count to rpt-count-disp
           string "EVENTS RATED . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move efn-bad-count to rpt-count-disp
           string "UNREADABLE EVENT LINES . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move ply-rated-count to rpt-count-disp
           string "PLAYERS RATED  . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move ply-dropped-count to rpt-count-disp
           string "PLAYERS DROPPED  . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move spaces to report-record
           write report-record
           if ent-overflow-count > 0
               move "WARNING: AN EVENT HAD OVER 100 ENTRANTS - THE"
                to report-record
               write report-record
               move "         REST OF ITS FIELD WAS NOT RATED"
                to report-record
               write report-record
           end-if
           if table-overflow = 1
               move "WARNING: HISTORY TOO BIG FOR THE TABLES - THESE"
                to report-record
               write report-record
               move "         RATINGS ARE SHORT - RATINGS UNTOUCHED"
                to report-record
               write report-record
           end-if.

      *    Movement against last night: points up or down, and
      *    places up or down the ranking - NEW for a first rating.
       0710-Write-Rating-Line.
           move ply-rank (ply-idx) to rpt-rank-disp
           compute elo-whole rounded = ply-rating (ply-idx)
           move elo-whole to rpt-rating-disp
           move spaces to rpt-rank-move
           if ply-had-prior (ply-idx) = 0
           or ply-prior-rank (ply-idx) = 0
               move "NEW" to rpt-rank-move
               compute rpt-move-disp = elo-whole - elo-start
           else
               compute rpt-move-disp =
                elo-whole - ply-prior-rating (ply-idx)
               evaluate true
                   when ply-prior-rank (ply-idx) > ply-rank (ply-idx)
                       compute rpt-rank-gap =
                        ply-prior-rank (ply-idx) - ply-rank (ply-idx)
                       string "UP " rpt-rank-gap
                        delimited by size into rpt-rank-move
                       end-string
                   when ply-prior-rank (ply-idx) < ply-rank (ply-idx)
                       compute rpt-rank-gap =
                        ply-rank (ply-idx) - ply-prior-rank (ply-idx)
                       string "DN " rpt-rank-gap
                        delimited by size into rpt-rank-move
                       end-string
                   when other
                       move "  -" to rpt-rank-move
               end-evaluate
           end-if
           move spaces to rpt-line
           string rpt-rank-disp " "
            ply-initials (ply-idx) "   "
            rpt-rating-disp " "
            rpt-move-disp "  "
            rpt-rank-move "   "
            ply-races (ply-idx) " "
            ply-wins (ply-idx) "-"
            ply-losses (ply-idx) "-"
            ply-draws (ply-idx) " "
            delimited by size into rpt-line
           end-string
           move ply-event-games (ply-idx) to rpt-line (60:5)
           move ply-peak (ply-idx) to rpt-line (67:4)
           move rpt-line to report-record
           write report-record.

       0790-Write-Result.
           evaluate true
               when rat-unreadable = 1
                   move "RESULT: RATINGS UNREADABLE - LEFT UNTOUCHED"
                    to report-record
               when table-overflow = 1
                   move "RESULT: HISTORY DID NOT FIT - NOT WRITTEN"
                    to report-record
               when history-unreadable = 1
                   move "RESULT: HISTORY UNREADABLE - NOT WRITTEN"
                    to report-record
               when oplog-unreadable = 1 or vd-overflow = 1
                   move "RESULT: VOIDS UNKNOWN - RATINGS NOT WRITTEN"
                    to report-record
               when rebuild-failed = 1
                   move "RESULT: RATINGS REBUILD FAILED"
                    to report-record
               when other
                   move "RESULT: RATINGS REBUILT" to report-record
           end-evaluate
           write report-record.

      *    The one destructive step: RATINGS is truncated and
      *    reloaded from the table, this rating becoming tomorrow's
      *    prior, so its open and every write are checked.
       0800-Rebuild-Ratings.
           open output ratings-file
           if rat-file-status not = "00"
               perform 0810-Flag-Rebuild-Failure
               exit paragraph
           end-if
           perform varying ply-idx from 1 by 1
            until ply-idx > ply-count or rebuild-failed = 1
               if ply-rank (ply-idx) not = 0
                   move ply-initials (ply-idx) to rt-initials
                   compute rt-rating rounded = ply-rating (ply-idx)
                   if ply-had-prior (ply-idx) = 1
                       move ply-prior-rating (ply-idx)
                        to rt-prior-rating
                   else
                       move rt-rating to rt-prior-rating
                   end-if
                   move ply-rank (ply-idx) to rt-rank
                   move ply-prior-rank (ply-idx) to rt-prior-rank
                   move ply-peak (ply-idx) to rt-peak
                   move ply-races (ply-idx) to rt-races
                   move ply-event-games (ply-idx) to rt-event-games
                   move ply-wins (ply-idx) to rt-wins
                   move ply-losses (ply-idx) to rt-losses
                   move ply-draws (ply-idx) to rt-draws
                   move rat-today to rt-rated-on
                   write rating-record
                   if rat-file-status not = "00"
                       perform 0810-Flag-Rebuild-Failure
                   end-if
               end-if
           end-perform
           close ratings-file.

       0810-Flag-Rebuild-Failure.
           set rebuild-failed to 1
           move spaces to rpt-line
           string "RATINGS REBUILD FAILED - STATUS " rat-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move "DO NOT TRUST RATINGS - RERUN TO REBUILD IT"
            to report-record
           write report-record.
