           identification division.
           program-id. flapprz.

      ******************************************************************
      *    TOURNAMENT PRIZE ALLOCATION AND PAYOUT VOUCHERS
      *    Run once an event has closed, under the same GAMEPARM it
      *    was played under (EVENTID names the event).  The final
      *    standings come from EVENTMRG when flapmrg has merged the
      *    event off several kiosks, otherwise from this kiosk's
      *    EVENTRES: each entrant's best attempt, best descending,
      *    equal bests sharing a place (two tied first, next is
      *    third).  PRIZETAB holds the prizes, one line per place:
      *        cols  1-8   event id
      *        cols 10-11  place
      *        cols 13-19  prize, 9(5)v99 - 100.00 keyed as 0010000
      *        cols 21-24  tie rule for a tie AT that place:
      *                    POOL - the tied entrants share the prizes
      *                           of every place they occupy, evenly
      *                           (odd cents to the first listed);
      *                    FULL - each tied entrant is paid the
      *                           prize of the place they tied at.
      *                    Blank means POOL.
      *    No prize is paid on a score the replay verifier has not
      *    stood behind: every winner's best must have a PASS line
      *    in CERTREG (flapcrt) for this event, these initials and
      *    this exact score, or the whole event is refused and no
      *    voucher is issued.  A run an operator voided (OPERLOG)
      *    never places; an OPERLOG that cannot be read refuses the
      *    event.  An event merged off several kiosks
      *    needs every kiosk's CERTREG copied together first.  An
      *    event already holding vouchers in PAYVOUCH is refused
      *    too, so a rerun can never pay twice.  Otherwise one
      *    voucher per winner is appended to PAYVOUCH and PRZRPT
      *    lists the standings, the prizes and the total paid out.
      *    RETURN-CODE: 0 vouchers issued, 4 issued but a prize
      *    went unawarded or input lines were skipped, 8 event
      *    refused, 99 PAYVOUCH could not be written, the event
      *    was too big to allocate safely, or EVENTMRG is there but
      *    would not read.
      ******************************************************************

           environment division.
           input-output section.
           file-control.
               select game-parm-file assign to "GAMEPARM"
                organization is line sequential
                file status is parm-file-status.
               select event-merge-file assign to "EVENTMRG"
                organization is line sequential
                file status is mrg-file-status.
               select event-results-file assign to "EVENTRES"
                organization is line sequential
                file status is evt-file-status.
               select prize-table-file assign to "PRIZETAB"
                organization is line sequential
                file status is pzt-file-status.
               select cert-register-file assign to "CERTREG"
                organization is line sequential
                file status is crt-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is op-file-status.
               select voucher-file assign to "PAYVOUCH"
                organization is line sequential
                file status is pv-file-status.
               select report-file assign to "PRZRPT"
                organization is line sequential
                file status is rpt-file-status.

           data division.
           file section.

           fd game-parm-file.
           01 game-parm-record pic x(40).

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

           fd prize-table-file.
           01 prize-table-record.
               05 pz-event-id pic x(8).
               05 filler pic x.
               05 pz-place pic 9(2).
               05 filler pic x.
               05 pz-amount pic 9(5)V99.
               05 filler pic x.
               05 pz-tie-rule pic x(4).

           fd cert-register-file.

           copy cert-record.

           fd operator-log-file.

           copy oper-log.

      *    One voucher per winner.  The number is the event id and a
      *    running 1-up within the event, so a voucher can be looked
      *    up from the paper slip alone.
           fd voucher-file.
           01 voucher-record.
               05 pv-voucher-no.
                   10 pv-voucher-event pic x(8).
                   10 pv-voucher-dash pic x.
                   10 pv-voucher-seq pic 9(3).
               05 pv-event-id pic x(8).
               05 pv-initials pic x(3).
               05 pv-place pic 9(2).
               05 pv-tied pic x.
               05 pv-score pic 9(4).
               05 pv-amount pic 9(5)V99.
               05 pv-issued-on pic 9(8).
               05 pv-source pic x(8).

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************

           01 parm-file-status pic x(02).
           01 mrg-file-status pic x(02).
           01 evt-file-status pic x(02).
           01 pzt-file-status pic x(02).
           01 crt-file-status pic x(02).
           01 pv-file-status pic x(02).
           01 op-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 merge-unreadable pic 9 value 0.
           01 evt-eof pic 9 value 0.
           01 pzt-eof pic 9 value 0.
           01 crt-eof pic 9 value 0.
           01 event-refused pic 9 value 0.
           01 table-overflow pic 9 value 0.
           01 issue-failed pic 9 value 0.

      ******************************************************************
      *        EVENT PARAMETERS (FROM GAMEPARM)
      ******************************************************************

           01 parm-name pic x(12).
           01 parm-value-text pic x(12).
           01 prz-event-id pic x(8) value spaces.
           01 prz-source pic x(8) value spaces.
           01 prz-today pic 9(8) value 0.

      ******************************************************************
      *        ENTRANT TABLE
      *    One row per entrant holding the best attempt.  ord-tbl
      *    lists the rows in standings order after the ranking pass,
      *    which also fixes the place (equal bests share one).
      ******************************************************************

           01 ent-count pic 9(3) value 0.
           01 ent-tbl.
               05 ent-entry occurs 100 times.
                   10 ent-initials pic x(3).
                   10 ent-best pic 9(4).
                   10 ent-attempts pic 9(3).
                   10 ent-taken pic 9.
                   10 ent-place pic 9(3).
                   10 ent-tied pic x.
                   10 ent-prize pic 9(5)V99.
      *    0 = not checked (no prize), 1 = PASS on file, 2 = FAIL or
      *    UNUSABLE only, 3 = never certified.
                   10 ent-cert pic 9.
           01 ent-idx pic 9(3) value 0.
           01 ent-found-idx pic 9(3) value 0.
           01 ent-best-idx pic 9(3) value 0.
           01 ent-lookup-ini pic x(3).
           01 ent-lookup-score pic 9(4).
           01 ent-bad-count pic 9(4) value 0.

           01 ord-tbl.
               05 ord-ent occurs 100 times pic 9(3).
           01 ord-idx pic 9(3) value 0.
           01 grp-start pic 9(3) value 0.
           01 grp-end pic 9(3) value 0.
           01 grp-size pic 9(3) value 0.
           01 grp-place pic 9(3) value 0.
           01 grp-last-place pic 9(3) value 0.

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
           01 voided-count pic 9(4) value 0.

      ******************************************************************
      *        PRIZE TABLE
      ******************************************************************

           01 pzt-count pic 9(2) value 0.
           01 pzt-tbl.
               05 pzt-entry occurs 50 times.
                   10 pzt-place pic 9(2).
                   10 pzt-amount pic 9(5)V99.
                   10 pzt-tie-rule pic x(4).
                   10 pzt-awarded pic 9.
           01 pzt-idx pic 9(2) value 0.
           01 pzt-found-idx pic 9(2) value 0.
           01 pzt-lookup-place pic 9(3) value 0.
           01 pzt-bad-count pic 9(4) value 0.
           01 pzt-unawarded-count pic 9(2) value 0.

      ******************************************************************
      *        ALLOCATION ARITHMETIC
      ******************************************************************

           01 alc-rule pic x(4) value spaces.
           01 alc-pool pic 9(7)V99 value 0.
           01 alc-share pic 9(7)V99 value 0.
           01 alc-odd-cents pic 9(5) value 0.

      ******************************************************************
      *        TALLIES / REPORT BUILDING
      ******************************************************************

           01 winner-count pic 9(3) value 0.
           01 uncertified-count pic 9(3) value 0.
           01 already-paid-count pic 9(3) value 0.
           01 voucher-count pic 9(3) value 0.
           01 total-allocated pic 9(7)V99 value 0.
           01 total-paid pic 9(7)V99 value 0.
           01 rpt-line pic x(80).
           01 rpt-count-disp pic z(6)9.
           01 rpt-money-disp pic z(6)9.99.
           01 rpt-place-disp pic zz9.

           procedure division.

           accept prz-today from date yyyymmdd.
           open output report-file.
           move "TOURNAMENT PRIZE ALLOCATION" to report-record.
           write report-record.
           move "---------------------------" to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.
           perform 0100-Load-Event-Parms.
           perform 0200-Load-Standings.
           perform 0300-Load-Prize-Table.
           if event-refused = 0 and table-overflow = 0
               perform 0400-Rank-Entrants
               perform 0500-Allocate-Prizes
               perform 0600-Check-Certification
               perform 0650-Check-Already-Paid
           end-if.
           perform 0700-Write-Standings.
           if event-refused = 0 and table-overflow = 0
               perform 0800-Issue-Vouchers
           end-if.
           perform 0900-Write-Summary.
           close report-file.
           evaluate true
               when issue-failed = 1 or table-overflow = 1
                or merge-unreadable = 1
                   move 99 to return-code
               when event-refused = 1
                   move 8 to return-code
               when pzt-unawarded-count > 0 or ent-bad-count > 0
                or pzt-bad-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

      *    Same GAMEPARM the event ran under: EVENTID is the event.
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
           if prz-event-id = spaces
               move "NO EVENTID IN GAMEPARM - NO EVENT TO PAY OUT"
                to report-record
               write report-record
               close report-file
               move 8 to return-code
               stop run
           end-if.

       0110-Apply-Event-Parm.
           unstring game-parm-record delimited by all space
            into parm-name parm-value-text
           end-unstring
           if parm-name = "EVENTID"
               move parm-value-text (1:8) to prz-event-id
           end-if.

      *    EVENTMRG is the truth for an event it holds - the merge
      *    has already applied the combined attempt cap - and the
      *    local EVENTRES is only read when it holds none.  The merge
      *    has already left voided runs out; read from EVENTRES, a
      *    run an operator voided at this kiosk (OPERLOG) is never
      *    anybody's best.  Only an absent EVENTMRG sends it to
      *    EVENTRES: one that is there but will not read may hold
      *    the merged result, and one kiosk's attempts must never
      *    be paid in its place.
       0200-Load-Standings.
           open input event-merge-file
           if mrg-file-status not = "00" and mrg-file-status not = "35"
               perform 0205-Refuse-Unread-Merge
               exit paragraph
           end-if
           if mrg-file-status = "00"
               perform until mrg-file-status not = "00"
                   read event-merge-file
                       at end
                           continue
                       not at end
                           if mrg-event-id = prz-event-id
                               move mrg-initials to ent-lookup-ini
                               move mrg-score to ent-lookup-score
                               perform 0210-Post-Attempt
                           end-if
                   end-read
               end-perform
               if mrg-file-status not = "10"
                   perform 0205-Refuse-Unread-Merge
                   close event-merge-file
                   exit paragraph
               end-if
               close event-merge-file
           end-if
           if ent-count > 0 or ent-bad-count > 0
               move "EVENTMRG" to prz-source
               exit paragraph
           end-if
           perform 0220-Load-Operator-Voids
           if oplog-unreadable = 1 or vd-overflow = 1
               set event-refused to 1
               move "REFUSED: OPERLOG COULD NOT BE READ IN FULL - VOIDS"
                to report-record
               write report-record
               move "         UNKNOWN" to report-record
               write report-record
               move "EVENTRES" to prz-source
               exit paragraph
           end-if
           open input event-results-file
           if evt-file-status = "00"
               perform until evt-eof = 1
                   read event-results-file
                       at end
                           set evt-eof to 1
                       not at end
                           if ev-event-id = prz-event-id
                               perform 0230-Check-Void
                               if vd-hit = 0
                                   move ev-initials to ent-lookup-ini
                                   move ev-score to ent-lookup-score
                                   perform 0210-Post-Attempt
                               end-if
                           end-if
                   end-read
               end-perform
               close event-results-file
           end-if
           move "EVENTRES" to prz-source
           if ent-count = 0
               set event-refused to 1
               move spaces to report-record
               string "REFUSED: NO ATTEMPTS ON FILE FOR EVENT "
                prz-event-id
                delimited by size into report-record
               end-string
               write report-record
           end-if.

       0205-Refuse-Unread-Merge.
           set event-refused to 1
           set merge-unreadable to 1
           move "EVENTMRG" to prz-source
           move spaces to report-record
           string "REFUSED: EVENTMRG WILL NOT READ - STATUS "
            mrg-file-status
            delimited by size into report-record
           end-string
           write report-record.

      *    A line with no initials or a non-numeric score cannot be
      *    placed and is counted out.
       0210-Post-Attempt.
           if ent-lookup-ini = spaces or ent-lookup-score not numeric
               add 1 to ent-bad-count
               exit paragraph
           end-if
           move 0 to ent-found-idx
           perform varying ent-idx from 1 by 1
            until ent-idx > ent-count or ent-found-idx not = 0
               if ent-initials (ent-idx) = ent-lookup-ini
                   move ent-idx to ent-found-idx
               end-if
           end-perform
           if ent-found-idx = 0
               if ent-count >= 100
                   set table-overflow to 1
                   exit paragraph
               end-if
               add 1 to ent-count
               move ent-count to ent-found-idx
               initialize ent-entry (ent-count)
               move ent-lookup-ini to ent-initials (ent-count)
               move space to ent-tied (ent-count)
           end-if
           add 1 to ent-attempts (ent-found-idx)
           if ent-lookup-score > ent-best (ent-found-idx)
               move ent-lookup-score to ent-best (ent-found-idx)
           end-if.

       0220-Load-Operator-Voids.
           open input operator-log-file
           if op-file-status = "35"
               exit paragraph
           end-if
           if op-file-status not = "00"
               set oplog-unreadable to 1
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
               set oplog-unreadable to 1
           end-if
           close operator-log-file.

      *    A voided run is left out altogether, as flapmrg leaves
      *    it out of EVENTMRG, so nobody can place on it alone.
       0230-Check-Void.
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
                   add 1 to voided-count
               end-if
           end-perform.

      *    Only this event's lines are taken.  A place keyed twice
      *    or a prize that is not a number is a table nobody can
      *    pay from with confidence, so the event is refused rather
      *    than guessed at.
       0300-Load-Prize-Table.
           open input prize-table-file
           if pzt-file-status = "00"
               perform until pzt-eof = 1
                   read prize-table-file
                       at end
                           set pzt-eof to 1
                       not at end
                           if pz-event-id = prz-event-id
                               perform 0310-Stash-Prize
                           end-if
                   end-read
               end-perform
               close prize-table-file
           end-if
           if pzt-count = 0
               set event-refused to 1
               move spaces to report-record
               string "REFUSED: NO PRIZETAB LINES FOR EVENT "
                prz-event-id
                delimited by size into report-record
               end-string
               write report-record
           end-if.

       0310-Stash-Prize.
           if pz-place not numeric or pz-amount not numeric
            or pz-place = 0
            or (pz-tie-rule not = "POOL" and pz-tie-rule not = "FULL"
             and pz-tie-rule not = spaces)
               add 1 to pzt-bad-count
               set event-refused to 1
               move spaces to report-record
               string "REFUSED: PRIZETAB LINE UNREADABLE - "
                delimited by size
                prize-table-record delimited by size
                into report-record
               end-string
               write report-record
               exit paragraph
           end-if
           move pz-place to pzt-lookup-place
           perform 0320-Find-Prize
           if pzt-found-idx not = 0
               add 1 to pzt-bad-count
               set event-refused to 1
               move spaces to report-record
               string "REFUSED: PRIZETAB PLACE " pz-place
                " KEYED TWICE"
                delimited by size into report-record
               end-string
               write report-record
               exit paragraph
           end-if
           if pzt-count >= 50
               set table-overflow to 1
               exit paragraph
           end-if
           add 1 to pzt-count
           move pz-place to pzt-place (pzt-count)
           move pz-amount to pzt-amount (pzt-count)
           move pz-tie-rule to pzt-tie-rule (pzt-count)
           if pz-tie-rule = spaces
               move "POOL" to pzt-tie-rule (pzt-count)
           end-if
           move 0 to pzt-awarded (pzt-count).

      *    Finds the prize line for pzt-lookup-place, 0 when that
      *    place carries no prize.
       0320-Find-Prize.
           move 0 to pzt-found-idx
           perform varying pzt-idx from 1 by 1
            until pzt-idx > pzt-count or pzt-found-idx not = 0
               if pzt-place (pzt-idx) = pzt-lookup-place
                   move pzt-idx to pzt-found-idx
               end-if
           end-perform.

      *    Straight selection, best descending - the same rule as
      *    flapper's 0432-Sort-Event-Standings and flapmrg's board -
      *    then each entrant takes the place of the first entrant
      *    holding the same best.
       0400-Rank-Entrants.
           perform varying ord-idx from 1 by 1
            until ord-idx > ent-count
               move 0 to ent-best-idx
               perform varying ent-idx from 1 by 1
                until ent-idx > ent-count
                   if ent-taken (ent-idx) = 0
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
               move 1 to ent-taken (ent-best-idx)
               move ent-best-idx to ord-ent (ord-idx)
               if ord-idx > 1
                and ent-best (ent-best-idx)
                 = ent-best (ord-ent (ord-idx - 1))
                   move ent-place (ord-ent (ord-idx - 1))
                    to ent-place (ent-best-idx)
                   move "T" to ent-tied (ent-best-idx)
                   move "T" to ent-tied (ord-ent (ord-idx - 1))
               else
                   move ord-idx to ent-place (ent-best-idx)
               end-if
           end-perform.

      *    Walks the standings a tied group at a time.  A group at
      *    place p of n entrants occupies places p to p+n-1; the
      *    rule on the prize line for place p decides whether those
      *    places' prizes are pooled and shared or paid in full to
      *    each.
       0500-Allocate-Prizes.
           move 1 to grp-start
           perform until grp-start > ent-count
               move grp-start to grp-end
               perform until grp-end >= ent-count
                or ent-best (ord-ent (grp-end + 1))
                 not = ent-best (ord-ent (grp-start))
                   add 1 to grp-end
               end-perform
               perform 0510-Allocate-Group
               compute grp-start = grp-end + 1
           end-perform
           perform varying pzt-idx from 1 by 1
            until pzt-idx > pzt-count
               if pzt-awarded (pzt-idx) = 0
                   add 1 to pzt-unawarded-count
               end-if
           end-perform.

       0510-Allocate-Group.
           compute grp-size = grp-end - grp-start + 1
           move ent-place (ord-ent (grp-start)) to grp-place
           compute grp-last-place = grp-place + grp-size - 1
           move grp-place to pzt-lookup-place
           perform 0320-Find-Prize
           if pzt-found-idx = 0
               move "POOL" to alc-rule
           else
               move pzt-tie-rule (pzt-found-idx) to alc-rule
           end-if
           move 0 to alc-pool
           perform varying pzt-lookup-place from grp-place by 1
            until pzt-lookup-place > grp-last-place
               perform 0320-Find-Prize
               if pzt-found-idx not = 0
                   add pzt-amount (pzt-found-idx) to alc-pool
                   move 1 to pzt-awarded (pzt-found-idx)
               end-if
           end-perform
           if alc-rule = "FULL"
               move grp-place to pzt-lookup-place
               perform 0320-Find-Prize
               if pzt-found-idx = 0
                   move 0 to alc-share
               else
                   move pzt-amount (pzt-found-idx) to alc-share
               end-if
               move 0 to alc-odd-cents
           else
               compute alc-share = alc-pool / grp-size
               compute alc-odd-cents =
                (alc-pool - alc-share * grp-size) * 100
           end-if
           perform varying ord-idx from grp-start by 1
            until ord-idx > grp-end
               move alc-share to ent-prize (ord-ent (ord-idx))
               if alc-odd-cents > 0
                   add 0.01 to ent-prize (ord-ent (ord-idx))
                   subtract 1 from alc-odd-cents
               end-if
               if ent-prize (ord-ent (ord-idx)) > 0
                   add 1 to winner-count
                   add ent-prize (ord-ent (ord-idx))
                    to total-allocated
               end-if
           end-perform.

      *    One pass of the register.  A PASS anywhere for this
      *    event, these initials and this score settles it; a FAIL
      *    or UNUSABLE only counts if no PASS turns up.
       0600-Check-Certification.
           perform varying ent-idx from 1 by 1
            until ent-idx > ent-count
               if ent-prize (ent-idx) > 0
                   move 3 to ent-cert (ent-idx)
               end-if
           end-perform
           open input cert-register-file
           if crt-file-status = "00"
               perform until crt-eof = 1
                   read cert-register-file
                       at end
                           set crt-eof to 1
                       not at end
                           if crt-event-id = prz-event-id
                               perform 0610-Match-Certificate
                           end-if
                   end-read
               end-perform
               close cert-register-file
           end-if
           perform varying ent-idx from 1 by 1
            until ent-idx > ent-count
               if ent-cert (ent-idx) > 1
                   add 1 to uncertified-count
               end-if
           end-perform
           if uncertified-count > 0
               set event-refused to 1
           end-if.

       0610-Match-Certificate.
           perform varying ent-idx from 1 by 1
            until ent-idx > ent-count
               if ent-cert (ent-idx) > 1
                and ent-initials (ent-idx) = crt-initials
                and ent-best (ent-idx) = crt-score
                   if crt-verdict = "PASS"
                       move 1 to ent-cert (ent-idx)
                   else
                       move 2 to ent-cert (ent-idx)
                   end-if
               end-if
           end-perform.

      *    A voucher already on file for this event means it has
      *    been paid - a second run must not pay it again.  Only an
      *    absent PAYVOUCH means nothing was ever paid; one that is
      *    there but will not read in full cannot prove it, so the
      *    event is refused rather than risk paying it twice.
       0650-Check-Already-Paid.
           open input voucher-file
           if pv-file-status = "35"
               exit paragraph
           end-if
           if pv-file-status not = "00"
               perform 0660-Refuse-Unread-Vouchers
               exit paragraph
           end-if
           perform until pv-file-status not = "00"
               read voucher-file
                   at end
                       continue
                   not at end
                       if pv-event-id = prz-event-id
                           add 1 to already-paid-count
                       end-if
               end-read
           end-perform
           if pv-file-status not = "10"
               perform 0660-Refuse-Unread-Vouchers
           end-if
           close voucher-file
           if already-paid-count > 0
               set event-refused to 1
           end-if.

       0660-Refuse-Unread-Vouchers.
           set event-refused to 1
           move spaces to report-record
           string "REFUSED: PAYVOUCH WILL NOT READ - STATUS "
            pv-file-status
            delimited by size into report-record
           end-string
           write report-record.

       0700-Write-Standings.
           move spaces to report-record
           string "EVENT " prz-event-id "  STANDINGS FROM "
            prz-source
            delimited by size into report-record
           end-string
           write report-record
           move spaces to report-record
           write report-record
           if ent-count = 0 or table-overflow = 1
               exit paragraph
           end-if
           move "PLACE INI BEST  ATTEMPTS       PRIZE  CERTIFIED"
            to report-record
           write report-record
           move "----- --- ----  --------  ----------  ---------"
            to report-record
           write report-record
           perform varying ord-idx from 1 by 1
            until ord-idx > ent-count
               move ord-ent (ord-idx) to ent-idx
               move ent-place (ent-idx) to rpt-place-disp
               move ent-prize (ent-idx) to rpt-money-disp
               move spaces to rpt-line
               string " " rpt-place-disp ent-tied (ent-idx) " "
                ent-initials (ent-idx) " "
                ent-best (ent-idx) "       "
                ent-attempts (ent-idx) "  "
                rpt-money-disp
                delimited by size into rpt-line
               end-string
               evaluate ent-cert (ent-idx)
                   when 1
                       move "PASS" to rpt-line (41:)
                   when 2
                       move "FAILED - NO PAY" to rpt-line (41:)
                   when 3
                       move "NOT CERTIFIED - NO PAY" to rpt-line (41:)
               end-evaluate
               move rpt-line to report-record
               write report-record
           end-perform
           move spaces to report-record
           write report-record
           perform varying pzt-idx from 1 by 1
            until pzt-idx > pzt-count
               if pzt-awarded (pzt-idx) = 0
                   move spaces to report-record
                   string "WARNING: NO ENTRANT FOR PLACE "
                    pzt-place (pzt-idx)
                    " - PRIZE NOT AWARDED"
                    delimited by size into report-record
                   end-string
                   write report-record
               end-if
           end-perform
           if uncertified-count > 0
               move "REFUSED: A WINNING SCORE HAS NO PASS IN CERTREG"
                to report-record
               write report-record
               move "         - RUN FLAPCRT, OR INVESTIGATE THE FAIL"
                to report-record
               write report-record
           end-if
           if already-paid-count > 0
               move "REFUSED: VOUCHERS FOR THIS EVENT ALREADY IN"
                to report-record
               write report-record
               move "         PAYVOUCH - NOT PAYING TWICE"
                to report-record
               write report-record
           end-if.

      *    The only write in the job.  A failure part-way leaves
      *    some vouchers issued, so the report says how many made
      *    it before the event is touched again.
       0800-Issue-Vouchers.
           open extend voucher-file
           if pv-file-status = "35"
               open output voucher-file
           end-if
           if pv-file-status not = "00"
               perform 0810-Flag-Issue-Failure
               exit paragraph
           end-if
           perform varying ord-idx from 1 by 1
            until ord-idx > ent-count or issue-failed = 1
               move ord-ent (ord-idx) to ent-idx
               if ent-prize (ent-idx) > 0
                   add 1 to voucher-count
                   move prz-event-id to pv-voucher-event
                   move "-" to pv-voucher-dash
                   move voucher-count to pv-voucher-seq
                   move prz-event-id to pv-event-id
                   move ent-initials (ent-idx) to pv-initials
                   move ent-place (ent-idx) to pv-place
                   move ent-tied (ent-idx) to pv-tied
                   move ent-best (ent-idx) to pv-score
                   move ent-prize (ent-idx) to pv-amount
                   move prz-today to pv-issued-on
                   move prz-source to pv-source
                   write voucher-record
                   if pv-file-status not = "00"
                       subtract 1 from voucher-count
                       perform 0810-Flag-Issue-Failure
                   else
                       add ent-prize (ent-idx) to total-paid
                       move ent-prize (ent-idx) to rpt-money-disp
                       move spaces to report-record
                       string "VOUCHER " pv-voucher-no "  "
                        pv-initials "  " rpt-money-disp
                        delimited by size into report-record
                       end-string
                       write report-record
                   end-if
               end-if
           end-perform
           close voucher-file.

       0810-Flag-Issue-Failure.
           set issue-failed to 1
           move spaces to report-record
           string "PAYVOUCH WRITE FAILED - STATUS " pv-file-status
            delimited by size into report-record
           end-string
           write report-record
           move "CHECK PAYVOUCH BY HAND BEFORE ANY RERUN"
            to report-record
           write report-record.

       0900-Write-Summary.
           move spaces to report-record
           write report-record
           move ent-count to rpt-count-disp
           move spaces to report-record
           string "ENTRANTS . . . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move pzt-count to rpt-count-disp
           move spaces to report-record
           string "PRIZE PLACES . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move winner-count to rpt-count-disp
           move spaces to report-record
           string "WINNERS  . . . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move uncertified-count to rpt-count-disp
           move spaces to report-record
           string "WINNERS NOT CERTIFIED  . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move ent-bad-count to rpt-count-disp
           move spaces to report-record
           string "UNREADABLE EVENT LINES . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move voided-count to rpt-count-disp
           move spaces to report-record
           string "VOIDED ATTEMPTS  . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move voucher-count to rpt-count-disp
           move spaces to report-record
           string "VOUCHERS ISSUED  . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move total-allocated to rpt-money-disp
           move spaces to report-record
           string "TOTAL ALLOCATED  . . . . " rpt-money-disp
            delimited by size into report-record
           end-string
           write report-record
           move total-paid to rpt-money-disp
           move spaces to report-record
           string "TOTAL PAID OUT . . . . . " rpt-money-disp
            delimited by size into report-record
           end-string
           write report-record
           move spaces to report-record
           write report-record
           if table-overflow = 1
               move "WARNING: OVER 100 ENTRANTS OR 50 PRIZE PLACES -"
                to report-record
               write report-record
               move "         TOO BIG TO ALLOCATE SAFELY"
                to report-record
               write report-record
           end-if
           evaluate true
               when issue-failed = 1
                   move "RESULT: VOUCHER ISSUE FAILED PART-WAY"
                    to report-record
               when table-overflow = 1
                   move "RESULT: EVENT NOT ALLOCATED - NOTHING PAID"
                    to report-record
               when event-refused = 1
                   move "RESULT: EVENT REFUSED - NO VOUCHERS ISSUED"
                    to report-record
               when other
                   move "RESULT: VOUCHERS ISSUED" to report-record
           end-evaluate
           write report-record.
