           identification division.
           program-id. flapcor.

      ******************************************************************
      *    INITIALS CORRECTION AND PLAYER MERGE
      *    A player who signs in as "JOE" one night and "J0E" the
      *    next ends up split across every file that is keyed on
      *    initials.  This job reads CORRREQ - one line per
      *    correction: from-initials, to-initials, reason - and
      *    re-keys the from-player to the to-player everywhere in
      *    one pass: PLAYPROF, HISCORE, HSRECOVR, SEASON, EVENTRES,
      *    VERSUS (either seat), the RPLVAULT/CERTREG evidence that
      *    backs those scores, and the voids, attempt resets and
      *    discarded checkpoints in OPERLOG - a void or reset left
      *    under the retired initials would no longer match the
      *    player's runs and would quietly stop applying.  Where
      *    the to-player already has a profile the two are merged:
      *    runs and deaths summed, the higher best kept.  A merged
      *    entrant's event attempts are renumbered to follow the
      *    to-player's own.
      *    Nothing is changed until every file has been staged: the
      *    sequential files are rewritten into COR* work copies and
      *    the indexed changes worked out in full first, and if any
      *    file will not open, read or stage the whole batch is
      *    refused with every file left as found - a player is never
      *    left half-merged.  Staging also takes a pre-image of every
      *    file into CORPRE, so a file that will not take its
      *    changes once applying has begun has every file already
      *    changed put back as it was, and the batch is refused all
      *    the same.  Each changed record goes to the
      *    permanent CORRLOG change log with its before and after
      *    image, and CORRRPT prints a before/after page per
      *    correction for the operator to sign.
      *    Run with the kiosk shut down.
      *    RETURN-CODE: 0 every correction applied, 4 at least one
      *    correction rejected (bad line, chained, nothing on file),
      *    99 the batch was refused or could not be applied.
      ******************************************************************

           environment division.
           input-output section.
           file-control.
               select correction-file assign to "CORRREQ"
                organization is line sequential
                file status is req-file-status.
               select player-profile-file assign to "PLAYPROF"
                organization is indexed
                access mode is dynamic
                record key is pp-initials
                file status is prf-file-status.
               select high-score-file assign to "HISCORE"
                organization is indexed
                access mode is dynamic
                record key is hs-seq-no
                alternate record key is hs-score with duplicates
                file status is hs-file-status.
               select recovery-file assign to "HSRECOVR"
                organization is line sequential
                file status is hsr-file-status.
               select season-file assign to "SEASON"
                organization is line sequential
                file status is sea-file-status.
               select event-results-file assign to "EVENTRES"
                organization is line sequential
                file status is evt-file-status.
               select versus-file assign to "VERSUS"
                organization is line sequential
                file status is vsr-file-status.
               select vault-file assign to "RPLVAULT"
                organization is line sequential
                file status is vlt-file-status.
               select cert-file assign to "CERTREG"
                organization is line sequential
                file status is crt-file-status.
               select hsr-work-file assign to "CORHSR"
                organization is line sequential
                file status is whsr-file-status.
               select sea-work-file assign to "CORSEA"
                organization is line sequential
                file status is wsea-file-status.
               select evt-work-file assign to "COREVT"
                organization is line sequential
                file status is wevt-file-status.
               select vsr-work-file assign to "CORVSR"
                organization is line sequential
                file status is wvsr-file-status.
               select vlt-work-file assign to "CORVLT"
                organization is line sequential
                file status is wvlt-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is opl-file-status.
               select crt-work-file assign to "CORCRT"
                organization is line sequential
                file status is wcrt-file-status.
               select opl-work-file assign to "COROPL"
                organization is line sequential
                file status is wopl-file-status.
               select pre-image-file assign to "CORPRE"
                organization is line sequential
                file status is wpre-file-status.
               select log-work-file assign to "CORLWK"
                organization is line sequential
                file status is wlog-file-status.
               select change-log-file assign to "CORRLOG"
                organization is line sequential
                file status is log-file-status.
               select report-file assign to "CORRRPT"
                organization is line sequential
                file status is rpt-file-status.

           data division.
           file section.

      *    One correction per line: the initials to retire, the
      *    initials to keep, and why - the reason is carried into
      *    the change log against every record it touches.
           fd correction-file.
           01 correction-record.
               05 cor-from-ini pic x(3).
               05 filler pic x.
               05 cor-to-ini pic x(3).
               05 filler pic x.
               05 cor-reason pic x(30).

           fd player-profile-file.
           01 player-profile-record.
               05 pp-initials pic x(3).
               05 pp-best pic 9(4).
               05 pp-runs pic 9(5).
               05 pp-deaths pic 9(5).
               05 pp-ruleset pic 9(4).

           fd high-score-file.
           01 high-score-record.
               05 hs-seq-no pic 9(6).
               05 hs-score pic 9(4).
               05 hs-date pic 9(8).
               05 hs-duration pic 9(7).
               05 hs-initials pic x(3).
               05 hs-ruleset pic 9(4).

           fd recovery-file.
           01 recovery-record.
               05 hsr-seq-no pic 9(6).
               05 hsr-score pic 9(4).
               05 hsr-date pic 9(8).
               05 hsr-duration pic 9(7).
               05 hsr-initials pic x(3).
               05 hsr-ruleset pic 9(4).

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

           fd versus-file.
           01 versus-record.
               05 vsr-date pic 9(8).
               05 vsr-ini-1 pic x(3).
               05 vsr-score-1 pic 9(4).
               05 vsr-ini-2 pic x(3).
               05 vsr-score-2 pic 9(4).
               05 vsr-winner pic 9.

           fd vault-file.

           copy rpl-vault.

           fd cert-file.

           copy cert-record.

           fd operator-log-file.

           copy oper-log.

           fd hsr-work-file.
           01 hsr-work-record pic x(32).

           fd sea-work-file.
           01 sea-work-record pic x(32).

           fd evt-work-file.
           01 evt-work-record pic x(36).

           fd vsr-work-file.
           01 vsr-work-record pic x(23).

           fd vlt-work-file.
           01 vlt-work-record pic x(69).

           fd crt-work-file.
           01 crt-work-record pic x(67).

           fd opl-work-file.
           01 opl-work-record pic x(80).

      *    One line per record as it stood before the batch: every
      *    line of each sequential file, only the touched records of
      *    the two indexed ones.  A PLAYPROF line not on file marks
      *    a to-player who had no profile until the batch made one.
           fd pre-image-file.
           01 pre-image-record.
               05 pri-file pic x(8).
               05 pri-on-file pic 9.
               05 pri-image pic x(80).

           fd log-work-file.
           01 log-work-record pic x(204).

           fd change-log-file.
           01 change-log-record pic x(204).

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************

           01 req-file-status pic x(02).
           01 prf-file-status pic x(02).
           01 hs-file-status pic x(02).
           01 hsr-file-status pic x(02).
           01 sea-file-status pic x(02).
           01 evt-file-status pic x(02).
           01 vsr-file-status pic x(02).
           01 vlt-file-status pic x(02).
           01 crt-file-status pic x(02).
           01 opl-file-status pic x(02).
           01 whsr-file-status pic x(02).
           01 wsea-file-status pic x(02).
           01 wevt-file-status pic x(02).
           01 wvsr-file-status pic x(02).
           01 wvlt-file-status pic x(02).
           01 wcrt-file-status pic x(02).
           01 wopl-file-status pic x(02).
           01 wlog-file-status pic x(02).
           01 wpre-file-status pic x(02).
           01 log-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 req-eof pic 9 value 0.
           01 stg-eof pic 9 value 0.
           01 prf-open pic 9 value 0.
           01 hs-open pic 9 value 0.
           01 batch-refused pic 9 value 0.
           01 commit-failed pic 9 value 0.
           01 log-failed pic 9 value 0.
           01 rollback-failed pic 9 value 0.
           01 brd-file-name pic x(8).
           01 brd-file-status pic x(02).

      ******************************************************************
      *        CORRECTION TABLE
      *    One row per CORRREQ line with its disposition, the
      *    PLAYPROF before/after values and what was re-keyed in
      *    every other file - everything the signed page prints.
      ******************************************************************

           01 req-count pic 9(3) value 0.
           01 req-tbl.
               05 req-entry occurs 50 times.
                   10 req-from pic x(3).
                   10 req-to pic x(3).
                   10 req-reason pic x(30).
                   10 req-state pic x(8).
                   10 req-why pic x(30).
                   10 req-from-found pic 9.
                   10 req-from-best pic 9(4).
                   10 req-from-runs pic 9(5).
                   10 req-from-deaths pic 9(5).
                   10 req-from-ruleset pic 9(4).
                   10 req-to-found pic 9.
                   10 req-to-best pic 9(4).
                   10 req-to-runs pic 9(5).
                   10 req-to-deaths pic 9(5).
                   10 req-to-ruleset pic 9(4).
                   10 req-new-best pic 9(4).
                   10 req-new-runs pic 9(5).
                   10 req-new-deaths pic 9(5).
                   10 req-new-ruleset pic 9(4).
                   10 req-hs-count pic 9(5).
                   10 req-hsr-count pic 9(5).
                   10 req-sea-count pic 9(5).
                   10 req-evt-count pic 9(5).
                   10 req-vsr-count pic 9(5).
                   10 req-vlt-count pic 9(5).
                   10 req-crt-count pic 9(5).
                   10 req-opl-count pic 9(5).
           01 req-idx pic 9(3) value 0.
           01 req-chk-idx pic 9(3) value 0.
           01 req-overflow pic 9 value 0.
           01 req-bad-count pic 9(3) value 0.
           01 map-ini pic x(3).
           01 map-idx pic 9(3) value 0.

      ******************************************************************
      *        EVENT ATTEMPT RENUMBERING
      *    One row per event and to-player: the highest attempt the
      *    to-player already flew there, then a running number the
      *    merged attempts are booked under in file order.
      ******************************************************************

           01 evm-count pic 9(3) value 0.
           01 evm-tbl.
               05 evm-entry occurs 500 times.
                   10 evm-event-id pic x(8).
                   10 evm-to pic x(3).
                   10 evm-max pic 9(3).
                   10 evm-from-count pic 9(3).
                   10 evm-next pic 9(3).
           01 evm-idx pic 9(3) value 0.
           01 evm-found-idx pic 9(3) value 0.
           01 evm-lookup-event pic x(8).
           01 evm-lookup-to pic x(3).
           01 evm-overflow pic 9 value 0.

      ******************************************************************
      *        STAGED CHANGE COUNTS
      *    A sequential file is only copied back when its staged
      *    copy actually differs.
      ******************************************************************

           01 stg-hs-count pic 9(5) value 0.
           01 stg-hsr-count pic 9(5) value 0.
           01 stg-sea-count pic 9(5) value 0.
           01 stg-evt-count pic 9(5) value 0.
           01 stg-vsr-count pic 9(5) value 0.
           01 stg-vlt-count pic 9(5) value 0.
           01 stg-crt-count pic 9(5) value 0.
           01 stg-opl-count pic 9(5) value 0.
           01 stg-log-count pic 9(6) value 0.
           01 vsr-log-idx pic 9(3) value 0.

      ******************************************************************
      *        PUT-BACK
      *    Which live files applying has started on - only those
      *    are put back from CORPRE - and the one being put back.
      ******************************************************************

           01 hsr-applied pic 9 value 0.
           01 sea-applied pic 9 value 0.
           01 evt-applied pic 9 value 0.
           01 vsr-applied pic 9 value 0.
           01 vlt-applied pic 9 value 0.
           01 crt-applied pic 9 value 0.
           01 opl-applied pic 9 value 0.
           01 hs-applied pic 9 value 0.
           01 prf-applied pic 9 value 0.
           01 rbk-file pic x(8) value spaces.
           01 rbk-open pic 9 value 0.

      ******************************************************************
      *        CHANGE LOG LINE
      *    CORRLOG layout: when, which correction, which file, what
      *    was done, and the whole record before and after.
      ******************************************************************

           01 clg-entry.
               05 clg-date pic 9(8).
               05 clg-time pic 9(6).
               05 clg-from-ini pic x(3).
               05 clg-to-ini pic x(3).
               05 clg-file pic x(8).
               05 clg-action pic x(8).
               05 clg-before pic x(69).
               05 clg-after pic x(69).
               05 clg-reason pic x(30).

           01 cor-today pic 9(8) value 0.
           01 cor-now-raw pic 9(8) value 0.
           01 cor-now pic 9(6) value 0.
           01 cor-applied-count pic 9(3) value 0.
           01 cor-rejected-count pic 9(3) value 0.

      ******************************************************************
      *        REPORT BUILDING
      ******************************************************************

           01 rpt-line pic x(80).
           01 rpt-count-disp pic z(6)9.

           procedure division.

           perform 0010-Open-Files.
           perform 0100-Load-Requests.
           perform 0150-Validate-Requests.
           perform 0200-Open-Player-Files.
           if batch-refused = 0
               perform 0250-Scan-Event-Attempts
           end-if.
           if batch-refused = 0
               perform 0300-Stage-Corrections
           end-if.
           if batch-refused = 0
               perform 0400-Apply-Corrections
           end-if.
           perform 0900-Write-Report.
           perform 0990-Close-Files.
           evaluate true
               when batch-refused = 1 or commit-failed = 1
                or log-failed = 1
                   move 99 to return-code
               when cor-rejected-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

       0010-Open-Files.
           accept cor-today from date yyyymmdd.
           accept cor-now-raw from time.
           compute cor-now = cor-now-raw / 100.
           open output report-file.
           move "INITIALS CORRECTION - BEFORE / AFTER" to report-record.
           write report-record.
           move "------------------------------------" to report-record.
           write report-record.
           move spaces to rpt-line.
           string "RUN " cor-today " " cor-now
            delimited by size into rpt-line
           end-string.
           move rpt-line to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.

       0100-Load-Requests.
           open input correction-file.
           if req-file-status not = "00"
               move "NO CORRREQ FILE PRESENT - NOTHING TO CORRECT"
                to report-record
               write report-record
               close report-file
               move 0 to return-code
               stop run
           end-if.
           perform until req-eof = 1
               read correction-file
                   at end
                       set req-eof to 1
                   not at end
                       if req-count >= 50
                           set req-overflow to 1
                       else
                           add 1 to req-count
                           initialize req-entry (req-count)
                           move cor-from-ini to req-from (req-count)
                           move cor-to-ini to req-to (req-count)
                           move cor-reason to req-reason (req-count)
                           move "ACCEPTED" to req-state (req-count)
                       end-if
               end-read
           end-perform.
           close correction-file.
      *    A list longer than the table cannot be half done - the
      *    lines past fifty would silently not happen.
           if req-overflow = 1
               move "OVER 50 CORRECTIONS IN CORRREQ - SPLIT THE LIST"
                to report-record
               write report-record
               move "AND RERUN - NOTHING CHANGED" to report-record
               write report-record
               close report-file
               move 99 to return-code
               stop run
           end-if.

      *    A correction is rejected on its own - the rest of the
      *    batch still runs - when it names blank initials, maps a
      *    player onto itself, repeats an earlier line's from-player,
      *    or chains onto an earlier line (JOE to J0E, then J0E to
      *    JO3): a chain's outcome depends on the order it is read
      *    in, so it is run as two separate passes instead.
       0150-Validate-Requests.
           perform varying req-idx from 1 by 1
            until req-idx > req-count
               evaluate true
                   when req-from (req-idx) = spaces
                    or req-to (req-idx) = spaces
                       move "BLANK INITIALS" to req-why (req-idx)
                   when req-from (req-idx) = req-to (req-idx)
                       move "FROM AND TO ARE THE SAME"
                        to req-why (req-idx)
                   when other
                       perform 0160-Check-Earlier-Requests
               end-evaluate
               if req-why (req-idx) not = spaces
                   perform 0170-Reject-Request
               end-if
           end-perform.

       0160-Check-Earlier-Requests.
           perform varying req-chk-idx from 1 by 1
            until req-chk-idx >= req-idx
            or req-why (req-idx) not = spaces
               if req-state (req-chk-idx) = "ACCEPTED"
                   evaluate true
                       when req-from (req-idx) = req-from (req-chk-idx)
                           move "FROM ALREADY CORRECTED ABOVE"
                            to req-why (req-idx)
                       when req-from (req-idx) = req-to (req-chk-idx)
                        or req-to (req-idx) = req-from (req-chk-idx)
                           move "CHAINED - RUN AS A SECOND PASS"
                            to req-why (req-idx)
                   end-evaluate
               end-if
           end-perform.

       0170-Reject-Request.
           move "REJECTED" to req-state (req-idx)
           add 1 to req-bad-count.

      *    The accepted correction whose from-player is map-ini, if
      *    any.
       0180-Map-Initials.
           move 0 to map-idx
           perform varying req-chk-idx from 1 by 1
            until req-chk-idx > req-count or map-idx not = 0
               if req-state (req-chk-idx) = "ACCEPTED"
               and req-from (req-chk-idx) = map-ini
                   move req-chk-idx to map-idx
               end-if
           end-perform.

      *    Both indexed files are held open i-o for the whole pass:
      *    one that will not open for update refuses the batch.  A
      *    kiosk with no such file yet simply has nothing there to
      *    correct.
       0200-Open-Player-Files.
           open i-o player-profile-file.
           evaluate prf-file-status
               when "00"
                   set prf-open to 1
               when "35"
                   continue
               when other
                   move "PLAYPROF" to brd-file-name
                   move prf-file-status to brd-file-status
                   perform 0290-Refuse-Batch
           end-evaluate.
           open i-o high-score-file.
           evaluate hs-file-status
               when "00"
                   set hs-open to 1
               when "35"
                   continue
               when other
                   move "HISCORE" to brd-file-name
                   move hs-file-status to brd-file-status
                   perform 0290-Refuse-Batch
           end-evaluate.

      *    Before EVENTRES is staged: the highest attempt each
      *    to-player already holds in each event, and how many
      *    attempts are coming across to join it.  Attempt numbers
      *    are two digits; a merge that would run past 99 is
      *    rejected rather than wrapped.
       0250-Scan-Event-Attempts.
           open input event-results-file.
           if evt-file-status = "35"
               exit paragraph
           end-if
           if evt-file-status not = "00"
               move "EVENTRES" to brd-file-name
               move evt-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or evm-overflow = 1
               read event-results-file
                   at end
                       set stg-eof to 1
                   not at end
                       perform 0260-Scan-Event-Line
               end-read
           end-perform
           close event-results-file.
           if evm-overflow = 1
               set batch-refused to 1
               move "REFUSED: OVER 500 EVENT ENTRANTS TO RENUMBER"
                to report-record
               write report-record
               exit paragraph
           end-if.
           perform varying evm-idx from 1 by 1
            until evm-idx > evm-count
               move evm-max (evm-idx) to evm-next (evm-idx)
               if evm-max (evm-idx) + evm-from-count (evm-idx) > 99
                   perform varying req-idx from 1 by 1
                    until req-idx > req-count
                       if req-state (req-idx) = "ACCEPTED"
                       and req-to (req-idx) = evm-to (evm-idx)
                           move "EVENT ATTEMPTS WOULD PASS 99"
                            to req-why (req-idx)
                           perform 0170-Reject-Request
                       end-if
                   end-perform
               end-if
           end-perform.

       0260-Scan-Event-Line.
           perform varying req-idx from 1 by 1
            until req-idx > req-count
               if req-state (req-idx) = "ACCEPTED"
               and req-to (req-idx) = ev-initials
                   move ev-event-id to evm-lookup-event
                   move ev-initials to evm-lookup-to
                   perform 0270-Find-Event-Merge
                   if evm-found-idx not = 0
                   and ev-attempt-no numeric
                   and ev-attempt-no > evm-max (evm-found-idx)
                       move ev-attempt-no to evm-max (evm-found-idx)
                   end-if
               end-if
           end-perform
           move ev-initials to map-ini
           perform 0180-Map-Initials
           if map-idx not = 0
               move ev-event-id to evm-lookup-event
               move req-to (map-idx) to evm-lookup-to
               perform 0270-Find-Event-Merge
               if evm-found-idx not = 0
                   add 1 to evm-from-count (evm-found-idx)
               end-if
           end-if.

      *    Finds (or adds) the evm-lookup-event / evm-lookup-to row.
       0270-Find-Event-Merge.
           move 0 to evm-found-idx
           perform varying evm-idx from 1 by 1
            until evm-idx > evm-count or evm-found-idx not = 0
               if evm-event-id (evm-idx) = evm-lookup-event
               and evm-to (evm-idx) = evm-lookup-to
                   move evm-idx to evm-found-idx
               end-if
           end-perform
           if evm-found-idx = 0
               if evm-count >= 500
                   set evm-overflow to 1
               else
                   add 1 to evm-count
                   move evm-count to evm-found-idx
                   move evm-lookup-event to evm-event-id (evm-count)
                   move evm-lookup-to to evm-to (evm-count)
                   move 0 to evm-max (evm-count)
                   move 0 to evm-from-count (evm-count)
                   move 0 to evm-next (evm-count)
               end-if
           end-if.

       0290-Refuse-Batch.
           set batch-refused to 1
           move spaces to rpt-line
           string "REFUSED: " delimited by size
            brd-file-name delimited by space
            " CANNOT BE UPDATED - STATUS " brd-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record.

      *    Every change is worked out and written somewhere safe
      *    before anything live is touched: sequential files into
      *    their COR* work copies, the change log into CORLWK, the
      *    indexed changes into the correction table.  The first
      *    failure stops staging and refuses the batch.
       0300-Stage-Corrections.
           open output log-work-file
           if wlog-file-status not = "00"
               move "CORLWK" to brd-file-name
               move wlog-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           open output pre-image-file
           if wpre-file-status not = "00"
               close log-work-file
               move "CORPRE" to brd-file-name
               move wpre-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           perform 0310-Stage-Profiles
           if batch-refused = 0
               perform 0320-Stage-High-Scores
           end-if
           if batch-refused = 0
               perform 0330-Stage-Recovery
           end-if
           if batch-refused = 0
               perform 0340-Stage-Season
           end-if
           if batch-refused = 0
               perform 0350-Stage-Event-Results
           end-if
           if batch-refused = 0
               perform 0360-Stage-Versus
           end-if
           if batch-refused = 0
               perform 0370-Stage-Vault
           end-if
           if batch-refused = 0
               perform 0380-Stage-Register
           end-if
           if batch-refused = 0
               perform 0385-Stage-Operator-Log
           end-if
           close log-work-file
           close pre-image-file
           if batch-refused = 1
               exit paragraph
           end-if
      *    A correction that found its from-player nowhere changed
      *    nothing - it is reported as rejected so a mistyped line
      *    is not mistaken for a done job.
           perform varying req-idx from 1 by 1
            until req-idx > req-count
               if req-state (req-idx) = "ACCEPTED"
               and req-from-found (req-idx) = 0
               and req-hs-count (req-idx) = 0
               and req-hsr-count (req-idx) = 0
               and req-sea-count (req-idx) = 0
               and req-evt-count (req-idx) = 0
               and req-vsr-count (req-idx) = 0
               and req-vlt-count (req-idx) = 0
               and req-crt-count (req-idx) = 0
               and req-opl-count (req-idx) = 0
                   move "NOTHING ON FILE UNDER FROM"
                    to req-why (req-idx)
                   perform 0170-Reject-Request
               end-if
           end-perform.

      *    The merged profile: runs and deaths summed, the higher
      *    best kept.  Two corrections folding into the same
      *    to-player build on each other - the second starts from
      *    the first one's result, not from the file.
       0310-Stage-Profiles.
           if prf-open = 0
               exit paragraph
           end-if
           perform varying req-idx from 1 by 1
            until req-idx > req-count or batch-refused = 1
               if req-state (req-idx) = "ACCEPTED"
                   perform 0311-Stage-One-Profile
               end-if
           end-perform.

       0311-Stage-One-Profile.
           move req-from (req-idx) to pp-initials
           read player-profile-file key is pp-initials
               invalid key continue
           end-read
           evaluate prf-file-status
               when "00"
                   move "PLAYPROF" to pri-file
                   move player-profile-record to pri-image
                   perform 0395-Write-Pre-Image
                   move 1 to req-from-found (req-idx)
                   move pp-best to req-from-best (req-idx)
                   move pp-runs to req-from-runs (req-idx)
                   move pp-deaths to req-from-deaths (req-idx)
                   move pp-ruleset to req-from-ruleset (req-idx)
               when "23"
                   continue
               when other
                   move "PLAYPROF" to brd-file-name
                   move prf-file-status to brd-file-status
                   perform 0290-Refuse-Batch
                   exit paragraph
           end-evaluate
           move 0 to map-idx
           perform varying req-chk-idx from 1 by 1
            until req-chk-idx >= req-idx
               if req-state (req-chk-idx) = "ACCEPTED"
               and req-to (req-chk-idx) = req-to (req-idx)
               and (req-from-found (req-chk-idx) = 1
                or req-to-found (req-chk-idx) = 1)
                   move req-chk-idx to map-idx
               end-if
           end-perform
           if map-idx not = 0
               move 1 to req-to-found (req-idx)
               move req-new-best (map-idx) to req-to-best (req-idx)
               move req-new-runs (map-idx) to req-to-runs (req-idx)
               move req-new-deaths (map-idx)
                to req-to-deaths (req-idx)
               move req-new-ruleset (map-idx)
                to req-to-ruleset (req-idx)
           else
               move req-to (req-idx) to pp-initials
               read player-profile-file key is pp-initials
                   invalid key continue
               end-read
               evaluate prf-file-status
                   when "00"
                       move "PLAYPROF" to pri-file
                       move player-profile-record to pri-image
                       perform 0395-Write-Pre-Image
                       move 1 to req-to-found (req-idx)
                       move pp-best to req-to-best (req-idx)
                       move pp-runs to req-to-runs (req-idx)
                       move pp-deaths to req-to-deaths (req-idx)
                       move pp-ruleset to req-to-ruleset (req-idx)
                   when "23"
                       move "PLAYPROF" to pri-file
                       move spaces to pri-image
                       move req-to (req-idx) to pri-image (1:3)
                       perform 0396-Write-Pre-Absence
                   when other
                       move "PLAYPROF" to brd-file-name
                       move prf-file-status to brd-file-status
                       perform 0290-Refuse-Batch
                       exit paragraph
               end-evaluate
           end-if
           move req-to-best (req-idx) to req-new-best (req-idx)
           move req-to-runs (req-idx) to req-new-runs (req-idx)
           move req-to-deaths (req-idx) to req-new-deaths (req-idx)
           move req-to-ruleset (req-idx) to req-new-ruleset (req-idx)
           if req-from-found (req-idx) = 0
               exit paragraph
           end-if
           if req-from-best (req-idx) > req-new-best (req-idx)
               move req-from-best (req-idx) to req-new-best (req-idx)
               move req-from-ruleset (req-idx)
                to req-new-ruleset (req-idx)
           end-if
           add req-from-runs (req-idx) to req-new-runs (req-idx)
               on size error move 99999 to req-new-runs (req-idx)
           end-add
           add req-from-deaths (req-idx) to req-new-deaths (req-idx)
               on size error move 99999 to req-new-deaths (req-idx)
           end-add
           move req-idx to map-idx
           move "PLAYPROF" to clg-file
           move req-from (req-idx) to pp-initials
           move req-from-best (req-idx) to pp-best
           move req-from-runs (req-idx) to pp-runs
           move req-from-deaths (req-idx) to pp-deaths
           move req-from-ruleset (req-idx) to pp-ruleset
           move player-profile-record to clg-before
           move req-to (req-idx) to pp-initials
           move req-new-best (req-idx) to pp-best
           move req-new-runs (req-idx) to pp-runs
           move req-new-deaths (req-idx) to pp-deaths
           move req-new-ruleset (req-idx) to pp-ruleset
           move player-profile-record to clg-after
           if req-to-found (req-idx) = 1
               move "MERGED" to clg-action
               perform 0390-Write-Log-Line
               move req-to (req-idx) to pp-initials
               move req-to-best (req-idx) to pp-best
               move req-to-runs (req-idx) to pp-runs
               move req-to-deaths (req-idx) to pp-deaths
               move req-to-ruleset (req-idx) to pp-ruleset
               move player-profile-record to clg-before
               move req-to (req-idx) to pp-initials
               move req-new-best (req-idx) to pp-best
               move req-new-runs (req-idx) to pp-runs
               move req-new-deaths (req-idx) to pp-deaths
               move req-new-ruleset (req-idx) to pp-ruleset
               move player-profile-record to clg-after
           else
               move "RE-KEYED" to clg-action
           end-if
           perform 0390-Write-Log-Line.

      *    HISCORE is keyed on sequence number, so a re-keyed entry
      *    is rewritten in place later; here it is only counted and
      *    logged.
       0320-Stage-High-Scores.
           if hs-open = 0
               exit paragraph
           end-if
           move 0 to hs-seq-no
           start high-score-file key is not less than hs-seq-no
               invalid key exit paragraph
           end-start
           move 0 to stg-eof
           perform until stg-eof = 1 or batch-refused = 1
               read high-score-file next record
                   at end
                       set stg-eof to 1
                   not at end
                       move hs-initials to map-ini
                       perform 0180-Map-Initials
                       if map-idx not = 0
                           move "HISCORE" to pri-file
                           move high-score-record to pri-image
                           perform 0395-Write-Pre-Image
                           add 1 to req-hs-count (map-idx)
                           add 1 to stg-hs-count
                           move "HISCORE" to clg-file
                           move "RE-KEYED" to clg-action
                           move high-score-record to clg-before
                           move req-to (map-idx) to hs-initials
                           move high-score-record to clg-after
                           perform 0390-Write-Log-Line
                       end-if
               end-read
           end-perform.
           if hs-file-status not = "00" and hs-file-status not = "10"
               move "HISCORE" to brd-file-name
               move hs-file-status to brd-file-status
               perform 0290-Refuse-Batch
           end-if.

       0330-Stage-Recovery.
           open input recovery-file
           if hsr-file-status = "35"
               exit paragraph
           end-if
           open output hsr-work-file
           if hsr-file-status not = "00"
           or whsr-file-status not = "00"
               move "HSRECOVR" to brd-file-name
               move hsr-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or batch-refused = 1
               read recovery-file
                   at end
                       set stg-eof to 1
                   not at end
                       move "HSRECOVR" to pri-file
                       move recovery-record to pri-image
                       perform 0395-Write-Pre-Image
                       move hsr-initials to map-ini
                       perform 0180-Map-Initials
                       if map-idx not = 0
                           add 1 to req-hsr-count (map-idx)
                           add 1 to stg-hsr-count
                           move "HSRECOVR" to clg-file
                           move "RE-KEYED" to clg-action
                           move recovery-record to clg-before
                           move req-to (map-idx) to hsr-initials
                           move recovery-record to clg-after
                           perform 0390-Write-Log-Line
                       end-if
                       move recovery-record to hsr-work-record
                       write hsr-work-record
                       if whsr-file-status not = "00"
                           move "CORHSR" to brd-file-name
                           move whsr-file-status to brd-file-status
                           perform 0290-Refuse-Batch
                       end-if
               end-read
           end-perform
           close recovery-file
           close hsr-work-file.

       0340-Stage-Season.
           open input season-file
           if sea-file-status = "35"
               exit paragraph
           end-if
           open output sea-work-file
           if sea-file-status not = "00"
           or wsea-file-status not = "00"
               move "SEASON" to brd-file-name
               move sea-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or batch-refused = 1
               read season-file
                   at end
                       set stg-eof to 1
                   not at end
                       move "SEASON" to pri-file
                       move season-record to pri-image
                       perform 0395-Write-Pre-Image
                       move sea-initials to map-ini
                       perform 0180-Map-Initials
                       if map-idx not = 0
                           add 1 to req-sea-count (map-idx)
                           add 1 to stg-sea-count
                           move "SEASON" to clg-file
                           move "RE-KEYED" to clg-action
                           move season-record to clg-before
                           move req-to (map-idx) to sea-initials
                           move season-record to clg-after
                           perform 0390-Write-Log-Line
                       end-if
                       move season-record to sea-work-record
                       write sea-work-record
                       if wsea-file-status not = "00"
                           move "CORSEA" to brd-file-name
                           move wsea-file-status to brd-file-status
                           perform 0290-Refuse-Batch
                       end-if
               end-read
           end-perform
           close season-file
           close sea-work-file.

       0350-Stage-Event-Results.
           open input event-results-file
           if evt-file-status = "35"
               exit paragraph
           end-if
           open output evt-work-file
           if evt-file-status not = "00"
           or wevt-file-status not = "00"
               move "EVENTRES" to brd-file-name
               move evt-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or batch-refused = 1
               read event-results-file
                   at end
                       set stg-eof to 1
                   not at end
                       move "EVENTRES" to pri-file
                       move event-result-record to pri-image
                       perform 0395-Write-Pre-Image
                       move ev-initials to map-ini
                       perform 0180-Map-Initials
                       if map-idx not = 0
                           perform 0351-Rekey-Event-Attempt
                       end-if
                       move event-result-record to evt-work-record
                       write evt-work-record
                       if wevt-file-status not = "00"
                           move "COREVT" to brd-file-name
                           move wevt-file-status to brd-file-status
                           perform 0290-Refuse-Batch
                       end-if
               end-read
           end-perform
           close event-results-file
           close evt-work-file.

       0351-Rekey-Event-Attempt.
           add 1 to req-evt-count (map-idx)
           add 1 to stg-evt-count
           move "EVENTRES" to clg-file
           move "RE-KEYED" to clg-action
           move event-result-record to clg-before
           move ev-event-id to evm-lookup-event
           move req-to (map-idx) to evm-lookup-to
           perform 0270-Find-Event-Merge
           if evm-found-idx not = 0
               add 1 to evm-next (evm-found-idx)
               move evm-next (evm-found-idx) to ev-attempt-no
           end-if
           move req-to (map-idx) to ev-initials
           move event-result-record to clg-after
           perform 0390-Write-Log-Line.

      *    Either seat of a race can carry the retired initials; a
      *    line is logged once however many seats it re-keys.
       0360-Stage-Versus.
           open input versus-file
           if vsr-file-status = "35"
               exit paragraph
           end-if
           open output vsr-work-file
           if vsr-file-status not = "00"
           or wvsr-file-status not = "00"
               move "VERSUS" to brd-file-name
               move vsr-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or batch-refused = 1
               read versus-file
                   at end
                       set stg-eof to 1
                   not at end
                       move "VERSUS" to pri-file
                       move versus-record to pri-image
                       perform 0395-Write-Pre-Image
                       perform 0361-Rekey-Versus-Line
                       move versus-record to vsr-work-record
                       write vsr-work-record
                       if wvsr-file-status not = "00"
                           move "CORVSR" to brd-file-name
                           move wvsr-file-status to brd-file-status
                           perform 0290-Refuse-Batch
                       end-if
               end-read
           end-perform
           close versus-file
           close vsr-work-file.

       0361-Rekey-Versus-Line.
           move versus-record to clg-before
           move 0 to vsr-log-idx
           move vsr-ini-1 to map-ini
           perform 0180-Map-Initials
           if map-idx not = 0
               add 1 to req-vsr-count (map-idx)
               move req-to (map-idx) to vsr-ini-1
               move map-idx to vsr-log-idx
           end-if
           move vsr-ini-2 to map-ini
           perform 0180-Map-Initials
           if map-idx not = 0
               if map-idx not = vsr-log-idx
                   add 1 to req-vsr-count (map-idx)
               end-if
               move req-to (map-idx) to vsr-ini-2
               move map-idx to vsr-log-idx
           end-if
           if vsr-log-idx not = 0
               move vsr-log-idx to map-idx
               add 1 to stg-vsr-count
               move "VERSUS" to clg-file
               move "RE-KEYED" to clg-action
               move versus-record to clg-after
               perform 0390-Write-Log-Line
           end-if.

      *    Only vault headers carry initials; the replay lines behind
      *    them are copied across untouched.
       0370-Stage-Vault.
           open input vault-file
           if vlt-file-status = "35"
               exit paragraph
           end-if
           open output vlt-work-file
           if vlt-file-status not = "00"
           or wvlt-file-status not = "00"
               move "RPLVAULT" to brd-file-name
               move vlt-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or batch-refused = 1
               read vault-file
                   at end
                       set stg-eof to 1
                   not at end
                       move "RPLVAULT" to pri-file
                       move vault-header-record to pri-image
                       perform 0395-Write-Pre-Image
                       if vlh-rec-type = "H"
                           move vlh-initials to map-ini
                           perform 0180-Map-Initials
                           if map-idx not = 0
                               add 1 to req-vlt-count (map-idx)
                               add 1 to stg-vlt-count
                               move "RPLVAULT" to clg-file
                               move "RE-KEYED" to clg-action
                               move vault-header-record to clg-before
                               move req-to (map-idx) to vlh-initials
                               move vault-header-record to clg-after
                               perform 0390-Write-Log-Line
                           end-if
                       end-if
                       move vault-header-record to vlt-work-record
                       write vlt-work-record
                       if wvlt-file-status not = "00"
                           move "CORVLT" to brd-file-name
                           move wvlt-file-status to brd-file-status
                           perform 0290-Refuse-Batch
                       end-if
               end-read
           end-perform
           close vault-file
           close vlt-work-file.

       0380-Stage-Register.
           open input cert-file
           if crt-file-status = "35"
               exit paragraph
           end-if
           open output crt-work-file
           if crt-file-status not = "00"
           or wcrt-file-status not = "00"
               move "CERTREG" to brd-file-name
               move crt-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or batch-refused = 1
               read cert-file
                   at end
                       set stg-eof to 1
                   not at end
                       move "CERTREG" to pri-file
                       move certification-record to pri-image
                       perform 0395-Write-Pre-Image
                       move crt-initials to map-ini
                       perform 0180-Map-Initials
                       if map-idx not = 0
                           add 1 to req-crt-count (map-idx)
                           add 1 to stg-crt-count
                           move "CERTREG" to clg-file
                           move "RE-KEYED" to clg-action
                           move certification-record to clg-before
                           move req-to (map-idx) to crt-initials
                           move certification-record to clg-after
                           perform 0390-Write-Log-Line
                       end-if
                       move certification-record to crt-work-record
                       write crt-work-record
                       if wcrt-file-status not = "00"
                           move "CORCRT" to brd-file-name
                           move wcrt-file-status to brd-file-status
                           perform 0290-Refuse-Batch
                       end-if
               end-read
           end-perform
           close cert-file
           close crt-work-file.

      *    The initials sit in a different place on each kind of
      *    line that carries them; sign-ons, PIN failures and the
      *    rest name no player and are copied across untouched.
      *    Everything on an OPERLOG line lies inside the first 69
      *    bytes, so the change log's images hold it whole.
       0385-Stage-Operator-Log.
           open input operator-log-file
           if opl-file-status = "35"
               exit paragraph
           end-if
           open output opl-work-file
           if opl-file-status not = "00"
           or wopl-file-status not = "00"
               move "OPERLOG" to brd-file-name
               move opl-file-status to brd-file-status
               perform 0290-Refuse-Batch
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or batch-refused = 1
               read operator-log-file
                   at end
                       set stg-eof to 1
                   not at end
                       move "OPERLOG" to pri-file
                       move operator-log-record to pri-image
                       perform 0395-Write-Pre-Image
                       perform 0386-Rekey-Operator-Line
                       move operator-log-record to opl-work-record
                       write opl-work-record
                       if wopl-file-status not = "00"
                           move "COROPL" to brd-file-name
                           move wopl-file-status to brd-file-status
                           perform 0290-Refuse-Batch
                       end-if
               end-read
           end-perform
           close operator-log-file
           close opl-work-file.

       0386-Rekey-Operator-Line.
           evaluate ol-action
               when "VOID"
                   move olv-initials to map-ini
               when "ATTRESET"
                   move olr-initials to map-ini
               when "CHKDISC"
                   move olc-initials to map-ini
               when other
                   exit paragraph
           end-evaluate
           perform 0180-Map-Initials
           if map-idx = 0
               exit paragraph
           end-if
           add 1 to req-opl-count (map-idx)
           add 1 to stg-opl-count
           move "OPERLOG" to clg-file
           move "RE-KEYED" to clg-action
           move operator-log-record to clg-before
           evaluate ol-action
               when "VOID"
                   move req-to (map-idx) to olv-initials
               when "ATTRESET"
                   move req-to (map-idx) to olr-initials
               when other
                   move req-to (map-idx) to olc-initials
           end-evaluate
           move operator-log-record to clg-after
           perform 0390-Write-Log-Line.

      *    Caller sets pri-file and pri-image.
       0395-Write-Pre-Image.
           move 1 to pri-on-file
           perform 0397-Write-Pre-Line.

       0396-Write-Pre-Absence.
           move 0 to pri-on-file
           perform 0397-Write-Pre-Line.

       0397-Write-Pre-Line.
           write pre-image-record
           if wpre-file-status not = "00"
               move "CORPRE" to brd-file-name
               move wpre-file-status to brd-file-status
               perform 0290-Refuse-Batch
           end-if.

      *    Caller sets clg-file, clg-action, clg-before, clg-after
      *    and map-idx (the correction responsible).
       0390-Write-Log-Line.
           move cor-today to clg-date
           move cor-now to clg-time
           move req-from (map-idx) to clg-from-ini
           move req-to (map-idx) to clg-to-ini
           move req-reason (map-idx) to clg-reason
           move clg-entry to log-work-record
           write log-work-record
           if wlog-file-status not = "00"
               move "CORLWK" to brd-file-name
               move wlog-file-status to brd-file-status
               perform 0290-Refuse-Batch
           else
               add 1 to stg-log-count
           end-if.

      *    Everything staged cleanly - now the live files.  A
      *    failure part way puts every file already started on back
      *    from CORPRE, so the batch ends refused rather than half
      *    applied; only a failed put-back leaves it to the backup.
       0400-Apply-Corrections.
           if stg-hsr-count > 0
               perform 0410-Apply-Recovery
           end-if
           if stg-sea-count > 0 and commit-failed = 0
               perform 0420-Apply-Season
           end-if
           if stg-evt-count > 0 and commit-failed = 0
               perform 0430-Apply-Event-Results
           end-if
           if stg-vsr-count > 0 and commit-failed = 0
               perform 0440-Apply-Versus
           end-if
           if stg-vlt-count > 0 and commit-failed = 0
               perform 0450-Apply-Vault
           end-if
           if stg-crt-count > 0 and commit-failed = 0
               perform 0460-Apply-Register
           end-if
           if stg-opl-count > 0 and commit-failed = 0
               perform 0465-Apply-Operator-Log
           end-if
           if stg-hs-count > 0 and commit-failed = 0
               perform 0470-Apply-High-Scores
           end-if
           if commit-failed = 0
               perform 0480-Apply-Profiles
           end-if
           if commit-failed = 1
               perform 0500-Roll-Back-Corrections
               exit paragraph
           end-if
           perform varying req-idx from 1 by 1
            until req-idx > req-count
               if req-state (req-idx) = "ACCEPTED"
                   if req-from-found (req-idx) = 1
                   and req-to-found (req-idx) = 1
                       move "MERGED" to req-state (req-idx)
                   else
                       move "RE-KEYED" to req-state (req-idx)
                   end-if
                   add 1 to cor-applied-count
               end-if
           end-perform
           perform 0490-Post-Change-Log.

       0410-Apply-Recovery.
           set hsr-applied to 1
           open input hsr-work-file
           open output recovery-file
           if whsr-file-status not = "00"
           or hsr-file-status not = "00"
               move "HSRECOVR" to brd-file-name
               move hsr-file-status to brd-file-status
               close hsr-work-file
               close recovery-file
               perform 0495-Flag-Commit-Failure
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or commit-failed = 1
               read hsr-work-file
                   at end
                       set stg-eof to 1
                   not at end
                       move hsr-work-record to recovery-record
                       write recovery-record
                       if hsr-file-status not = "00"
                           move "HSRECOVR" to brd-file-name
                           move hsr-file-status to brd-file-status
                           perform 0495-Flag-Commit-Failure
                       end-if
               end-read
           end-perform
           close hsr-work-file
           close recovery-file.

       0420-Apply-Season.
           set sea-applied to 1
           open input sea-work-file
           open output season-file
           if wsea-file-status not = "00"
           or sea-file-status not = "00"
               move "SEASON" to brd-file-name
               move sea-file-status to brd-file-status
               close sea-work-file
               close season-file
               perform 0495-Flag-Commit-Failure
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or commit-failed = 1
               read sea-work-file
                   at end
                       set stg-eof to 1
                   not at end
                       move sea-work-record to season-record
                       write season-record
                       if sea-file-status not = "00"
                           move "SEASON" to brd-file-name
                           move sea-file-status to brd-file-status
                           perform 0495-Flag-Commit-Failure
                       end-if
               end-read
           end-perform
           close sea-work-file
           close season-file.

       0430-Apply-Event-Results.
           set evt-applied to 1
           open input evt-work-file
           open output event-results-file
           if wevt-file-status not = "00"
           or evt-file-status not = "00"
               move "EVENTRES" to brd-file-name
               move evt-file-status to brd-file-status
               close evt-work-file
               close event-results-file
               perform 0495-Flag-Commit-Failure
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or commit-failed = 1
               read evt-work-file
                   at end
                       set stg-eof to 1
                   not at end
                       move evt-work-record to event-result-record
                       write event-result-record
                       if evt-file-status not = "00"
                           move "EVENTRES" to brd-file-name
                           move evt-file-status to brd-file-status
                           perform 0495-Flag-Commit-Failure
                       end-if
               end-read
           end-perform
           close evt-work-file
           close event-results-file.

       0440-Apply-Versus.
           set vsr-applied to 1
           open input vsr-work-file
           open output versus-file
           if wvsr-file-status not = "00"
           or vsr-file-status not = "00"
               move "VERSUS" to brd-file-name
               move vsr-file-status to brd-file-status
               close vsr-work-file
               close versus-file
               perform 0495-Flag-Commit-Failure
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or commit-failed = 1
               read vsr-work-file
                   at end
                       set stg-eof to 1
                   not at end
                       move vsr-work-record to versus-record
                       write versus-record
                       if vsr-file-status not = "00"
                           move "VERSUS" to brd-file-name
                           move vsr-file-status to brd-file-status
                           perform 0495-Flag-Commit-Failure
                       end-if
               end-read
           end-perform
           close vsr-work-file
           close versus-file.

       0450-Apply-Vault.
           set vlt-applied to 1
           open input vlt-work-file
           open output vault-file
           if wvlt-file-status not = "00"
           or vlt-file-status not = "00"
               move "RPLVAULT" to brd-file-name
               move vlt-file-status to brd-file-status
               close vlt-work-file
               close vault-file
               perform 0495-Flag-Commit-Failure
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or commit-failed = 1
               read vlt-work-file
                   at end
                       set stg-eof to 1
                   not at end
                       move vlt-work-record to vault-header-record
                       write vault-header-record
                       if vlt-file-status not = "00"
                           move "RPLVAULT" to brd-file-name
                           move vlt-file-status to brd-file-status
                           perform 0495-Flag-Commit-Failure
                       end-if
               end-read
           end-perform
           close vlt-work-file
           close vault-file.

       0460-Apply-Register.
           set crt-applied to 1
           open input crt-work-file
           open output cert-file
           if wcrt-file-status not = "00"
           or crt-file-status not = "00"
               move "CERTREG" to brd-file-name
               move crt-file-status to brd-file-status
               close crt-work-file
               close cert-file
               perform 0495-Flag-Commit-Failure
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or commit-failed = 1
               read crt-work-file
                   at end
                       set stg-eof to 1
                   not at end
                       move crt-work-record to certification-record
                       write certification-record
                       if crt-file-status not = "00"
                           move "CERTREG" to brd-file-name
                           move crt-file-status to brd-file-status
                           perform 0495-Flag-Commit-Failure
                       end-if
               end-read
           end-perform
           close crt-work-file
           close cert-file.

       0465-Apply-Operator-Log.
           set opl-applied to 1
           open input opl-work-file
           open output operator-log-file
           if wopl-file-status not = "00"
           or opl-file-status not = "00"
               move "OPERLOG" to brd-file-name
               move opl-file-status to brd-file-status
               close opl-work-file
               close operator-log-file
               perform 0495-Flag-Commit-Failure
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or commit-failed = 1
               read opl-work-file
                   at end
                       set stg-eof to 1
                   not at end
                       move opl-work-record to operator-log-record
                       write operator-log-record
                       if opl-file-status not = "00"
                           move "OPERLOG" to brd-file-name
                           move opl-file-status to brd-file-status
                           perform 0495-Flag-Commit-Failure
                       end-if
               end-read
           end-perform
           close opl-work-file
           close operator-log-file.

       0470-Apply-High-Scores.
           set hs-applied to 1
           move 0 to hs-seq-no
           start high-score-file key is not less than hs-seq-no
               invalid key exit paragraph
           end-start
           move 0 to stg-eof
           perform until stg-eof = 1 or commit-failed = 1
               read high-score-file next record
                   at end
                       set stg-eof to 1
                   not at end
                       move hs-initials to map-ini
                       perform 0180-Map-Initials
                       if map-idx not = 0
                           move req-to (map-idx) to hs-initials
                           rewrite high-score-record
                           if hs-file-status not = "00"
                               move "HISCORE" to brd-file-name
                               move hs-file-status to brd-file-status
                               perform 0495-Flag-Commit-Failure
                           end-if
                       end-if
               end-read
           end-perform.

      *    In correction order, so a second fold into the same
      *    to-player rewrites what the first one wrote.
       0480-Apply-Profiles.
           set prf-applied to 1
           perform varying req-idx from 1 by 1
            until req-idx > req-count or commit-failed = 1
               if req-state (req-idx) = "ACCEPTED"
               and req-from-found (req-idx) = 1
                   perform 0481-Apply-One-Profile
               end-if
           end-perform.

       0481-Apply-One-Profile.
           move req-to (req-idx) to pp-initials
           read player-profile-file key is pp-initials
               invalid key continue
           end-read
           move req-to (req-idx) to pp-initials
           move req-new-best (req-idx) to pp-best
           move req-new-runs (req-idx) to pp-runs
           move req-new-deaths (req-idx) to pp-deaths
           move req-new-ruleset (req-idx) to pp-ruleset
           if prf-file-status = "00"
               rewrite player-profile-record
           else
               write player-profile-record
           end-if
           if prf-file-status not = "00"
               move "PLAYPROF" to brd-file-name
               move prf-file-status to brd-file-status
               perform 0495-Flag-Commit-Failure
               exit paragraph
           end-if
           move req-from (req-idx) to pp-initials
           delete player-profile-file record
               invalid key continue
           end-delete
           if prf-file-status not = "00"
               move "PLAYPROF" to brd-file-name
               move prf-file-status to brd-file-status
               perform 0495-Flag-Commit-Failure
           end-if.

      *    The staged log lines become permanent only once every
      *    change they describe is on disk.
       0490-Post-Change-Log.
           open extend change-log-file
           if log-file-status = "35"
               open output change-log-file
           end-if
           open input log-work-file
           if log-file-status not = "00"
           or wlog-file-status not = "00"
               perform 0496-Flag-Log-Failure
               exit paragraph
           end-if
           move 0 to stg-eof
           perform until stg-eof = 1 or log-failed = 1
               read log-work-file
                   at end
                       set stg-eof to 1
                   not at end
                       move log-work-record to change-log-record
                       write change-log-record
                       if log-file-status not = "00"
                           perform 0496-Flag-Log-Failure
                       end-if
               end-read
           end-perform
           close log-work-file
           close change-log-file.

       0495-Flag-Commit-Failure.
           set commit-failed to 1
           move spaces to rpt-line
           string "APPLY FAILED ON " delimited by size
            brd-file-name delimited by space
            " - STATUS " brd-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record.

       0496-Flag-Log-Failure.
           set log-failed to 1
           move spaces to rpt-line
           string "CORRLOG APPEND FAILED - STATUS " log-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move "CORRECTIONS ARE APPLIED - APPEND CORLWK TO CORRLOG"
            to report-record
           write report-record
           move "BY HAND SO THE CHANGE LOG IS WHOLE" to report-record
           write report-record.

      *    Reads CORPRE through once, each file's lines together in
      *    staging order, and writes every file applying had started
      *    on back as it stood.  Files never reached are left alone.
       0500-Roll-Back-Corrections.
           open input pre-image-file
           if wpre-file-status not = "00"
               move "CORPRE" to brd-file-name
               move wpre-file-status to brd-file-status
               perform 0530-Flag-Rollback-Failure
               exit paragraph
           end-if
           move spaces to rbk-file
           move 0 to rbk-open
           move 0 to stg-eof
           perform until stg-eof = 1
               read pre-image-file
                   at end
                       set stg-eof to 1
                   not at end
                       if pri-file not = rbk-file
                           perform 0510-Switch-Restore-Target
                       end-if
                       if rbk-open = 1
                           perform 0520-Restore-One-Line
                       end-if
               end-read
           end-perform
           if wpre-file-status not = "10"
               move "CORPRE" to brd-file-name
               move wpre-file-status to brd-file-status
               perform 0530-Flag-Rollback-Failure
           end-if
           move spaces to pri-file
           perform 0510-Switch-Restore-Target
           close pre-image-file
           if rollback-failed = 1
               exit paragraph
           end-if
           move "CORRECTION REFUSED - EVERY FILE PUT BACK AS FOUND,"
            to report-record
           write report-record
           move "NOTHING WAS CHANGED" to report-record
           write report-record.

      *    Closes the file just put back and opens the next one -
      *    the two indexed files stay open i-o the whole run.
       0510-Switch-Restore-Target.
           if rbk-open = 1
               evaluate rbk-file
                   when "HSRECOVR" close recovery-file
                   when "SEASON" close season-file
                   when "EVENTRES" close event-results-file
                   when "VERSUS" close versus-file
                   when "RPLVAULT" close vault-file
                   when "CERTREG" close cert-file
                   when "OPERLOG" close operator-log-file
               end-evaluate
           end-if
           move pri-file to rbk-file
           move 0 to rbk-open
           move "00" to brd-file-status
           evaluate true
               when pri-file = "HSRECOVR" and hsr-applied = 1
                   open output recovery-file
                   move hsr-file-status to brd-file-status
                   set rbk-open to 1
               when pri-file = "SEASON" and sea-applied = 1
                   open output season-file
                   move sea-file-status to brd-file-status
                   set rbk-open to 1
               when pri-file = "EVENTRES" and evt-applied = 1
                   open output event-results-file
                   move evt-file-status to brd-file-status
                   set rbk-open to 1
               when pri-file = "VERSUS" and vsr-applied = 1
                   open output versus-file
                   move vsr-file-status to brd-file-status
                   set rbk-open to 1
               when pri-file = "RPLVAULT" and vlt-applied = 1
                   open output vault-file
                   move vlt-file-status to brd-file-status
                   set rbk-open to 1
               when pri-file = "CERTREG" and crt-applied = 1
                   open output cert-file
                   move crt-file-status to brd-file-status
                   set rbk-open to 1
               when pri-file = "OPERLOG" and opl-applied = 1
                   open output operator-log-file
                   move opl-file-status to brd-file-status
                   set rbk-open to 1
               when pri-file = "HISCORE" and hs-applied = 1
                   set rbk-open to 1
               when pri-file = "PLAYPROF" and prf-applied = 1
                   set rbk-open to 1
           end-evaluate
           if brd-file-status not = "00"
               move pri-file to brd-file-name
               perform 0530-Flag-Rollback-Failure
               move 0 to rbk-open
           end-if.

      *    HISCORE records go back in place under their own key.  A
      *    PLAYPROF profile goes back whether the batch rewrote or
      *    deleted it, and one the batch created is deleted again.
       0520-Restore-One-Line.
           move "00" to brd-file-status
           evaluate pri-file
               when "HSRECOVR"
                   move pri-image to recovery-record
                   write recovery-record
                   move hsr-file-status to brd-file-status
               when "SEASON"
                   move pri-image to season-record
                   write season-record
                   move sea-file-status to brd-file-status
               when "EVENTRES"
                   move pri-image to event-result-record
                   write event-result-record
                   move evt-file-status to brd-file-status
               when "VERSUS"
                   move pri-image to versus-record
                   write versus-record
                   move vsr-file-status to brd-file-status
               when "RPLVAULT"
                   move pri-image to vault-header-record
                   write vault-header-record
                   move vlt-file-status to brd-file-status
               when "CERTREG"
                   move pri-image to certification-record
                   write certification-record
                   move crt-file-status to brd-file-status
               when "OPERLOG"
                   move pri-image to operator-log-record
                   write operator-log-record
                   move opl-file-status to brd-file-status
               when "HISCORE"
                   move pri-image to high-score-record
                   rewrite high-score-record
                       invalid key continue
                   end-rewrite
                   move hs-file-status to brd-file-status
               when "PLAYPROF"
                   perform 0521-Restore-Profile
           end-evaluate
           if brd-file-status not = "00"
               move pri-file to brd-file-name
               perform 0530-Flag-Rollback-Failure
           end-if.

       0521-Restore-Profile.
           move pri-image to player-profile-record
           if pri-on-file = 0
               delete player-profile-file record
                   invalid key continue
               end-delete
               if prf-file-status = "23"
                   move "00" to prf-file-status
               end-if
               move prf-file-status to brd-file-status
               exit paragraph
           end-if
           rewrite player-profile-record
               invalid key continue
           end-rewrite
           if prf-file-status = "23"
               move pri-image to player-profile-record
               write player-profile-record
                   invalid key continue
               end-write
           end-if
           move prf-file-status to brd-file-status.

      *    The put-back itself failed: the live files are now part
      *    corrected and nothing short of the backup puts them right.
      *    The warning is printed once; the rest is still put back.
       0530-Flag-Rollback-Failure.
           move spaces to rpt-line
           string "PUT-BACK FAILED ON " delimited by size
            brd-file-name delimited by space
            " - STATUS " brd-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           if rollback-failed = 1
               exit paragraph
           end-if
           set rollback-failed to 1
           move "CORRECTION HALF APPLIED - RESTORE THE PLAYER FILES"
            to report-record
           write report-record
           move "FROM BACKUP BEFORE ANYONE PLAYS - PRE-IMAGES ARE IN"
            to report-record
           write report-record
           move "CORPRE, STAGED COPIES IN CORHSR CORSEA COREVT"
            to report-record
           write report-record
           move "CORVSR CORVLT CORCRT COROPL" to report-record
           write report-record.

       0900-Write-Report.
           perform varying req-idx from 1 by 1
            until req-idx > req-count
               perform 0910-Write-Correction-Page
           end-perform
           perform varying req-idx from 1 by 1
            until req-idx > req-count
               if req-state (req-idx) = "REJECTED"
                   add 1 to cor-rejected-count
               end-if
           end-perform
           move spaces to report-record
           write report-record
           move req-count to rpt-count-disp
           string "CORRECTIONS READ . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move cor-applied-count to rpt-count-disp
           string "CORRECTIONS APPLIED  . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move cor-rejected-count to rpt-count-disp
           string "CORRECTIONS REJECTED . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move stg-log-count to rpt-count-disp
           if commit-failed = 1 or batch-refused = 1
               move 0 to rpt-count-disp
           end-if
           string "CHANGE LOG LINES . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move spaces to report-record
           write report-record
           evaluate true
               when batch-refused = 1
                   move "RESULT: BATCH REFUSED - NO FILE WAS CHANGED"
                    to report-record
               when rollback-failed = 1
                   move "RESULT: APPLY FAILED - RESTORE PLAYER FILES"
                    to report-record
               when commit-failed = 1
                   move "RESULT: APPLY FAILED - NOTHING CHANGED"
                    to report-record
               when log-failed = 1
                   move "RESULT: APPLIED - CHANGE LOG NEEDS ATTENTION"
                    to report-record
               when cor-rejected-count > 0
                   move "RESULT: APPLIED - SOME CORRECTIONS REJECTED"
                    to report-record
               when other
                   move "RESULT: EVERY CORRECTION APPLIED"
                    to report-record
           end-evaluate
           write report-record
           move spaces to report-record
           write report-record
           move spaces to report-record
           write report-record
           move "CHECKED AND SIGNED ____________  DATE ________"
            to report-record
           write report-record.

      *    One block per correction: what was asked, what happened,
      *    the profile either side of it and the record counts moved
      *    in every other file.  A refused batch prints every
      *    accepted line as REFUSED - nothing of it happened.
       0910-Write-Correction-Page.
           move spaces to rpt-line
           string req-from (req-idx) " -> " req-to (req-idx)
            "   REASON: " req-reason (req-idx)
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move spaces to rpt-line
           evaluate true
               when req-state (req-idx) = "REJECTED"
                   string "  RESULT: REJECTED - " req-why (req-idx)
                    delimited by size into rpt-line
                   end-string
               when batch-refused = 1
                   move "  RESULT: REFUSED WITH THE BATCH" to rpt-line
               when rollback-failed = 1
                   move "  RESULT: APPLY FAILED - SEE BELOW" to rpt-line
               when commit-failed = 1
                   move "  RESULT: REFUSED - APPLY FAILED, PUT BACK"
                    to rpt-line
               when other
                   string "  RESULT: " req-state (req-idx)
                    delimited by size into rpt-line
                   end-string
           end-evaluate
           move rpt-line to report-record
           write report-record
           if req-state (req-idx) = "REJECTED" or batch-refused = 1
           or (commit-failed = 1 and rollback-failed = 0)
               move spaces to report-record
               write report-record
               exit paragraph
           end-if
           move spaces to rpt-line
           if req-from-found (req-idx) = 1
               string "  PLAYPROF BEFORE: " req-from (req-idx)
                " BEST " req-from-best (req-idx)
                " RUNS " req-from-runs (req-idx)
                " DEATHS " req-from-deaths (req-idx)
                delimited by size into rpt-line
               end-string
           else
               string "  PLAYPROF BEFORE: " req-from (req-idx)
                " NO PROFILE"
                delimited by size into rpt-line
               end-string
           end-if
           move rpt-line to report-record
           write report-record
           move spaces to rpt-line
           if req-to-found (req-idx) = 1
               string "                   " req-to (req-idx)
                " BEST " req-to-best (req-idx)
                " RUNS " req-to-runs (req-idx)
                " DEATHS " req-to-deaths (req-idx)
                delimited by size into rpt-line
               end-string
           else
               string "                   " req-to (req-idx)
                " NO PROFILE"
                delimited by size into rpt-line
               end-string
           end-if
           move rpt-line to report-record
           write report-record
           move spaces to rpt-line
           if req-from-found (req-idx) = 1
           or req-to-found (req-idx) = 1
               string "  PLAYPROF AFTER:  " req-to (req-idx)
                " BEST " req-new-best (req-idx)
                " RUNS " req-new-runs (req-idx)
                " DEATHS " req-new-deaths (req-idx)
                delimited by size into rpt-line
               end-string
           else
               string "  PLAYPROF AFTER:  " req-to (req-idx)
                " NO PROFILE"
                delimited by size into rpt-line
               end-string
           end-if
           move rpt-line to report-record
           write report-record
           move spaces to rpt-line
           string "  RE-KEYED: HISCORE " req-hs-count (req-idx)
            " HSRECOVR " req-hsr-count (req-idx)
            " SEASON " req-sea-count (req-idx)
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move spaces to rpt-line
           string "            EVENTRES " req-evt-count (req-idx)
            " VERSUS " req-vsr-count (req-idx)
            " RPLVAULT " req-vlt-count (req-idx)
            " CERTREG " req-crt-count (req-idx)
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move spaces to rpt-line
           string "            OPERLOG " req-opl-count (req-idx)
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move spaces to report-record
           write report-record.

       0990-Close-Files.
           if prf-open = 1
               close player-profile-file
           end-if
           if hs-open = 1
               close high-score-file
           end-if
           close report-file.
