           identification division.
           program-id. flapbak.

      ******************************************************************
      *    KIOSK DATA BACKUP - DATED GENERATION WITH MANIFEST
      *    Unloads every file the kiosk's history lives in - indexed
      *    HISCORE and PLAYPROF through their keys, SEASON, SEASARCH,
      *    VERSUS, EVENTRES, HSRECOVR, CHECKPT, the GAMEPARM and
      *    LEVELLAY the kiosk runs on, and the RULESETS and CREDITLG
      *    the scores and the cash box are read against - into one
      *    generation on the BKUPLIB backup library (layout in
      *    bkup-record.cpy), dated by the moment it was taken.  Each
      *    file's records are followed by its manifest line: record
      *    count, lowest and highest key, control total.  flaprst
      *    reloads a generation and proves it against that manifest.
      *    Indexed files are read record by record through the
      *    access method, never copied as bytes, and any file that
      *    will not open or read cleanly - a HISCORE that flaphsm or
      *    flapprf left mid-conversion answers 39 - abandons the
      *    generation, so a half-built file is never taken for a
      *    backup.  Nor is a half-restored one: while RSTHOLD says a
      *    restore is unfinished or failed, nothing is taken.
      *    The library keeps the newest fourteen complete
      *    generations; older ones, and any generation a crash cut
      *    short, are dropped as the new one goes on.  The library
      *    is rebuilt through BKUPWRK so a failure part way leaves
      *    it as found.  BAKRPT lists the manifest.
      *    RETURN-CODE: 0 generation taken, 8 refused (restore hold),
      *    99 a file would not unload or the library could not be
      *    written.
      ******************************************************************

           environment division.
           input-output section.
           file-control.
               select high-score-file assign to "HISCORE"
                organization is indexed
                access mode is dynamic
                record key is hs-seq-no
                alternate record key is hs-score with duplicates
                file status is hs-file-status.
               select player-profile-file assign to "PLAYPROF"
                organization is indexed
                access mode is dynamic
                record key is pp-initials
                file status is prf-file-status.
               select season-file assign to "SEASON"
                organization is line sequential
                file status is sea-file-status.
               select archive-file assign to "SEASARCH"
                organization is line sequential
                file status is arc-file-status.
               select versus-file assign to "VERSUS"
                organization is line sequential
                file status is vsr-file-status.
               select event-results-file assign to "EVENTRES"
                organization is line sequential
                file status is evt-file-status.
               select recovery-file assign to "HSRECOVR"
                organization is line sequential
                file status is hsr-file-status.
               select checkpoint-file assign to "CHECKPT"
                organization is line sequential
                file status is chk-file-status.
               select game-parm-file assign to "GAMEPARM"
                organization is line sequential
                file status is parm-file-status.
               select level-layout-file assign to "LEVELLAY"
                organization is line sequential
                file status is lvl-file-status.
               select ruleset-file assign to "RULESETS"
                organization is line sequential
                file status is rs-file-status.
               select credit-log-file assign to "CREDITLG"
                organization is line sequential
                file status is crd-file-status.
               select backup-file assign to "BKUPLIB"
                organization is line sequential
                file status is bkl-file-status.
               select work-file assign to "BKUPWRK"
                organization is line sequential
                file status is wrk-file-status.
               select restore-hold-file assign to "RSTHOLD"
                organization is line sequential
                file status is rh-file-status.
               select report-file assign to "BAKRPT"
                organization is line sequential
                file status is rpt-file-status.

           data division.
           file section.

           fd high-score-file.
           01 high-score-record.
               05 hs-seq-no pic 9(6).
               05 hs-score pic 9(4).
               05 hs-date pic 9(8).
               05 hs-duration pic 9(7).
               05 hs-initials pic x(3).
               05 hs-ruleset pic 9(4).

           fd player-profile-file.
           01 player-profile-record.
               05 pp-initials pic x(3).
               05 pp-best pic 9(4).
               05 pp-runs pic 9(5).
               05 pp-deaths pic 9(5).
               05 pp-ruleset pic 9(4).

           fd season-file.
           01 season-line pic x(32).

           fd archive-file.
           01 archive-line pic x(40).

           fd versus-file.
           01 versus-line pic x(23).

           fd event-results-file.
           01 event-result-line pic x(36).

           fd recovery-file.
           01 recovery-line pic x(32).

           fd checkpoint-file.
           01 checkpoint-line pic x(144).

           fd game-parm-file.
           01 game-parm-record pic x(40).

           fd level-layout-file.
           01 level-layout-line pic x(4).

           fd ruleset-file.
           01 ruleset-line pic x(47).

           fd credit-log-file.
           01 credit-log-line pic x(31).

           fd backup-file.

           copy bkup-record.

           fd work-file.
           01 work-record pic x(167).

           fd restore-hold-file.

           copy rst-hold.

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************

           01 hs-file-status pic x(02).
           01 prf-file-status pic x(02).
           01 sea-file-status pic x(02).
           01 arc-file-status pic x(02).
           01 vsr-file-status pic x(02).
           01 evt-file-status pic x(02).
           01 hsr-file-status pic x(02).
           01 chk-file-status pic x(02).
           01 parm-file-status pic x(02).
           01 lvl-file-status pic x(02).
           01 rs-file-status pic x(02).
           01 crd-file-status pic x(02).
           01 bkl-file-status pic x(02).
           01 wrk-file-status pic x(02).
           01 rh-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 bkl-eof pic 9 value 0.
           01 wrk-eof pic 9 value 0.
           01 bak-failed pic 9 value 0.
           01 bak-refused pic 9 value 0.
           01 lib-damaged pic 9 value 0.
           01 gen-copying pic 9 value 0.

      ******************************************************************
      *        FILES BACKED UP
      *    In unload order, with how many leading bytes of each
      *    record make its key for the manifest's key range.
      *    CHECKPT holds a single record and has no key; GAMEPARM's
      *    key is the parameter name, picked off the line in 0700.
      ******************************************************************

           01 bak-file-names.
               05 filler pic x(10) value "HISCORE 06".
               05 filler pic x(10) value "PLAYPROF03".
               05 filler pic x(10) value "SEASON  06".
               05 filler pic x(10) value "SEASARCH06".
               05 filler pic x(10) value "VERSUS  08".
               05 filler pic x(10) value "EVENTRES08".
               05 filler pic x(10) value "HSRECOVR06".
               05 filler pic x(10) value "CHECKPT 00".
               05 filler pic x(10) value "GAMEPARM12".
               05 filler pic x(10) value "LEVELLAY04".
               05 filler pic x(10) value "RULESETS04".
               05 filler pic x(10) value "CREDITLG08".
           01 filler redefines bak-file-names.
               05 bak-file-def occurs 12 times.
                   10 bak-file-def-name pic x(8).
                   10 bak-file-def-key-len pic 9(2).

      *    The manifest as it is built, one entry per file above.
           01 fil-count pic 9(2) value 12.
           01 fil-tbl.
               05 fil-entry occurs 12 times.
                   10 fil-present pic x.
                   10 fil-record-count pic 9(7).
                   10 fil-low-key pic x(12).
                   10 fil-high-key pic x(12).
                   10 fil-control-total pic 9(11).
           01 fil-idx pic 9(2) value 0.
           01 fil-open-status pic x(02).
           01 fil-read-status pic x(02).

      ******************************************************************
      *        RECORD IMAGE
      *    Every record passes through here on its way to the
      *    library, and 0700-Tally-Record picks its key and control
      *    field out through the view for the file it came from.
      ******************************************************************

           01 img-record pic x(144).
           01 img-hs redefines img-record.
               05 img-hs-seq-no pic 9(6).
               05 img-hs-score pic 9(4).
               05 filler pic x(134).
           01 img-pp redefines img-record.
               05 img-pp-initials pic x(3).
               05 img-pp-best pic 9(4).
               05 img-pp-runs pic 9(5).
               05 filler pic x(132).
           01 img-sea redefines img-record.
               05 img-sea-month pic 9(6).
               05 img-sea-initials pic x(3).
               05 img-sea-score pic 9(4).
               05 filler pic x(131).
           01 img-sst redefines img-record.
               05 img-sst-month pic 9(6).
               05 img-sst-rank pic 9(2).
               05 img-sst-initials pic x(3).
               05 img-sst-best pic 9(4).
               05 filler pic x(129).
           01 img-vsr redefines img-record.
               05 img-vsr-date pic 9(8).
               05 img-vsr-ini-1 pic x(3).
               05 img-vsr-score-1 pic 9(4).
               05 img-vsr-ini-2 pic x(3).
               05 img-vsr-score-2 pic 9(4).
               05 filler pic x(122).
           01 img-ev redefines img-record.
               05 img-ev-event-id pic x(8).
               05 img-ev-initials pic x(3).
               05 img-ev-attempt-no pic 9(2).
               05 img-ev-score pic 9(4).
               05 filler pic x(127).
           01 img-chk redefines img-record.
               05 filler pic x(31).
               05 img-chk-score pic 9(4).
               05 filler pic x(57).
               05 img-chk-score2 pic 9(4).
               05 filler pic x(48).
           01 img-lvl redefines img-record.
               05 img-lvl-height pic 9(4).
               05 filler pic x(140).
           01 img-rs redefines img-record.
               05 img-rs-id pic 9(4).
               05 filler pic x(140).
           01 img-crl redefines img-record.
               05 img-crl-date pic 9(8).
               05 img-crl-time pic 9(6).
               05 img-crl-type pic x(4).
               05 img-crl-credits pic 9(2).
               05 filler pic x(124).

           01 tly-key pic x(12).
           01 tly-key-len pic 9(2) value 0.
           01 tly-spaces pic 9(3) value 0.
           01 tly-parm-name pic x(12).

      ******************************************************************
      *        LIBRARY GENERATIONS
      ******************************************************************

           01 bak-keep-generations pic 9(2) value 14.
           01 gen-count pic 9(3) value 0.
           01 gen-tbl.
               05 gen-entry occurs 99 times.
                   10 gen-id pic 9(14).
                   10 gen-complete pic 9.
                   10 gen-keep pic 9.
           01 gen-idx pic 9(3) value 0.
           01 gen-found-idx pic 9(3) value 0.
           01 gen-complete-count pic 9(3) value 0.
           01 gen-to-skip pic 9(3) value 0.
           01 gen-kept-count pic 9(3) value 0.
           01 gen-dropped-count pic 9(3) value 0.
           01 gen-overflow pic 9 value 0.

      ******************************************************************
      *        THIS GENERATION
      ******************************************************************

           01 bak-generation pic 9(14) value 0.
           01 bak-today pic 9(8) value 0.
           01 bak-time-raw pic 9(8) value 0.
           01 bak-now pic 9(6) value 0.
           01 bak-total-records pic 9(9) value 0.
           01 bak-fail-file pic x(8) value spaces.
           01 bak-fail-op pic x(6) value spaces.
           01 bak-fail-status pic x(02) value spaces.

      ******************************************************************
      *        REPORT BUILDING
      ******************************************************************

           01 rpt-line pic x(80).
           01 rpt-count-disp pic z(6)9.
           01 rpt-total-disp pic z(10)9.

           procedure division.

           accept bak-today from date yyyymmdd.
           accept bak-time-raw from time.
           compute bak-now = bak-time-raw / 100.
           compute bak-generation = bak-today * 1000000 + bak-now.
           perform 0010-Open-Report.
           perform 0100-Check-Restore-Hold.
           if bak-refused = 0
               perform 0200-Survey-Library
           end-if.
           if bak-refused = 0 and bak-failed = 0
               perform 0300-Build-Work-Library
           end-if.
           if bak-refused = 0 and bak-failed = 0
               perform 0500-Replace-Library
           end-if.
           perform 0900-Write-Report.
           close report-file.
           evaluate true
               when bak-refused = 1
                   move 8 to return-code
               when bak-failed = 1 or lib-damaged = 1
                   move 99 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

       0010-Open-Report.
           open output report-file.
           move "KIOSK DATA BACKUP" to report-record.
           write report-record.
           move "-----------------" to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.
           move spaces to rpt-line.
           string "GENERATION " bak-generation
            delimited by size into rpt-line
           end-string.
           move rpt-line to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.

      *    A restore that has not been proved leaves the live files
      *    in an unknown state; backing that up would only push a
      *    good generation off the end of the library.
       0100-Check-Restore-Hold.
           open input restore-hold-file.
           if rh-file-status = "35"
               exit paragraph
           end-if
           if rh-file-status = "00"
               read restore-hold-file
                   at end move spaces to rh-state
               end-read
               close restore-hold-file
               if rh-state = "VERIFIED"
                   exit paragraph
               end-if
           else
               move "DAMAGED" to rh-state
           end-if
           set bak-refused to 1
           move spaces to rpt-line
           string "RSTHOLD SAYS " rh-state
            " - A RESTORE IS NOT PROVED"
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move "BACKUP REFUSED - RERUN FLAPRST FIRST"
            to report-record
           write report-record.

      *    One pass over the library to learn what generations it
      *    holds and which of them are whole.  The newest complete
      *    ones are kept, one short of the limit so the generation
      *    about to be taken makes it up; anything cut short goes.
       0200-Survey-Library.
           open input backup-file
           if bkl-file-status = "35"
               exit paragraph
           end-if
           if bkl-file-status not = "00"
               move "BKUPLIB" to bak-fail-file
               move "OPEN" to bak-fail-op
               move bkl-file-status to bak-fail-status
               perform 0490-Flag-Backup-Failure
               exit paragraph
           end-if
           perform until bkl-eof = 1
               read backup-file
                   at end
                       set bkl-eof to 1
                   not at end
                       perform 0210-Note-Library-Line
               end-read
           end-perform
           close backup-file
           if gen-overflow = 1
               move "BKUPLIB" to bak-fail-file
               move "SURVEY" to bak-fail-op
               move spaces to bak-fail-status
               perform 0490-Flag-Backup-Failure
               move "OVER 99 GENERATIONS ON BKUPLIB - NOT PRUNED"
                to report-record
               write report-record
               exit paragraph
           end-if
           move 0 to gen-to-skip
           if gen-complete-count >= bak-keep-generations
               compute gen-to-skip =
                gen-complete-count - bak-keep-generations + 1
           end-if
           perform varying gen-idx from 1 by 1
            until gen-idx > gen-count
               if gen-complete (gen-idx) = 1
                   if gen-to-skip > 0
                       subtract 1 from gen-to-skip
                       add 1 to gen-dropped-count
                   else
                       move 1 to gen-keep (gen-idx)
                       add 1 to gen-kept-count
                   end-if
               else
                   add 1 to gen-dropped-count
               end-if
           end-perform.

       0210-Note-Library-Line.
           if bk-rec-type = "G"
               if gen-count >= 99
                   set gen-overflow to 1
               else
                   add 1 to gen-count
                   move bk-generation to gen-id (gen-count)
                   move 0 to gen-complete (gen-count)
                   move 0 to gen-keep (gen-count)
               end-if
           end-if
           if bk-rec-type = "E" and gen-count > 0
               if gen-id (gen-count) = bk-generation
                   move 1 to gen-complete (gen-count)
                   add 1 to gen-complete-count
               end-if
           end-if.

      *    BKUPWRK gets the kept generations and then the new one.
      *    Nothing has touched BKUPLIB yet, so any failure from here
      *    to the end of this paragraph leaves the library as found.
       0300-Build-Work-Library.
           open output work-file
           if wrk-file-status not = "00"
               move "BKUPWRK" to bak-fail-file
               move "OPEN" to bak-fail-op
               move wrk-file-status to bak-fail-status
               perform 0490-Flag-Backup-Failure
               exit paragraph
           end-if
           if gen-count > 0
               open input backup-file
               move 0 to bkl-eof
               move 0 to gen-copying
               perform until bkl-eof = 1 or bak-failed = 1
                   read backup-file
                       at end
                           set bkl-eof to 1
                       not at end
                           perform 0310-Copy-Kept-Line
                   end-read
               end-perform
               close backup-file
           end-if
           if bak-failed = 0
               move spaces to backup-record
               move "G" to bk-rec-type
               move bak-generation to bk-generation
               move bak-today to bkh-taken-on
               move bak-now to bkh-taken-at
               move fil-count to bkh-file-count
               perform 0480-Put-Work-Line
           end-if
           perform varying fil-idx from 1 by 1
            until fil-idx > fil-count or bak-failed = 1
               perform 0400-Unload-One-File
           end-perform
           if bak-failed = 0
               move spaces to backup-record
               move "E" to bk-rec-type
               move bak-generation to bk-generation
               move fil-count to bkt-file-count
               move bak-total-records to bkt-record-count
               perform 0480-Put-Work-Line
           end-if
           close work-file.

      *    A G line switches copying on or off for the generation
      *    behind it, by the keep verdict 0200 reached.
       0310-Copy-Kept-Line.
           if bk-rec-type = "G"
               move 0 to gen-copying
               perform varying gen-idx from 1 by 1
                until gen-idx > gen-count
                   if gen-id (gen-idx) = bk-generation
                       move gen-keep (gen-idx) to gen-copying
                   end-if
               end-perform
           end-if
           if gen-copying = 1
               perform 0480-Put-Work-Line
           end-if.

       0400-Unload-One-File.
           move "N" to fil-present (fil-idx)
           move 0 to fil-record-count (fil-idx)
           move spaces to fil-low-key (fil-idx)
           move spaces to fil-high-key (fil-idx)
           move 0 to fil-control-total (fil-idx)
           evaluate fil-idx
               when 1 perform 0410-Unload-High-Scores
               when 2 perform 0411-Unload-Profiles
               when 3 perform 0412-Unload-Season
               when 4 perform 0413-Unload-Season-Archive
               when 5 perform 0414-Unload-Versus
               when 6 perform 0415-Unload-Event-Results
               when 7 perform 0416-Unload-Recovery
               when 8 perform 0417-Unload-Checkpoint
               when 9 perform 0418-Unload-Game-Parms
               when 10 perform 0419-Unload-Level-Layout
               when 11 perform 0420-Unload-Rulesets
               when 12 perform 0421-Unload-Credit-Log
           end-evaluate
           if bak-failed = 1
               exit paragraph
           end-if
           move spaces to backup-record
           move "M" to bk-rec-type
           move bak-generation to bk-generation
           move bak-file-def-name (fil-idx) to bk-file-name
           move fil-present (fil-idx) to bkm-present
           move fil-record-count (fil-idx) to bkm-record-count
           move fil-low-key (fil-idx) to bkm-low-key
           move fil-high-key (fil-idx) to bkm-high-key
           move fil-control-total (fil-idx) to bkm-control-total
           perform 0480-Put-Work-Line.

      *    Each unload paragraph opens its file, sends every record
      *    through 0470, and hands the open and final read statuses
      *    to 0460 to judge.  A file that is not there at all is
      *    backed up as absent - CHECKPT, HSRECOVR and LEVELLAY are
      *    often missing for good reason.
       0410-Unload-High-Scores.
           open input high-score-file
           move hs-file-status to fil-open-status
           if hs-file-status = "00"
               perform until hs-file-status not = "00"
                   read high-score-file next record
                       at end continue
                       not at end
                           move high-score-record to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move hs-file-status to fil-read-status
               close high-score-file
           end-if
           perform 0460-Judge-Unload.

       0411-Unload-Profiles.
           open input player-profile-file
           move prf-file-status to fil-open-status
           if prf-file-status = "00"
               perform until prf-file-status not = "00"
                   read player-profile-file next record
                       at end continue
                       not at end
                           move player-profile-record to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move prf-file-status to fil-read-status
               close player-profile-file
           end-if
           perform 0460-Judge-Unload.

       0412-Unload-Season.
           open input season-file
           move sea-file-status to fil-open-status
           if sea-file-status = "00"
               perform until sea-file-status not = "00"
                   read season-file
                       at end continue
                       not at end
                           move season-line to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move sea-file-status to fil-read-status
               close season-file
           end-if
           perform 0460-Judge-Unload.

       0413-Unload-Season-Archive.
           open input archive-file
           move arc-file-status to fil-open-status
           if arc-file-status = "00"
               perform until arc-file-status not = "00"
                   read archive-file
                       at end continue
                       not at end
                           move archive-line to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move arc-file-status to fil-read-status
               close archive-file
           end-if
           perform 0460-Judge-Unload.

       0414-Unload-Versus.
           open input versus-file
           move vsr-file-status to fil-open-status
           if vsr-file-status = "00"
               perform until vsr-file-status not = "00"
                   read versus-file
                       at end continue
                       not at end
                           move versus-line to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move vsr-file-status to fil-read-status
               close versus-file
           end-if
           perform 0460-Judge-Unload.

       0415-Unload-Event-Results.
           open input event-results-file
           move evt-file-status to fil-open-status
           if evt-file-status = "00"
               perform until evt-file-status not = "00"
                   read event-results-file
                       at end continue
                       not at end
                           move event-result-line to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move evt-file-status to fil-read-status
               close event-results-file
           end-if
           perform 0460-Judge-Unload.

       0416-Unload-Recovery.
           open input recovery-file
           move hsr-file-status to fil-open-status
           if hsr-file-status = "00"
               perform until hsr-file-status not = "00"
                   read recovery-file
                       at end continue
                       not at end
                           move recovery-line to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move hsr-file-status to fil-read-status
               close recovery-file
           end-if
           perform 0460-Judge-Unload.

       0417-Unload-Checkpoint.
           open input checkpoint-file
           move chk-file-status to fil-open-status
           if chk-file-status = "00"
               perform until chk-file-status not = "00"
                   read checkpoint-file
                       at end continue
                       not at end
                           move checkpoint-line to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move chk-file-status to fil-read-status
               close checkpoint-file
           end-if
           perform 0460-Judge-Unload.

       0418-Unload-Game-Parms.
           open input game-parm-file
           move parm-file-status to fil-open-status
           if parm-file-status = "00"
               perform until parm-file-status not = "00"
                   read game-parm-file
                       at end continue
                       not at end
                           move game-parm-record to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move parm-file-status to fil-read-status
               close game-parm-file
           end-if
           perform 0460-Judge-Unload.

       0419-Unload-Level-Layout.
           open input level-layout-file
           move lvl-file-status to fil-open-status
           if lvl-file-status = "00"
               perform until lvl-file-status not = "00"
                   read level-layout-file
                       at end continue
                       not at end
                           move level-layout-line to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move lvl-file-status to fil-read-status
               close level-layout-file
           end-if
           perform 0460-Judge-Unload.

       0420-Unload-Rulesets.
           open input ruleset-file
           move rs-file-status to fil-open-status
           if rs-file-status = "00"
               perform until rs-file-status not = "00"
                   read ruleset-file
                       at end continue
                       not at end
                           move ruleset-line to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move rs-file-status to fil-read-status
               close ruleset-file
           end-if
           perform 0460-Judge-Unload.

       0421-Unload-Credit-Log.
           open input credit-log-file
           move crd-file-status to fil-open-status
           if crd-file-status = "00"
               perform until crd-file-status not = "00"
                   read credit-log-file
                       at end continue
                       not at end
                           move credit-log-line to img-record
                           perform 0470-Put-Data-Line
                   end-read
               end-perform
               move crd-file-status to fil-read-status
               close credit-log-file
           end-if
           perform 0460-Judge-Unload.

      *    Open 35 is an absent file; any other open failure, or a
      *    read pass that ended on anything but end-of-file, is a
      *    file this generation cannot vouch for.
       0460-Judge-Unload.
           evaluate true
               when fil-open-status = "35"
                   move "N" to fil-present (fil-idx)
               when fil-open-status not = "00"
                   move bak-file-def-name (fil-idx) to bak-fail-file
                   move "OPEN" to bak-fail-op
                   move fil-open-status to bak-fail-status
                   perform 0490-Flag-Backup-Failure
               when fil-read-status not = "10"
                   move bak-file-def-name (fil-idx) to bak-fail-file
                   move "READ" to bak-fail-op
                   move fil-read-status to bak-fail-status
                   perform 0490-Flag-Backup-Failure
               when other
                   move "Y" to fil-present (fil-idx)
           end-evaluate.

       0470-Put-Data-Line.
           if bak-failed = 1
               exit paragraph
           end-if
           perform 0700-Tally-Record
           move spaces to backup-record
           move "D" to bk-rec-type
           move bak-generation to bk-generation
           move bak-file-def-name (fil-idx) to bk-file-name
           move img-record to bk-body
           add 1 to bak-total-records
           perform 0480-Put-Work-Line.

       0480-Put-Work-Line.
           move backup-record to work-record
           write work-record
           if wrk-file-status not = "00"
               move "BKUPWRK" to bak-fail-file
               move "WRITE" to bak-fail-op
               move wrk-file-status to bak-fail-status
               perform 0490-Flag-Backup-Failure
           end-if.

       0490-Flag-Backup-Failure.
           if bak-failed = 1
               exit paragraph
           end-if
           set bak-failed to 1
           move spaces to rpt-line
           string bak-fail-file " " bak-fail-op
            " FAILED - STATUS " bak-fail-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move "GENERATION ABANDONED - BKUPLIB LEFT AS FOUND"
            to report-record
           write report-record.

      *    The one destructive step, the same way flapcrt purges
      *    the replay vault: BKUPWRK is whole by now, and is copied
      *    back over BKUPLIB.  A failure on the way back in is the
      *    one case that leaves the library damaged - BKUPWRK then
      *    holds the good copy and the report says so.
       0500-Replace-Library.
           open output backup-file
           open input work-file
           if bkl-file-status not = "00"
           or wrk-file-status not = "00"
               perform 0510-Flag-Library-Damaged
               exit paragraph
           end-if
           move 0 to wrk-eof
           perform until wrk-eof = 1 or lib-damaged = 1
               read work-file
                   at end
                       set wrk-eof to 1
                   not at end
                       move work-record to backup-record
                       write backup-record
                       if bkl-file-status not = "00"
                           perform 0510-Flag-Library-Damaged
                       end-if
               end-read
           end-perform
           close backup-file
           close work-file.

       0510-Flag-Library-Damaged.
           set lib-damaged to 1
           move spaces to rpt-line
           string "BKUPLIB REWRITE FAILED - STATUS " bkl-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move "DO NOT TRUST BKUPLIB - BKUPWRK HOLDS THE WHOLE"
            to report-record
           write report-record
           move "LIBRARY INCLUDING TONIGHT'S GENERATION"
            to report-record
           write report-record.

      *    Key and control total per file - the manifest flaprst
      *    proves a reload against, so this paragraph and its twin
      *    in flaprst must pick the same fields.  The key is the
      *    leading bytes of the record (see bak-file-names); the
      *    total is the sum of the file's score, or its nearest
      *    thing: runs for PLAYPROF, both birds for VERSUS and
      *    CHECKPT, heights for LEVELLAY, ids for RULESETS, credits
      *    moved for CREDITLG, and for GAMEPARM the count of
      *    non-blank characters, since its values are not all
      *    numbers.  A field that is not numeric adds nothing - a
      *    SEASARCH line from before the fixed layout still counts
      *    as a record.
       0700-Tally-Record.
           add 1 to fil-record-count (fil-idx)
           move bak-file-def-key-len (fil-idx) to tly-key-len
           move spaces to tly-key
           evaluate fil-idx
               when 1
               when 7
                   if img-hs-score numeric
                       add img-hs-score to fil-control-total (fil-idx)
                   end-if
               when 2
                   if img-pp-runs numeric
                       add img-pp-runs to fil-control-total (fil-idx)
                   end-if
               when 3
                   if img-sea-score numeric
                       add img-sea-score to fil-control-total (fil-idx)
                   end-if
               when 4
                   if img-sst-best numeric
                       add img-sst-best to fil-control-total (fil-idx)
                   end-if
               when 5
                   if img-vsr-score-1 numeric
                       add img-vsr-score-1
                        to fil-control-total (fil-idx)
                   end-if
                   if img-vsr-score-2 numeric
                       add img-vsr-score-2
                        to fil-control-total (fil-idx)
                   end-if
               when 6
                   if img-ev-score numeric
                       add img-ev-score to fil-control-total (fil-idx)
                   end-if
               when 8
                   if img-chk-score numeric
                       add img-chk-score to fil-control-total (fil-idx)
                   end-if
                   if img-chk-score2 numeric
                       add img-chk-score2
                        to fil-control-total (fil-idx)
                   end-if
               when 9
                   move 0 to tly-spaces
                   inspect img-record (1:40)
                    tallying tly-spaces for all spaces
                   compute fil-control-total (fil-idx) =
                    fil-control-total (fil-idx) + 40 - tly-spaces
                   move spaces to tly-parm-name
                   unstring img-record (1:40) delimited by all space
                    into tly-parm-name
                   end-unstring
                   move tly-parm-name to tly-key
                   move 0 to tly-key-len
               when 10
                   if img-lvl-height numeric
                       add img-lvl-height
                        to fil-control-total (fil-idx)
                   end-if
               when 11
                   if img-rs-id numeric
                       add img-rs-id to fil-control-total (fil-idx)
                   end-if
               when 12
                   if img-crl-credits numeric
                       add img-crl-credits
                        to fil-control-total (fil-idx)
                   end-if
           end-evaluate
           if tly-key-len > 0
               move img-record (1:tly-key-len) to tly-key
           end-if
           if tly-key = spaces
               exit paragraph
           end-if
           if fil-low-key (fil-idx) = spaces
               move tly-key to fil-low-key (fil-idx)
               move tly-key to fil-high-key (fil-idx)
           else
               if tly-key < fil-low-key (fil-idx)
                   move tly-key to fil-low-key (fil-idx)
               end-if
               if tly-key > fil-high-key (fil-idx)
                   move tly-key to fil-high-key (fil-idx)
               end-if
           end-if.

       0900-Write-Report.
           if bak-refused = 0 and bak-failed = 0
               move "FILE     THERE RECORDS LOW KEY      HIGH KEY"
                to rpt-line
               move "CONTROL TOTAL" to rpt-line (50:)
               move rpt-line to report-record
               write report-record
               move "-------- ----- ------- ------------ ------------"
                to rpt-line
               move "-------------" to rpt-line (50:)
               move rpt-line to report-record
               write report-record
               perform varying fil-idx from 1 by 1
                until fil-idx > fil-count
                   perform 0910-Write-Manifest-Line
               end-perform
               move spaces to report-record
               write report-record
           end-if
           move bak-total-records to rpt-count-disp
           move spaces to report-record
           string "RECORDS BACKED UP  . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move gen-kept-count to rpt-count-disp
           move spaces to report-record
           string "OLDER GENERATIONS KEPT . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move gen-dropped-count to rpt-count-disp
           move spaces to report-record
           string "GENERATIONS DROPPED  . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move spaces to rpt-line
           evaluate true
               when bak-refused = 1
                   string "RESULT: NO GENERATION TAKEN - RESTORE HOLD"
                    delimited by size into rpt-line
                   end-string
               when bak-failed = 1
                   string "RESULT: NO GENERATION TAKEN - SEE ABOVE"
                    delimited by size into rpt-line
                   end-string
               when lib-damaged = 1
                   string "RESULT: GENERATION TAKEN BUT BKUPLIB DAMAGED"
                    delimited by size into rpt-line
                   end-string
               when other
                   string "RESULT: GENERATION " bak-generation
                    " COMPLETE"
                    delimited by size into rpt-line
                   end-string
           end-evaluate
           move rpt-line to report-record
           write report-record.

       0910-Write-Manifest-Line.
           move spaces to rpt-line
           move bak-file-def-name (fil-idx) to rpt-line (1:8)
           if fil-present (fil-idx) = "Y"
               move "YES" to rpt-line (10:3)
           else
               move "NO" to rpt-line (10:2)
           end-if
           move fil-record-count (fil-idx) to rpt-count-disp
           move rpt-count-disp to rpt-line (16:7)
           move fil-low-key (fil-idx) to rpt-line (24:12)
           move fil-high-key (fil-idx) to rpt-line (37:12)
           move fil-control-total (fil-idx) to rpt-total-disp
           move rpt-total-disp to rpt-line (52:11)
           move rpt-line to report-record
           write report-record.
