           identification division.
           program-id. flaprst.

      ******************************************************************
      *    KIOSK DATA RESTORE - RELOAD AND PROVE A BACKUP GENERATION
      *    Puts the kiosk's files back as flapbak found them in one
      *    generation of the BKUPLIB backup library.  RSTPARM names
      *    the generation (GENERATION yyyymmddhhmmss); with no
      *    RSTPARM the newest complete generation is used.
      *    The generation is proved before a single live file is
      *    touched: its record lines are tallied and must agree with
      *    every manifest line and with its trailer, or the restore
      *    is refused and nothing changes.  Then RSTHOLD is set to
      *    RUNNING, which keeps flapper from opening the kiosk and
      *    flapbak from taking a backup, and each file is rewritten
      *    from its records - HISCORE and PLAYPROF are rebuilt
      *    through their keys.  A file that was absent at backup is
      *    emptied if it has since appeared; an empty LEVELLAY still
      *    flies as a course, so that one is warned about.  Finally
      *    every reloaded file is read back, tallied the same way
      *    flapbak tallied it, and compared to the manifest.  Only
      *    when all of them agree does RSTHOLD become VERIFIED; any
      *    disagreement leaves it FAILED and the kiosk held.
      *    A file the generation holds no manifest line for is left
      *    exactly as it stands.  RSTRPT shows each file's manifest
      *    against what was reloaded.
      *    RETURN-CODE: 0 restored and verified, 4 verified but a
      *    warning needs acting on, 8 refused with nothing touched,
      *    99 the restore was started and could not be proved.
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
               select restore-parm-file assign to "RSTPARM"
                organization is line sequential
                file status is rpm-file-status.
               select restore-hold-file assign to "RSTHOLD"
                organization is line sequential
                file status is rh-file-status.
               select report-file assign to "RSTRPT"
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

           fd restore-parm-file.
           01 restore-parm-record pic x(40).

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
           01 rpm-file-status pic x(02).
           01 rh-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 bkl-eof pic 9 value 0.
           01 rst-refused pic 9 value 0.
           01 rst-started pic 9 value 0.
           01 rst-failed pic 9 value 0.
           01 rst-warned pic 9 value 0.

      ******************************************************************
      *        FILES RESTORED
      *    Must stay in step with flapbak's bak-file-names - the
      *    same files, the same key lengths.
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

      *    The generation's manifest, as its M lines give it.
           01 fil-count pic 9(2) value 12.
           01 man-tbl.
               05 man-entry occurs 12 times.
                   10 man-seen pic 9.
                   10 man-present pic x.
                   10 man-record-count pic 9(7).
                   10 man-low-key pic x(12).
                   10 man-high-key pic x(12).
                   10 man-control-total pic 9(11).

      *    Tallies - first of the generation's record lines, then of
      *    the reloaded files - laid out as flapbak builds them.
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
           01 fil-write-status pic x(02).

      *    Where each file stands in the restore.
           01 rst-tbl.
               05 rst-entry occurs 12 times.
                   10 rst-opened pic 9.
                   10 rst-verdict pic x(12).
           01 rst-backup-count pic 9(7) occurs 12 times.
           01 rst-backup-total pic 9(11) occurs 12 times.

      ******************************************************************
      *        RECORD IMAGE - AS IN FLAPBAK
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
      *        GENERATION CHOSEN
      ******************************************************************

           01 rpm-keyword pic x(12).
           01 rpm-value pic x(20).
           01 rst-generation pic 9(14) value 0.
           01 rst-asked-for pic 9 value 0.
           01 rst-gen-found pic 9 value 0.
           01 rst-gen-complete pic 9 value 0.
           01 rst-last-gen pic 9(14) value 0.
           01 rst-last-complete pic 9(14) value 0.
           01 rst-trailer-seen pic 9 value 0.
           01 rst-trailer-files pic 9(2) value 0.
           01 rst-trailer-records pic 9(9) value 0.
           01 rst-manifest-lines pic 9(2) value 0.
           01 rst-data-lines pic 9(9) value 0.
           01 rst-stray-lines pic 9(7) value 0.
           01 rst-reloaded-count pic 9(9) value 0.
           01 rst-today pic 9(8) value 0.
           01 rst-time-raw pic 9(8) value 0.
           01 rst-now pic 9(6) value 0.
           01 rst-mismatch pic 9 value 0.

      ******************************************************************
      *        REPORT BUILDING
      ******************************************************************

           01 rpt-line pic x(80).
           01 rpt-count-disp pic z(6)9.
           01 rpt-total-disp pic z(10)9.
           01 rpt-big-disp pic z(8)9.

           procedure division.

           accept rst-today from date yyyymmdd.
           accept rst-time-raw from time.
           compute rst-now = rst-time-raw / 100.
           perform 0010-Open-Report.
           perform 0100-Read-Restore-Parm.
           if rst-refused = 0
               perform 0200-Find-Generation
           end-if.
           if rst-refused = 0
               perform 0300-Prove-Generation
           end-if.
           if rst-refused = 0
               perform 0400-Hold-Kiosk
           end-if.
           if rst-refused = 0 and rst-failed = 0
               perform 0500-Reload-Files
           end-if.
           if rst-started = 1 and rst-failed = 0
               perform 0600-Prove-Reload
           end-if.
           if rst-started = 1
               perform 0800-Release-Hold
           end-if.
           perform 0900-Write-Report.
           close report-file.
           evaluate true
               when rst-refused = 1
                   move 8 to return-code
               when rst-failed = 1
                   move 99 to return-code
               when rst-warned = 1
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

       0010-Open-Report.
           open output report-file.
           move "KIOSK DATA RESTORE" to report-record.
           write report-record.
           move "------------------" to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.

      *    RSTPARM is optional; a line that is there but is not
      *    GENERATION and a fourteen-digit id refuses the restore
      *    rather than guess at what was meant.
       0100-Read-Restore-Parm.
           open input restore-parm-file
           if rpm-file-status = "35"
               exit paragraph
           end-if
           if rpm-file-status not = "00"
               move "RSTPARM WILL NOT OPEN - RESTORE REFUSED"
                to report-record
               write report-record
               set rst-refused to 1
               exit paragraph
           end-if
           read restore-parm-file
               at end move spaces to restore-parm-record
           end-read
           close restore-parm-file
           if restore-parm-record = spaces
               exit paragraph
           end-if
           move spaces to rpm-keyword
           move spaces to rpm-value
           unstring restore-parm-record delimited by all space
            into rpm-keyword rpm-value
           end-unstring
           if rpm-keyword = "GENERATION"
           and rpm-value (1:14) numeric
           and rpm-value (15:) = spaces
               move rpm-value (1:14) to rst-generation
               set rst-asked-for to 1
           else
               move spaces to rpt-line
               string "RSTPARM NOT UNDERSTOOD: " restore-parm-record
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               set rst-refused to 1
           end-if.

       0200-Find-Generation.
           open input backup-file
           if bkl-file-status not = "00"
               move spaces to rpt-line
               string "BKUPLIB WILL NOT OPEN - STATUS " bkl-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               set rst-refused to 1
               exit paragraph
           end-if
           move 0 to bkl-eof
           perform until bkl-eof = 1
               read backup-file
                   at end
                       set bkl-eof to 1
                   not at end
                       perform 0210-Note-Library-Line
               end-read
           end-perform
           close backup-file
           if rst-asked-for = 0
               move rst-last-complete to rst-generation
               if rst-generation > 0
                   move 1 to rst-gen-found
                   move 1 to rst-gen-complete
               end-if
           end-if
           move spaces to rpt-line
           evaluate true
               when rst-gen-found = 0 and rst-asked-for = 0
                   move "BKUPLIB HOLDS NO COMPLETE GENERATION"
                    to rpt-line
               when rst-gen-found = 0
                   string "GENERATION " rst-generation
                    " IS NOT ON BKUPLIB"
                    delimited by size into rpt-line
                   end-string
               when rst-gen-complete = 0
                   string "GENERATION " rst-generation
                    " WAS CUT SHORT - NO TRAILER"
                    delimited by size into rpt-line
                   end-string
               when other
                   string "GENERATION " rst-generation
                    delimited by size into rpt-line
                   end-string
           end-evaluate
           move rpt-line to report-record
           write report-record
           move spaces to report-record
           write report-record
           if rst-gen-found = 0 or rst-gen-complete = 0
               set rst-refused to 1
           end-if.

       0210-Note-Library-Line.
           if bk-rec-type = "G"
               move bk-generation to rst-last-gen
               if rst-asked-for = 1
               and bk-generation = rst-generation
                   move 1 to rst-gen-found
               end-if
           end-if
           if bk-rec-type = "E" and bk-generation = rst-last-gen
               move bk-generation to rst-last-complete
               if rst-asked-for = 1
               and bk-generation = rst-generation
                   move 1 to rst-gen-complete
               end-if
           end-if.

      *    The generation must agree with itself before it is let
      *    near a live file: every file's record lines tallied as
      *    flapbak tallied them, against its manifest line, and the
      *    whole against the trailer.
       0300-Prove-Generation.
           perform varying fil-idx from 1 by 1
            until fil-idx > fil-count
               move 0 to man-seen (fil-idx)
               move 0 to rst-opened (fil-idx)
               move "NOT BACKED" to rst-verdict (fil-idx)
               perform 0710-Clear-Tally
           end-perform
           open input backup-file
           move 0 to bkl-eof
           perform until bkl-eof = 1
               read backup-file
                   at end
                       set bkl-eof to 1
                   not at end
                       if bk-generation = rst-generation
                           perform 0310-Check-Generation-Line
                       end-if
               end-read
           end-perform
           close backup-file
           move 0 to rst-mismatch
           perform varying fil-idx from 1 by 1
            until fil-idx > fil-count
               move fil-record-count (fil-idx)
                to rst-backup-count (fil-idx)
               move fil-control-total (fil-idx)
                to rst-backup-total (fil-idx)
               if man-seen (fil-idx) = 1
                   perform 0720-Compare-To-Manifest
                   if rst-verdict (fil-idx) not = spaces
                       move "BAD BACKUP" to rst-verdict (fil-idx)
                   end-if
               else
                   if fil-record-count (fil-idx) > 0
                       move "NO MANIFEST" to rst-verdict (fil-idx)
                       set rst-mismatch to 1
                   end-if
               end-if
           end-perform
           if rst-trailer-records not = rst-data-lines
           or rst-trailer-files not = rst-manifest-lines
           or rst-stray-lines > 0
               set rst-mismatch to 1
               move rst-data-lines to rpt-big-disp
               move spaces to report-record
               string "RECORD LINES FOUND . . . " rpt-big-disp
                delimited by size into report-record
               end-string
               write report-record
               move rst-trailer-records to rpt-big-disp
               move spaces to report-record
               string "RECORD LINES TRAILER SAYS " rpt-big-disp
                delimited by size into report-record
               end-string
               write report-record
               if rst-stray-lines > 0
                   move rst-stray-lines to rpt-count-disp
                   move spaces to report-record
                   string "LINES FOR NO KNOWN FILE . " rpt-count-disp
                    delimited by size into report-record
                   end-string
                   write report-record
               end-if
           end-if
           if rst-mismatch = 1
               set rst-refused to 1
               move "GENERATION DOES NOT AGREE WITH ITS MANIFEST"
                to report-record
               write report-record
               move "RESTORE REFUSED - NO LIVE FILE TOUCHED"
                to report-record
               write report-record
               move spaces to report-record
               write report-record
           end-if.

       0310-Check-Generation-Line.
           if bk-rec-type = "D" or bk-rec-type = "M"
               perform 0320-Find-File
               if fil-idx > fil-count
                   add 1 to rst-stray-lines
                   exit paragraph
               end-if
           end-if
           evaluate bk-rec-type
               when "D"
                   add 1 to rst-data-lines
                   move bk-body to img-record
                   perform 0700-Tally-Record
               when "M"
                   add 1 to rst-manifest-lines
                   move 1 to man-seen (fil-idx)
                   move bkm-present to man-present (fil-idx)
                   move bkm-record-count to man-record-count (fil-idx)
                   move bkm-low-key to man-low-key (fil-idx)
                   move bkm-high-key to man-high-key (fil-idx)
                   move bkm-control-total
                    to man-control-total (fil-idx)
               when "E"
                   set rst-trailer-seen to 1
                   move bkt-file-count to rst-trailer-files
                   move bkt-record-count to rst-trailer-records
           end-evaluate.

       0320-Find-File.
           perform varying fil-idx from 1 by 1
            until fil-idx > fil-count
            or bak-file-def-name (fil-idx) = bk-file-name
               continue
           end-perform.

      *    From here on the live files are in play.  RSTHOLD goes
      *    to RUNNING first, so that if this job dies part way the
      *    kiosk stays shut until a restore is proved.
       0400-Hold-Kiosk.
           move "RUNNING" to rh-state
           perform 0810-Write-Hold
           if rh-file-status not = "00"
               move spaces to rpt-line
               string "RSTHOLD WILL NOT WRITE - STATUS " rh-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               move "RESTORE REFUSED - NO LIVE FILE TOUCHED"
                to report-record
               write report-record
               set rst-refused to 1
               exit paragraph
           end-if
           set rst-started to 1.

       0500-Reload-Files.
           perform varying fil-idx from 1 by 1
            until fil-idx > fil-count
               if man-seen (fil-idx) = 1
                   perform 0510-Open-For-Reload
               end-if
           end-perform
           if rst-failed = 0
               open input backup-file
               move 0 to bkl-eof
               perform until bkl-eof = 1 or rst-failed = 1
                   read backup-file
                       at end
                           set bkl-eof to 1
                       not at end
                           if bk-generation = rst-generation
                           and bk-rec-type = "D"
                               perform 0320-Find-File
                               perform 0530-Write-Reload-Record
                           end-if
                   end-read
               end-perform
               close backup-file
           end-if
           perform varying fil-idx from 1 by 1
            until fil-idx > fil-count
               if rst-opened (fil-idx) = 1
                   perform 0520-Close-Reload
               end-if
           end-perform.

      *    A file absent at backup stays absent if it still is; if
      *    it has appeared since, it is emptied, which for every
      *    file but LEVELLAY plays the same as not being there.
       0510-Open-For-Reload.
           if man-present (fil-idx) not = "Y"
               perform 0515-Probe-Live-File
               if fil-open-status = "35"
                   move "STILL ABSENT" to rst-verdict (fil-idx)
                   exit paragraph
               end-if
               if fil-idx = 10
                   set rst-warned to 1
               end-if
           end-if
           evaluate fil-idx
               when 1
                   open output high-score-file
                   move hs-file-status to fil-open-status
               when 2
                   open output player-profile-file
                   move prf-file-status to fil-open-status
               when 3
                   open output season-file
                   move sea-file-status to fil-open-status
               when 4
                   open output archive-file
                   move arc-file-status to fil-open-status
               when 5
                   open output versus-file
                   move vsr-file-status to fil-open-status
               when 6
                   open output event-results-file
                   move evt-file-status to fil-open-status
               when 7
                   open output recovery-file
                   move hsr-file-status to fil-open-status
               when 8
                   open output checkpoint-file
                   move chk-file-status to fil-open-status
               when 9
                   open output game-parm-file
                   move parm-file-status to fil-open-status
               when 10
                   open output level-layout-file
                   move lvl-file-status to fil-open-status
               when 11
                   open output ruleset-file
                   move rs-file-status to fil-open-status
               when 12
                   open output credit-log-file
                   move crd-file-status to fil-open-status
           end-evaluate
           if fil-open-status = "00"
               move 1 to rst-opened (fil-idx)
           else
               move "OPEN FAILED" to rst-verdict (fil-idx)
               set rst-failed to 1
           end-if.

       0515-Probe-Live-File.
           perform 0610-Open-For-Proof
           if fil-open-status = "00"
               perform 0620-Close-Proof
           end-if.

       0520-Close-Reload.
           evaluate fil-idx
               when 1 close high-score-file
               when 2 close player-profile-file
               when 3 close season-file
               when 4 close archive-file
               when 5 close versus-file
               when 6 close event-results-file
               when 7 close recovery-file
               when 8 close checkpoint-file
               when 9 close game-parm-file
               when 10 close level-layout-file
               when 11 close ruleset-file
               when 12 close credit-log-file
           end-evaluate
           move 0 to rst-opened (fil-idx).

       0530-Write-Reload-Record.
           evaluate fil-idx
               when 1
                   move bk-body to high-score-record
                   write high-score-record
                       invalid key continue
                   end-write
                   move hs-file-status to fil-write-status
               when 2
                   move bk-body to player-profile-record
                   write player-profile-record
                       invalid key continue
                   end-write
                   move prf-file-status to fil-write-status
               when 3
                   move bk-body to season-line
                   write season-line
                   move sea-file-status to fil-write-status
               when 4
                   move bk-body to archive-line
                   write archive-line
                   move arc-file-status to fil-write-status
               when 5
                   move bk-body to versus-line
                   write versus-line
                   move vsr-file-status to fil-write-status
               when 6
                   move bk-body to event-result-line
                   write event-result-line
                   move evt-file-status to fil-write-status
               when 7
                   move bk-body to recovery-line
                   write recovery-line
                   move hsr-file-status to fil-write-status
               when 8
                   move bk-body to checkpoint-line
                   write checkpoint-line
                   move chk-file-status to fil-write-status
               when 9
                   move bk-body to game-parm-record
                   write game-parm-record
                   move parm-file-status to fil-write-status
               when 10
                   move bk-body to level-layout-line
                   write level-layout-line
                   move lvl-file-status to fil-write-status
               when 11
                   move bk-body to ruleset-line
                   write ruleset-line
                   move rs-file-status to fil-write-status
               when 12
                   move bk-body to credit-log-line
                   write credit-log-line
                   move crd-file-status to fil-write-status
           end-evaluate
           if fil-write-status = "00"
               add 1 to rst-reloaded-count
           else
               move spaces to rpt-line
               string bak-file-def-name (fil-idx)
                " WRITE FAILED - STATUS " fil-write-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               move "WRITE FAILED" to rst-verdict (fil-idx)
               set rst-failed to 1
           end-if.

      *    Every reloaded file read back through the access method
      *    and tallied afresh.  The generation's own tallies were
      *    proved equal to the manifest in 0300, so agreement here
      *    means the live file is what flapbak found.
       0600-Prove-Reload.
           perform varying fil-idx from 1 by 1
            until fil-idx > fil-count
               if man-seen (fil-idx) = 1
               and rst-verdict (fil-idx) not = "STILL ABSENT"
                   perform 0710-Clear-Tally
                   perform 0610-Open-For-Proof
                   if fil-open-status = "00"
                       perform 0615-Read-For-Proof
                       perform 0620-Close-Proof
                   end-if
                   perform 0630-Judge-Proof
               end-if
           end-perform.

       0610-Open-For-Proof.
           evaluate fil-idx
               when 1
                   open input high-score-file
                   move hs-file-status to fil-open-status
               when 2
                   open input player-profile-file
                   move prf-file-status to fil-open-status
               when 3
                   open input season-file
                   move sea-file-status to fil-open-status
               when 4
                   open input archive-file
                   move arc-file-status to fil-open-status
               when 5
                   open input versus-file
                   move vsr-file-status to fil-open-status
               when 6
                   open input event-results-file
                   move evt-file-status to fil-open-status
               when 7
                   open input recovery-file
                   move hsr-file-status to fil-open-status
               when 8
                   open input checkpoint-file
                   move chk-file-status to fil-open-status
               when 9
                   open input game-parm-file
                   move parm-file-status to fil-open-status
               when 10
                   open input level-layout-file
                   move lvl-file-status to fil-open-status
               when 11
                   open input ruleset-file
                   move rs-file-status to fil-open-status
               when 12
                   open input credit-log-file
                   move crd-file-status to fil-open-status
           end-evaluate.

       0615-Read-For-Proof.
           move "00" to fil-read-status
           perform until fil-read-status not = "00"
               evaluate fil-idx
                   when 1
                       read high-score-file next record
                           at end continue
                           not at end
                               move high-score-record to img-record
                       end-read
                       move hs-file-status to fil-read-status
                   when 2
                       read player-profile-file next record
                           at end continue
                           not at end
                               move player-profile-record
                                to img-record
                       end-read
                       move prf-file-status to fil-read-status
                   when 3
                       read season-file
                           at end continue
                           not at end
                               move season-line to img-record
                       end-read
                       move sea-file-status to fil-read-status
                   when 4
                       read archive-file
                           at end continue
                           not at end
                               move archive-line to img-record
                       end-read
                       move arc-file-status to fil-read-status
                   when 5
                       read versus-file
                           at end continue
                           not at end
                               move versus-line to img-record
                       end-read
                       move vsr-file-status to fil-read-status
                   when 6
                       read event-results-file
                           at end continue
                           not at end
                               move event-result-line to img-record
                       end-read
                       move evt-file-status to fil-read-status
                   when 7
                       read recovery-file
                           at end continue
                           not at end
                               move recovery-line to img-record
                       end-read
                       move hsr-file-status to fil-read-status
                   when 8
                       read checkpoint-file
                           at end continue
                           not at end
                               move checkpoint-line to img-record
                       end-read
                       move chk-file-status to fil-read-status
                   when 9
                       read game-parm-file
                           at end continue
                           not at end
                               move game-parm-record to img-record
                       end-read
                       move parm-file-status to fil-read-status
                   when 10
                       read level-layout-file
                           at end continue
                           not at end
                               move level-layout-line to img-record
                       end-read
                       move lvl-file-status to fil-read-status
                   when 11
                       read ruleset-file
                           at end continue
                           not at end
                               move ruleset-line to img-record
                       end-read
                       move rs-file-status to fil-read-status
                   when 12
                       read credit-log-file
                           at end continue
                           not at end
                               move credit-log-line to img-record
                       end-read
                       move crd-file-status to fil-read-status
               end-evaluate
               if fil-read-status = "00"
                   perform 0700-Tally-Record
               end-if
           end-perform.

       0620-Close-Proof.
           perform 0520-Close-Reload.

       0630-Judge-Proof.
           evaluate true
               when fil-open-status not = "00"
                   move "WONT REOPEN" to rst-verdict (fil-idx)
                   set rst-failed to 1
               when fil-read-status not = "10"
                   move "WONT READ" to rst-verdict (fil-idx)
                   set rst-failed to 1
               when other
                   move 0 to rst-mismatch
                   perform 0720-Compare-To-Manifest
                   if rst-mismatch = 1
                       move "MISMATCH" to rst-verdict (fil-idx)
                       set rst-failed to 1
                   else
                       if man-present (fil-idx) = "Y"
                           move "VERIFIED" to rst-verdict (fil-idx)
                       else
                           move "EMPTIED" to rst-verdict (fil-idx)
                       end-if
                   end-if
           end-evaluate.

      *    Twin of flapbak's 0700-Tally-Record; the two must pick
      *    the same key and the same control total for every file
      *    or no restore will ever prove.
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

       0710-Clear-Tally.
           move spaces to fil-present (fil-idx)
           move 0 to fil-record-count (fil-idx)
           move spaces to fil-low-key (fil-idx)
           move spaces to fil-high-key (fil-idx)
           move 0 to fil-control-total (fil-idx).

      *    Sets rst-mismatch, and leaves the verdict blank when the
      *    tally and the manifest agree on every count and key.
       0720-Compare-To-Manifest.
           move spaces to rst-verdict (fil-idx)
           if fil-record-count (fil-idx) not =
            man-record-count (fil-idx)
           or fil-low-key (fil-idx) not = man-low-key (fil-idx)
           or fil-high-key (fil-idx) not = man-high-key (fil-idx)
           or fil-control-total (fil-idx) not =
            man-control-total (fil-idx)
               move "MISMATCH" to rst-verdict (fil-idx)
               set rst-mismatch to 1
           end-if.

       0800-Release-Hold.
           if rst-failed = 1
               move "FAILED" to rh-state
           else
               move "VERIFIED" to rh-state
           end-if
           perform 0810-Write-Hold
           if rh-file-status not = "00"
               move spaces to rpt-line
               string "RSTHOLD WILL NOT WRITE - STATUS " rh-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               set rst-failed to 1
           end-if.

       0810-Write-Hold.
           open output restore-hold-file
           if rh-file-status not = "00"
               exit paragraph
           end-if
           move rst-generation to rh-generation
           move rst-today to rh-date
           move rst-now to rh-time
           write restore-hold-record
           close restore-hold-file.

       0900-Write-Report.
           if rst-gen-found = 1 and rst-gen-complete = 1
               move "FILE     BACKED UP CONTROL TOTAL  RELOADED"
                to rpt-line
               move "CONTROL TOTAL RESULT" to rpt-line (45:)
               move rpt-line to report-record
               write report-record
               move "-------- --------- -------------  --------"
                to rpt-line
               move "------------- ------------" to rpt-line (45:)
               move rpt-line to report-record
               write report-record
               perform varying fil-idx from 1 by 1
                until fil-idx > fil-count
                   perform 0910-Write-File-Line
               end-perform
               move spaces to report-record
               write report-record
           end-if
           if rst-warned = 1
               move "WARNING: LEVELLAY WAS ABSENT AT BACKUP AND HAS"
                to report-record
               write report-record
               move "BEEN EMPTIED - AN EMPTY LEVELLAY STILL COUNTS AS"
                to report-record
               write report-record
               move "A COURSE; REMOVE IT BEFORE THE KIOSK OPENS"
                to report-record
               write report-record
           end-if
           move rst-reloaded-count to rpt-big-disp
           move spaces to report-record
           string "RECORDS RELOADED . . . . " rpt-big-disp
            delimited by size into report-record
           end-string
           write report-record
           move spaces to rpt-line
           evaluate true
               when rst-refused = 1
                   move "RESULT: RESTORE REFUSED - NOTHING CHANGED"
                    to rpt-line
               when rst-failed = 1
                   move "RESULT: RESTORE NOT PROVED - RSTHOLD FAILED"
                    to rpt-line
               when other
                   string "RESULT: GENERATION " rst-generation
                    " RESTORED AND VERIFIED"
                    delimited by size into rpt-line
                   end-string
           end-evaluate
           move rpt-line to report-record
           write report-record
           if rst-failed = 1
               move "THE KIOSK STAYS SHUT UNTIL A RESTORE IS PROVED"
                to report-record
               write report-record
           end-if.

       0910-Write-File-Line.
           move spaces to rpt-line
           move bak-file-def-name (fil-idx) to rpt-line (1:8)
           if man-seen (fil-idx) = 1
               move man-record-count (fil-idx) to rpt-count-disp
               move rpt-count-disp to rpt-line (12:7)
               move man-control-total (fil-idx) to rpt-total-disp
               move rpt-total-disp to rpt-line (20:11)
           end-if
           if rst-started = 1 and man-seen (fil-idx) = 1
           and rst-verdict (fil-idx) not = "STILL ABSENT"
           and rst-verdict (fil-idx) not = "OPEN FAILED"
               move fil-record-count (fil-idx) to rpt-count-disp
               move rpt-count-disp to rpt-line (35:7)
               move fil-control-total (fil-idx) to rpt-total-disp
               move rpt-total-disp to rpt-line (47:11)
           end-if
           if rst-verdict (fil-idx) = spaces
               move "AGREES" to rpt-line (59:12)
           else
               move rst-verdict (fil-idx) to rpt-line (59:12)
           end-if
           move rpt-line to report-record
           write report-record.
