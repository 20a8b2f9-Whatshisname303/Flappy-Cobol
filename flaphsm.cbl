      *         real high score ends in a real player-1 death with the
      *         same score, so a record with no matching death line is
      *         flagged as an orphan on the HSMRPT exceptions listing;
      *      2. archives every record outside the current top 5 of
      *         its ruleset to HSARCHIV (the leaderboard only ever
      *         shows five per ruleset, the rest is history);
      *      3. rebuilds the indexed file from the survivors with
      *         freshly compacted sequence numbers.
      *    A run the operator voided on the kiosk (OPERLOG) is
      *    neither reconciled, ranked, kept nor archived - it is
      *    dropped, so a night's rebuild can never put it back.
      *    RETURN-CODE carries the orphan count so the rebuild can be
      *    gated on a clean reconciliation.
      ******************************************************************
                record key is ohs-seq-no
                alternate record key is ohs-score with duplicates
                file status is ohs-file-status.
               select mid-high-score-file assign to "HISCORE"
                organization is indexed
                access mode is sequential
                record key is mhs-seq-no
                alternate record key is mhs-score with duplicates
                file status is mhs-file-status.
               select audit-log-file assign to "AUDITLOG"
                organization is line sequential
                file status is aud-file-status.
               select archive-file assign to "HSARCHIV"
                organization is line sequential
                file status is arc-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is op-file-status.
               select report-file assign to "HSMRPT"
                organization is line sequential
                file status is rpt-file-status.
               05 hs-date pic 9(8).
               05 hs-duration pic 9(7).
               05 hs-initials pic x(3).
               05 hs-ruleset pic 9(4).

      *    HISCORE as flapper wrote it before the initials field
      *    existed - 25 bytes, same keys at the same offsets.  Only
               05 ohs-date pic 9(8).
               05 ohs-duration pic 9(7).

      *    HISCORE as flapper wrote it after initials but before
      *    the ruleset tag - 28 bytes, same keys at the same offsets.
      *    Also only ever read by the layout conversion.
           fd mid-high-score-file.
           01 mid-high-score-record.
               05 mhs-seq-no pic 9(6).
               05 mhs-score pic 9(4).
               05 mhs-date pic 9(8).
               05 mhs-duration pic 9(7).
               05 mhs-initials pic x(3).

           fd audit-log-file.
           01 audit-log-record pic x(118).

               05 arc-duration pic 9(7).
               05 arc-initials pic x(3).
               05 arc-archived-on pic 9(8).
               05 arc-ruleset pic 9(4).

           fd operator-log-file.

           copy oper-log.

           fd report-file.
           01 report-record pic x(80).

           01 hs-file-status pic x(02).
           01 ohs-file-status pic x(02).
           01 mhs-file-status pic x(02).
           01 aud-file-status pic x(02).
           01 arc-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 op-file-status pic x(02).
           01 hs-eof pic 9 value 0.
           01 aud-eof pic 9 value 0.
           01 aud-missing pic 9 value 0.
                   10 hsm-date pic 9(8).
                   10 hsm-duration pic 9(7).
                   10 hsm-initials pic x(3).
                   10 hsm-ruleset pic 9(4).
                   10 hsm-matched pic 9.
                   10 hsm-match-clock pic 9(7).
                   10 hsm-keep pic 9.
                   10 hsm-voided pic 9.
                   10 hsm-void-reason pic x(2).
           01 hsm-idx pic 9(4) value 0.
           01 hsm-overflow pic 9 value 0.

           01 dth-idx pic 9(5) value 0.
           01 dth-overflow pic 9 value 0.

      ******************************************************************
      *        OPERATOR VOIDS
      *    Every VOID line in OPERLOG, whichever board it was struck
      *    from - a run is the same run on all of them.  A table too
      *    small for the log, or a log that cannot be read, would
      *    let a voided record back in, so either one withholds the
      *    archive and rebuild the same way an overflowed HISCORE
      *    table does.
      ******************************************************************

           01 vd-count pic 9(4) value 0.
           01 vd-tbl.
               05 vd-entry occurs 2000 times.
                   10 vd-initials pic x(3).
                   10 vd-score pic 9(4).
                   10 vd-date pic 9(8).
                   10 vd-duration pic 9(7).
                   10 vd-ruleset pic 9(4).
                   10 vd-reason pic x(2).
           01 vd-idx pic 9(4) value 0.
           01 vd-overflow pic 9 value 0.
           01 vd-unreadable pic 9 value 0.

      ******************************************************************
      *        RECONCILIATION / REBUILD
      ******************************************************************

           01 hsm-orphan-count pic 9(4) value 0.
           01 hsm-voided-count pic 9(4) value 0.
           01 hsm-archived-count pic 9(4) value 0.
           01 hsm-kept-count pic 9(4) value 0.
           01 archive-failed pic 9 value 0.
           01 rebuild-failed pic 9 value 0.
           01 hsm-keep-rank pic 9(4) value 0.
           01 hsm-best-idx pic 9(4) value 0.
           01 hsm-old-bytes pic 99 value 0.
           01 hsm-today pic 9(8) value 0.
           01 hsm-new-seq pic 9(6) value 0.


           accept hsm-today from date yyyymmdd.
           perform 0010-Open-Files.
           perform 0150-Load-Operator-Voids.
           perform 0100-Load-High-Scores.
           perform 0200-Load-Audit-Deaths.
           perform 0300-Reconcile-Scores.
      *    pass never loaded - rebuilding from the table would
      *    delete them, so the archive/rebuild is withheld and the
      *    pass reports only.
           if hsm-overflow = 0 and vd-overflow = 0
           and vd-unreadable = 0
               perform 0400-Select-Survivors
               perform 0500-Archive-And-Rebuild
           end-if.
           perform 0600-Write-Report.
           perform 0900-Close-Files.
           if archive-failed = 1 or rebuild-failed = 1
           or vd-unreadable = 1
               move 99 to return-code
           else
               move hsm-orphan-count to return-code
           end-if.

      *    One-time layout conversion.  A HISCORE written before the
      *    initials field is 25 bytes, one written before the ruleset
      *    tag is 28, and either bounces the new layout's open with
      *    status 39 - so it is read back through whichever old
      *    layout fits and rebuilt in the new shape.  Initials the
      *    old file never had stay blank, and the ruleset is 0, which
      *    is the truth: nobody ever signed those scores, and nobody
      *    recorded what settings they were flown under.  If neither
      *    old layout can read the file, or it holds more records
      *    than the work table, nothing is rewritten and the job
      *    stops with the file untouched.
       0050-Convert-Old-Layout.
           open input mid-high-score-file.
           if mhs-file-status = "00"
               move 28 to hsm-old-bytes
               perform until mhs-file-status not = "00"
                   read mid-high-score-file
                       at end
                           move "10" to mhs-file-status
                       not at end
                           perform 0065-Stash-Mid-Record
                   end-read
               end-perform
               close mid-high-score-file
           else
               open input old-high-score-file
               if ohs-file-status not = "00"
                   move "HISCORE OPEN GOT STATUS 39 AND THE OLD-LAYOUT"
                    to report-record
                   write report-record
                   move "READ FAILED TOO - FILE LEFT UNTOUCHED"
                    to report-record
                   write report-record
                   close report-file
                   stop run
               end-if
               move 25 to hsm-old-bytes
               perform until ohs-file-status not = "00"
                   read old-high-score-file
                       at end
                           move "10" to ohs-file-status
                       not at end
                           perform 0060-Stash-Old-Record
                   end-read
               end-perform
               close old-high-score-file
           end-if.
           if hsm-overflow = 1
               move "OVER 500 RECORDS IN OLD-LAYOUT HISCORE - TOO"
                to report-record
               move hsm-score (hsm-idx) to hs-score
               move hsm-date (hsm-idx) to hs-date
               move hsm-duration (hsm-idx) to hs-duration
               move hsm-initials (hsm-idx) to hs-initials
               move 0 to hs-ruleset
               write high-score-record
               if hs-file-status not = "00"
                   perform 0055-Abort-Failed-Conversion
               end-if
           end-perform.
           close high-score-file.
           move spaces to rpt-line.
           if hsm-old-bytes = 25
               string "OLD 25-BYTE HISCORE CONVERTED - INITIALS BLANK,"
                " RULESET 0" delimited by size into rpt-line
               end-string
           else
               string "OLD 28-BYTE HISCORE CONVERTED - RULESET 0"
                delimited by size into rpt-line
               end-string
           end-if.
           move rpt-line to report-record.
           write report-record.
      *    The table is handed back empty so the normal load pass
      *    below re-reads the converted file like any other.
               move ohs-score to hsm-score (hsm-count)
               move ohs-date to hsm-date (hsm-count)
               move ohs-duration to hsm-duration (hsm-count)
               move spaces to hsm-initials (hsm-count)
           end-if.

       0065-Stash-Mid-Record.
           if hsm-count >= 500
               set hsm-overflow to 1
           else
               add 1 to hsm-count
               move mhs-seq-no to hsm-seq (hsm-count)
               move mhs-score to hsm-score (hsm-count)
               move mhs-date to hsm-date (hsm-count)
               move mhs-duration to hsm-duration (hsm-count)
               move mhs-initials to hsm-initials (hsm-count)
           end-if.

       0100-Load-High-Scores.
               move hs-date to hsm-date (hsm-count)
               move hs-duration to hsm-duration (hsm-count)
               move hs-initials to hsm-initials (hsm-count)
               move hs-ruleset to hsm-ruleset (hsm-count)
               move 0 to hsm-matched (hsm-count)
               move 0 to hsm-match-clock (hsm-count)
               move 0 to hsm-keep (hsm-count)
               move 0 to hsm-voided (hsm-count)
               move spaces to hsm-void-reason (hsm-count)
               perform varying vd-idx from 1 by 1
                until vd-idx > vd-count or hsm-voided (hsm-count) = 1
                   if vd-initials (vd-idx) = hs-initials
                   and vd-score (vd-idx) = hs-score
                   and vd-date (vd-idx) = hs-date
                   and vd-duration (vd-idx) = hs-duration
                   and vd-ruleset (vd-idx) = hs-ruleset
                       move 1 to hsm-voided (hsm-count)
                       move vd-reason (vd-idx)
                        to hsm-void-reason (hsm-count)
                       add 1 to hsm-voided-count
                   end-if
               end-perform
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
               move ol-reason to vd-reason (vd-count)
           end-if.

       0200-Load-Audit-Deaths.
      *    player-1 death with exactly its score.  Records are taken
      *    in sequence order and each death is spent once, so two
      *    records claiming the same score need two real deaths
      *    behind them.  A voided record is out of the count either
      *    way - it spends no death, and is no orphan, since it is
      *    already going.  With no AUDITLOG present at all there is
      *    nothing to reconcile against - that is reported as its own
      *    condition rather than as a file full of orphans.
       0300-Reconcile-Scores.
               perform varying dth-idx from 1 by 1
                until dth-idx > dth-count
                or hsm-matched (hsm-idx) = 1
                or hsm-voided (hsm-idx) = 1
                   if dth-used (dth-idx) = 0
                   and dth-score (dth-idx) = hsm-score (hsm-idx)
                       move 1 to hsm-matched (hsm-idx)
                   end-if
               end-perform
               if hsm-matched (hsm-idx) = 0
               and hsm-voided (hsm-idx) = 0
                   add 1 to hsm-orphan-count
               end-if
           end-perform.

      *    Keeps the five best scores of each ruleset - exactly
      *    what 0312-Draw-Leaderboard shows while that ruleset is in
      *    force - and marks everything else for the archive.  A
      *    record's place is one more than the records of the same
      *    ruleset that beat it; ties go to the older record,
      *    matching how the board itself was built up over time.
      *    A voided record takes no place and makes way for the
      *    sixth best, just as the kiosk's own board did.
       0400-Select-Survivors.
           perform varying hsm-idx from 1 by 1
            until hsm-idx > hsm-count
               move 1 to hsm-keep-rank
               perform varying hsm-best-idx from 1 by 1
                until hsm-best-idx > hsm-count
                   if hsm-ruleset (hsm-best-idx)
                    = hsm-ruleset (hsm-idx)
                   and hsm-voided (hsm-best-idx) = 0
                       if hsm-score (hsm-best-idx) > hsm-score (hsm-idx)
                       or (hsm-score (hsm-best-idx)
                        = hsm-score (hsm-idx)
                       and hsm-best-idx < hsm-idx)
                           add 1 to hsm-keep-rank
                       end-if
                   end-if
               end-perform
               if hsm-keep-rank <= 5 and hsm-voided (hsm-idx) = 0
                   move 1 to hsm-keep (hsm-idx)
               end-if
           end-perform.

      *    the live file untouched.  The truncate-and-reload itself
      *    is the one destructive step, so its open and every write
      *    are checked and a failure is shouted on the report and in
      *    RETURN-CODE.  A voided record goes to neither file; its
      *    particulars stay on OPERLOG, where the void was booked.
       0500-Archive-And-Rebuild.
           perform varying hsm-idx from 1 by 1
            until hsm-idx > hsm-count or archive-failed = 1
               if hsm-keep (hsm-idx) = 0 and hsm-voided (hsm-idx) = 0
                   move hsm-seq (hsm-idx) to arc-seq-no
                   move hsm-score (hsm-idx) to arc-score
                   move hsm-date (hsm-idx) to arc-date
                   move hsm-duration (hsm-idx) to arc-duration
                   move hsm-initials (hsm-idx) to arc-initials
                   move hsm-today to arc-archived-on
                   move hsm-ruleset (hsm-idx) to arc-ruleset
                   write archive-record
                   if arc-file-status not = "00"
                       set archive-failed to 1
                           move hsm-date (hsm-idx) to hs-date
                           move hsm-duration (hsm-idx) to hs-duration
                           move hsm-initials (hsm-idx) to hs-initials
                           move hsm-ruleset (hsm-idx) to hs-ruleset
                           write high-score-record
                           if hs-file-status not = "00"
                               perform 0510-Flag-Rebuild-Failure
            delimited by size into report-record
           end-string
           write report-record
           move hsm-voided-count to rpt-count-disp
           string "RECORDS VOIDED . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           if aud-missing = 1
               move "WARNING: NO AUDITLOG FILE - RECONCILIATION WAS"
                to report-record
                to report-record
               write report-record
           end-if
           if vd-unreadable = 1
               move "WARNING: OPERLOG UNREADABLE - VOIDS NOT KNOWN, SO"
                to report-record
               write report-record
               move "         ARCHIVE AND REBUILD SKIPPED - FILE LEFT"
                to report-record
               write report-record
               move "         UNTOUCHED"
                to report-record
               write report-record
           end-if
           if vd-overflow = 1
               move "WARNING: OVER 2000 OPERLOG VOIDS - ARCHIVE AND"
                to report-record
               write report-record
               move "         REBUILD SKIPPED - FILE LEFT UNTOUCHED"
                to report-record
               write report-record
           end-if
           if dth-overflow = 1
               move "WARNING: OVER 5000 AUDIT DEATHS - LATER DEATHS"
                to report-record
       0610-Write-Detail-Section.
           move spaces to report-record
           write report-record
           move "SEQ    SCORE INI DATE     RULE DISPOSITION"
            to report-record
           write report-record
           move "------ ----- --- -------- ---- -----------"
            to report-record
           write report-record
           perform varying hsm-idx from 1 by 1
                hsm-score (hsm-idx) " "
                hsm-initials (hsm-idx) " "
                hsm-date (hsm-idx) " "
                hsm-ruleset (hsm-idx) " "
                delimited by size into rpt-line
               end-string
               evaluate true
                   when hsm-voided (hsm-idx) = 1
                       string "VOIDED BY OPERATOR - REASON "
                        hsm-void-reason (hsm-idx)
                        delimited by size into rpt-line (32:)
                       end-string
                   when hsm-matched (hsm-idx) = 1
                       string "MATCHED AT CLOCK "
                        hsm-match-clock (hsm-idx)
                        delimited by size into rpt-line (32:)
                       end-string
                   when aud-missing = 1
                       string "NOT RECONCILED - NO AUDITLOG"
                        delimited by size into rpt-line (32:)
                       end-string
                   when other
                       string "** ORPHAN - NO MATCHING DEATH **"
                        delimited by size into rpt-line (32:)
                       end-string
               end-evaluate
               if hsm-keep (hsm-idx) = 0 and hsm-overflow = 0
               and vd-overflow = 0 and vd-unreadable = 0
               and archive-failed = 0 and rebuild-failed = 0
                   if hsm-voided (hsm-idx) = 1
                       string " (DROPPED)"
                        delimited by size into rpt-line (68:)
                       end-string
                   else
                       string " (ARCHIVED)"
                        delimited by size into rpt-line (68:)
                       end-string
                   end-if
               end-if
               move rpt-line to report-record
               write report-record
