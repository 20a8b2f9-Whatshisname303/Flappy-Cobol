           identification division.
           program-id. flapcrt.

      ******************************************************************
      *    REPLAY VAULT - OVERNIGHT BULK CERTIFICATION AND PURGE
      *    flapper copies the REPLAY of every run that lands on
      *    HISCORE, EVENTRES or the month's top five into RPLVAULT
      *    (0470-Vault-Replay, layout in rpl-vault.cpy).  This job
      *    works the vault every night in two steps.
      *    First the purge: a vaulted run whose record has dropped
      *    off every board it was vaulted for - no longer in HISCORE
      *    or parked in HSRECOVR, outscored five times over in its
      *    month and not in the SEASARCH top five once the month is
      *    closed, beaten by the entrant's own later attempt - has
      *    its block dropped.  A run the operator voided in OPERLOG
      *    is off every board, so it neither beats another run nor
      *    keeps its own block.  The kept blocks are written to
      *    VAULTWRK first and copied back only once that copy is
      *    whole, and the purge is withheld outright while any board
      *    file is unreadable or the vault holds a line this job
      *    does not understand.
      *    Then the certification: every vaulted run not yet in the
      *    CERTREG register is re-flown frame for frame with
      *    flapver's simulation, under the physics its vault header
      *    recorded, and judged PASS (claimed score reproduced),
      *    FAIL (a clean replay that scores something else) or
      *    UNUSABLE (cut short, diverged, still alive at the end).
      *    The verdict is appended to CERTREG, which is permanent,
      *    and CRTRPT prints the whole register for the vault.
      *    RETURN-CODE: 0 every run judged tonight passed, 4 at
      *    least one UNUSABLE, 8 at least one FAIL, 99 the vault or
      *    the register could not be maintained.
      ******************************************************************

           environment division.
           input-output section.
           file-control.
               select vault-file assign to "RPLVAULT"
                organization is line sequential
                file status is vlt-file-status.
               select work-file assign to "VAULTWRK"
                organization is line sequential
                file status is wrk-file-status.
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
               select archive-file assign to "SEASARCH"
                organization is line sequential
                file status is arc-file-status.
               select event-results-file assign to "EVENTRES"
                organization is line sequential
                file status is evt-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is op-file-status.
               select cert-file assign to "CERTREG"
                organization is line sequential
                file status is crt-file-status.
               select report-file assign to "CRTRPT"
                organization is line sequential
                file status is rpt-file-status.

           data division.
           file section.

           fd vault-file.

           copy rpl-vault.

           fd work-file.
           01 work-record pic x(69).

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

           fd archive-file.
           01 archive-line pic x(40).

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

           fd cert-file.

           copy cert-record.

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

           copy sea-standing.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************

           01 vlt-file-status pic x(02).
           01 wrk-file-status pic x(02).
           01 hs-file-status pic x(02).
           01 hsr-file-status pic x(02).
           01 sea-file-status pic x(02).
           01 arc-file-status pic x(02).
           01 evt-file-status pic x(02).
           01 crt-file-status pic x(02).
           01 op-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 vlt-eof pic 9 value 0.
           01 wrk-eof pic 9 value 0.
           01 hs-eof pic 9 value 0.
           01 hsr-eof pic 9 value 0.
           01 sea-eof pic 9 value 0.
           01 arc-eof pic 9 value 0.
           01 evt-eof pic 9 value 0.
           01 crt-eof pic 9 value 0.
           01 purge-withheld pic 9 value 0.
           01 purge-failed pic 9 value 0.
           01 vault-damaged pic 9 value 0.
           01 register-failed pic 9 value 0.
           01 brd-file-name pic x(8).
           01 brd-file-status pic x(02).

      ******************************************************************
      *        VAULT INDEX TABLE
      *    One row per "H" header in RPLVAULT, in vault order, with
      *    what the board checks found for it.  Overflow withholds
      *    the purge - a block this pass never indexed cannot be
      *    judged kept or dropped - and leaves the runs past the
      *    table uncertified until the vault is back under it.
      ******************************************************************

           01 vlx-count pic 9(4) value 0.
           01 vlx-tbl.
               05 vlx-entry occurs 1000 times.
                   10 vlx-date pic 9(8).
                   10 vlx-time pic 9(6).
                   10 vlx-initials pic x(3).
                   10 vlx-score pic 9(4).
                   10 vlx-month pic 9(6).
                   10 vlx-on-hiscore pic 9.
                   10 vlx-on-season pic 9.
                   10 vlx-event-id pic x(8).
                   10 vlx-gravity pic 99v99.
                   10 vlx-xvel-base pic 9(4)v9(4).
                   10 vlx-pipe-space pic 9(4).
                   10 vlx-collide-tol pic 9(4).
                   10 vlx-line-count pic 9(6).
                   10 vlx-ruleset pic 9(4).
                   10 vlx-lines-found pic 9(6).
                   10 vlx-hs-found pic 9.
                   10 vlx-sea-found pic 9.
                   10 vlx-sea-beaten pic 9(5).
                   10 vlx-arc-found pic 9.
                   10 vlx-evt-found pic 9.
                   10 vlx-evt-beaten pic 9.
                   10 vlx-keep pic 9.
                   10 vlx-purged pic 9.
                   10 vlx-judged pic 9.
                   10 vlx-new pic 9.
                   10 vlx-verdict pic x(8).
                   10 vlx-sim-score pic 9(4).
                   10 vlx-reason pic x(16).
           01 vlx-idx pic 9(4) value 0.
           01 vlx-cur-idx pic 9(4) value 0.
           01 vlx-found-idx pic 9(4) value 0.
           01 vlx-overflow pic 9 value 0.
           01 vlx-copying pic 9 value 0.

      ******************************************************************
      *        OPERATOR VOIDS
      *    Every VOID line in OPERLOG.  A log that cannot be read in
      *    full, or holds more voids than the table, could leave a
      *    voided run pushing the real one off its board, so either
      *    one withholds the purge.
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
           01 vd-hit pic 9 value 0.
           01 vd-chk-initials pic x(3).
           01 vd-chk-score pic 9(4).
           01 vd-chk-date pic 9(8).
           01 vd-chk-duration pic 9(7).
           01 vd-chk-ruleset pic 9(4).

      ******************************************************************
      *        REPLAY BODY TABLE
      *    The S, F and P lines of the one run being certified,
      *    loaded off the vault so the simulation can read them the
      *    way flapver reads REPLAY.
      ******************************************************************

           01 bdy-count pic 9(5) value 0.
           01 bdy-tbl.
               05 bdy-entry occurs 30000 times.
                   10 bdy-type pic x.
                   10 bdy-clock pic 9(7).
                   10 bdy-player pic 9.
                   10 bdy-height pic 9(4).
           01 bdy-next pic 9(5) value 0.
           01 bdy-overflow pic 9 value 0.
           01 bdy-collecting pic 9 value 0.

      ******************************************************************
      *        EFFECTIVE PARAMETERS
      *    Loaded per run from its vault header - the physics the
      *    run was flown under, not whatever GAMEPARM says tonight.
      *    The escalation cap and gap floor are compile-time
      *    constants in flapper and stay constants here.
      ******************************************************************

           01 ver-gravity pic 99v99 value 0.4.
           01 ver-xvel-base pic s9(4)v9(4) value 2.
           01 ver-pipe-space pic s9(4) value 400.
           01 ver-collide-tol pic s9(4) value 60.
           01 ver-xvel-cap pic s9(4)v9(4) value 6.
           01 ver-pipe-gap-min pic s9(4) value 200.

      ******************************************************************
      *        REPLAY PENDING RECORD
      ******************************************************************

           01 rpl-pending-type pic x value "E".
           01 rpl-pending-clock pic 9(7) value 0.
           01 rpl-pending-player pic 9 value 0.
           01 rpl-pending-height pic 9(4) value 0.

      ******************************************************************
      *        SIMULATION STATE
      *    Same fields, same arithmetic as flapver's - reset for
      *    every run judged.
      ******************************************************************

           01 sim-clock pic 9(7) value 0.
           01 sim-score pic 9(4) value 0.
           01 sim-bird-x pic s9(5) value 300.
           01 sim-bird-y pic s9(5) value 200.
           01 sim-yvel pic s9(4)v9(4) value 0.
           01 sim-xvel pic s9(4)v9(4) value 2.
           01 sim-key-down pic 9 value 0.
           01 sim-alive pic 9 value 0.
           01 sim-pipe-1-x pic s9(4) value 800.
           01 sim-pipe-2-x pic s9(4) value 0.
           01 sim-pipe-3-x pic s9(4) value 0.
           01 sim-pipe-1-height pic s9(4) value 0.
           01 sim-pipe-2-height pic s9(4) value 0.
           01 sim-pipe-3-height pic s9(4) value 0.
           01 sim-pipe-gap pic s9(4) value 400.
           01 sim-next-height pic s9(4) value 0.
           01 sim-death-cause pic x(8) value spaces.
           01 sim-two-player pic 9 value 0.
           01 sim-diverged pic 9 value 0.
           01 sim-no-header pic 9 value 0.
           01 sim-frame-cap pic 9(7) value 9999990.

      ******************************************************************
      *        TALLIES
      ******************************************************************

           01 crt-today pic 9(8) value 0.
           01 crt-vault-lines pic 9(7) value 0.
           01 crt-stray-lines pic 9(7) value 0.
           01 crt-bad-headers pic 9(5) value 0.
           01 crt-purged-count pic 9(5) value 0.
           01 crt-drop-count pic 9(5) value 0.
           01 crt-kept-count pic 9(5) value 0.
           01 crt-earlier-count pic 9(5) value 0.
           01 crt-pass-count pic 9(5) value 0.
           01 crt-fail-count pic 9(5) value 0.
           01 crt-unusable-count pic 9(5) value 0.
           01 crt-unjudged-count pic 9(5) value 0.

      ******************************************************************
      *        REPORT BUILDING
      ******************************************************************

           01 rpt-line pic x(80).
           01 rpt-count-disp pic z(6)9.
           01 rpt-boards pic x(12).

           procedure division.

           perform 0010-Open-Files.
           perform 0100-Load-Vault-Index.
           perform 0200-Check-Boards.
           perform 0260-Load-Register.
           perform 0300-Purge-Vault.
           if vault-damaged = 0
               perform 0400-Certify-Vault
           end-if.
           perform 0900-Write-Report.
           close report-file.
           evaluate true
               when vault-damaged = 1 or purge-failed = 1
                or register-failed = 1
                   move 99 to return-code
               when crt-fail-count > 0
                   move 8 to return-code
               when crt-unusable-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

       0010-Open-Files.
           open output report-file.
           move "REPLAY VAULT CERTIFICATION REGISTER" to report-record.
           write report-record.
           move "-----------------------------------" to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.
           accept crt-today from date yyyymmdd.
           open input vault-file.
           if vlt-file-status = "35"
               move "NO RPLVAULT FILE PRESENT - NOTHING VAULTED YET"
                to report-record
               write report-record
               close report-file
               move 0 to return-code
               stop run
           end-if.
           if vlt-file-status not = "00"
               move spaces to rpt-line
               string "RPLVAULT WILL NOT OPEN - STATUS "
                vlt-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               close report-file
               move 99 to return-code
               stop run
           end-if.

      *    One pass over the vault to index its headers and count
      *    the lines behind each.  Lines ahead of the first header,
      *    or behind a header that does not parse, belong to no run
      *    this job can name - they are counted, and the purge is
      *    withheld so nothing unread is ever thrown away.
       0100-Load-Vault-Index.
           move 0 to vlx-cur-idx
           perform until vlt-eof = 1
               read vault-file
                   at end
                       set vlt-eof to 1
                   not at end
                       add 1 to crt-vault-lines
                       perform 0110-Index-Vault-Line
               end-read
           end-perform
           close vault-file.
           if crt-stray-lines > 0 or crt-bad-headers > 0
            or vlx-overflow = 1
               set purge-withheld to 1
           end-if.

       0110-Index-Vault-Line.
           if vlh-rec-type not = "H"
               if vlx-cur-idx = 0
                   add 1 to crt-stray-lines
               else
                   add 1 to vlx-lines-found (vlx-cur-idx)
               end-if
               exit paragraph
           end-if
           move 0 to vlx-cur-idx
           if vlh-date not numeric or vlh-time not numeric
            or vlh-score not numeric or vlh-line-count not numeric
            or vlh-gravity not numeric or vlh-xvel-base not numeric
            or vlh-pipe-space not numeric
            or vlh-collide-tol not numeric
            or vlh-initials = spaces
               add 1 to crt-bad-headers
               exit paragraph
           end-if
           if vlx-count >= 1000
               set vlx-overflow to 1
               exit paragraph
           end-if
           add 1 to vlx-count
           move vlx-count to vlx-cur-idx
           initialize vlx-entry (vlx-cur-idx)
           move vlh-date to vlx-date (vlx-cur-idx)
           move vlh-time to vlx-time (vlx-cur-idx)
           move vlh-initials to vlx-initials (vlx-cur-idx)
           move vlh-score to vlx-score (vlx-cur-idx)
           compute vlx-month (vlx-cur-idx) = vlh-date / 100
           move vlh-on-hiscore to vlx-on-hiscore (vlx-cur-idx)
           move vlh-on-season to vlx-on-season (vlx-cur-idx)
           move vlh-event-id to vlx-event-id (vlx-cur-idx)
           move vlh-gravity to vlx-gravity (vlx-cur-idx)
           move vlh-xvel-base to vlx-xvel-base (vlx-cur-idx)
           move vlh-pipe-space to vlx-pipe-space (vlx-cur-idx)
           move vlh-collide-tol to vlx-collide-tol (vlx-cur-idx)
           move vlh-line-count to vlx-line-count (vlx-cur-idx).
      *    A header vaulted before rulesets were tagged has none.
           if vlh-ruleset numeric
               move vlh-ruleset to vlx-ruleset (vlx-cur-idx)
           else
               move 0 to vlx-ruleset (vlx-cur-idx)
           end-if.

      *    Each board file is read once, straight through, and every
      *    vaulted run it could vouch for is checked against each
      *    record.  A missing file is an empty board; a file that
      *    is there but will not open proves nothing either way, so
      *    it withholds the purge rather than emptying the vault.
       0200-Check-Boards.
           perform 0270-Load-Operator-Voids.
           perform 0210-Check-High-Scores.
           perform 0220-Check-Parked-Scores.
           perform 0230-Check-Season.
           perform 0240-Check-Season-Archive.
           perform 0250-Check-Event-Results.
           perform varying vlx-idx from 1 by 1
            until vlx-idx > vlx-count
               if (vlx-on-hiscore (vlx-idx) = 1
                and vlx-hs-found (vlx-idx) = 1)
               or (vlx-on-season (vlx-idx) = 1
                and vlx-sea-found (vlx-idx) = 1
                and vlx-sea-beaten (vlx-idx) < 5)
               or (vlx-on-season (vlx-idx) = 1
                and vlx-arc-found (vlx-idx) = 1)
               or (vlx-event-id (vlx-idx) not = spaces
                and vlx-evt-found (vlx-idx) = 1
                and vlx-evt-beaten (vlx-idx) = 0)
                   set vlx-keep (vlx-idx) to 1
                   add 1 to crt-kept-count
               else
                   add 1 to crt-drop-count
               end-if
           end-perform.

       0210-Check-High-Scores.
           open input high-score-file.
           if hs-file-status = "35"
               exit paragraph
           end-if
           if hs-file-status not = "00"
               move "HISCORE" to brd-file-name
               move hs-file-status to brd-file-status
               perform 0290-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until hs-eof = 1
               read high-score-file next record
                   at end
                       set hs-eof to 1
                   not at end
                       perform varying vlx-idx from 1 by 1
                        until vlx-idx > vlx-count
                           if vlx-on-hiscore (vlx-idx) = 1
                           and vlx-initials (vlx-idx) = hs-initials
                           and vlx-score (vlx-idx) = hs-score
                           and vlx-date (vlx-idx) = hs-date
                               set vlx-hs-found (vlx-idx) to 1
                           end-if
                       end-perform
               end-read
           end-perform
           close high-score-file.

      *    A record parked in HSRECOVR is a HISCORE entry waiting on
      *    flaprcv, not one that fell off - its evidence stays.
       0220-Check-Parked-Scores.
           open input recovery-file.
           if hsr-file-status = "35"
               exit paragraph
           end-if
           if hsr-file-status not = "00"
               move "HSRECOVR" to brd-file-name
               move hsr-file-status to brd-file-status
               perform 0290-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until hsr-eof = 1
               read recovery-file
                   at end
                       set hsr-eof to 1
                   not at end
                       perform varying vlx-idx from 1 by 1
                        until vlx-idx > vlx-count
                           if vlx-on-hiscore (vlx-idx) = 1
                           and vlx-initials (vlx-idx) = hsr-initials
                           and vlx-score (vlx-idx) = hsr-score
                           and vlx-date (vlx-idx) = hsr-date
                               set vlx-hs-found (vlx-idx) to 1
                           end-if
                       end-perform
               end-read
           end-perform
           close recovery-file.

      *    The month board is the top five by score, the same
      *    insertion flapper's 0441 keeps on screen: a run is still
      *    on it while its line is in SEASON and fewer than five
      *    lines of the same month and ruleset outscore it - the
      *    board only ever shows the ruleset in force, so a line
      *    flown under other settings never pushes it off.
       0230-Check-Season.
           open input season-file.
           if sea-file-status = "35"
               exit paragraph
           end-if
           if sea-file-status not = "00"
               move "SEASON" to brd-file-name
               move sea-file-status to brd-file-status
               perform 0290-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until sea-eof = 1
               read season-file
                   at end
                       set sea-eof to 1
                   not at end
                       if sea-score numeric
                           if sea-ruleset not numeric
                               move 0 to sea-ruleset
                           end-if
                           perform 0231-Check-Season-Line
                       end-if
               end-read
           end-perform
           close season-file.

       0231-Check-Season-Line.
           move sea-initials to vd-chk-initials
           move sea-score to vd-chk-score
           move sea-date to vd-chk-date
           move sea-duration to vd-chk-duration
           move sea-ruleset to vd-chk-ruleset
           perform 0272-Check-Operator-Void
           if vd-hit = 1
               exit paragraph
           end-if
           perform varying vlx-idx from 1 by 1
            until vlx-idx > vlx-count
               if vlx-on-season (vlx-idx) = 1
               and vlx-month (vlx-idx) = sea-month
               and vlx-ruleset (vlx-idx) = sea-ruleset
                   if sea-score > vlx-score (vlx-idx)
                       add 1 to vlx-sea-beaten (vlx-idx)
                   end-if
                   if sea-initials = vlx-initials (vlx-idx)
                   and sea-score = vlx-score (vlx-idx)
                   and sea-date = vlx-date (vlx-idx)
                       set vlx-sea-found (vlx-idx) to 1
                   end-if
               end-if
           end-perform.

      *    Once flapsea has closed the month the run's line is gone
      *    from SEASON; it stays on the board if the archived
      *    standings kept the player in the top five on this score
      *    under the run's ruleset.  A month closed before rulesets
      *    were tagged ranked everyone together, so its lines carry
      *    no ruleset and count for any run of that month.
       0240-Check-Season-Archive.
           open input archive-file.
           if arc-file-status = "35"
               exit paragraph
           end-if
           if arc-file-status not = "00"
               move "SEASARCH" to brd-file-name
               move arc-file-status to brd-file-status
               perform 0290-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until arc-eof = 1
               read archive-file
                   at end
                       set arc-eof to 1
                   not at end
                       move archive-line to season-standing-record
                       if sst-month numeric and sst-rank numeric
                       and sst-best numeric
                           perform 0241-Check-Standing-Line
                       end-if
               end-read
           end-perform
           close archive-file.

       0241-Check-Standing-Line.
           perform varying vlx-idx from 1 by 1
            until vlx-idx > vlx-count
               if vlx-on-season (vlx-idx) = 1
               and vlx-month (vlx-idx) = sst-month
               and vlx-initials (vlx-idx) = sst-initials
               and vlx-score (vlx-idx) = sst-best
               and sst-rank <= 5
               and (sst-ruleset not numeric
                or sst-ruleset = vlx-ruleset (vlx-idx))
                   set vlx-arc-found (vlx-idx) to 1
               end-if
           end-perform.

      *    The event board is each entrant's best attempt: the
      *    vaulted attempt stays while it is on file and none of the
      *    same entrant's attempts in that event beat it.
       0250-Check-Event-Results.
           open input event-results-file.
           if evt-file-status = "35"
               exit paragraph
           end-if
           if evt-file-status not = "00"
               move "EVENTRES" to brd-file-name
               move evt-file-status to brd-file-status
               perform 0290-Flag-Board-Unreadable
               exit paragraph
           end-if
           perform until evt-eof = 1
               read event-results-file
                   at end
                       set evt-eof to 1
                   not at end
                       if ev-score numeric
                           perform 0251-Check-Event-Line
                       end-if
               end-read
           end-perform
           close event-results-file.

       0251-Check-Event-Line.
           if ev-ruleset not numeric
               move 0 to ev-ruleset
           end-if
           move ev-initials to vd-chk-initials
           move ev-score to vd-chk-score
           move ev-date to vd-chk-date
           move ev-duration to vd-chk-duration
           move ev-ruleset to vd-chk-ruleset
           perform 0272-Check-Operator-Void
           if vd-hit = 1
               exit paragraph
           end-if
           perform varying vlx-idx from 1 by 1
            until vlx-idx > vlx-count
               if vlx-event-id (vlx-idx) = ev-event-id
               and vlx-initials (vlx-idx) = ev-initials
                   if ev-score > vlx-score (vlx-idx)
                       set vlx-evt-beaten (vlx-idx) to 1
                   end-if
                   if ev-score = vlx-score (vlx-idx)
                   and ev-date = vlx-date (vlx-idx)
                       set vlx-evt-found (vlx-idx) to 1
                   end-if
               end-if
           end-perform.

      *    No OPERLOG means nothing was ever voided.  Voids are read
      *    whichever board they were struck from - a run is the same
      *    run on all of them.
       0270-Load-Operator-Voids.
           open input operator-log-file.
           if op-file-status = "35"
               exit paragraph
           end-if.
           if op-file-status not = "00"
               move "OPERLOG" to brd-file-name
               move op-file-status to brd-file-status
               perform 0290-Flag-Board-Unreadable
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
                           perform 0271-Stash-Operator-Void
                       end-if
               end-read
           end-perform.
           if op-file-status not = "10"
               move "OPERLOG" to brd-file-name
               move op-file-status to brd-file-status
               perform 0290-Flag-Board-Unreadable
           end-if.
           close operator-log-file.
           if vd-overflow = 1
               set purge-withheld to 1
               move "WARNING: OPERLOG HOLDS MORE VOIDS THAN THE TABLE"
                to report-record
               write report-record
           end-if.

       0271-Stash-Operator-Void.
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

      *    Caller sets vd-chk-initials/score/date/duration/ruleset.
       0272-Check-Operator-Void.
           move 0 to vd-hit
           perform varying vd-idx from 1 by 1
            until vd-idx > vd-count or vd-hit = 1
               if vd-initials (vd-idx) = vd-chk-initials
               and vd-score (vd-idx) = vd-chk-score
               and vd-date (vd-idx) = vd-chk-date
               and vd-duration (vd-idx) = vd-chk-duration
               and vd-ruleset (vd-idx) = vd-chk-ruleset
                   move 1 to vd-hit
               end-if
           end-perform.

       0290-Flag-Board-Unreadable.
           set purge-withheld to 1
           move spaces to rpt-line
           string "WARNING: " delimited by size
            brd-file-name delimited by space
            " WILL NOT OPEN - STATUS " brd-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record.

      *    Every run already in the permanent register keeps its
      *    old verdict - a run is certified once, not every night.
       0260-Load-Register.
           open input cert-file.
           if crt-file-status = "35"
               exit paragraph
           end-if
           if crt-file-status not = "00"
               set register-failed to 1
               move spaces to rpt-line
               string "CERTREG WILL NOT OPEN - STATUS "
                crt-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               exit paragraph
           end-if
           perform until crt-eof = 1
               read cert-file
                   at end
                       set crt-eof to 1
                   not at end
                       perform varying vlx-idx from 1 by 1
                        until vlx-idx > vlx-count
                           if vlx-date (vlx-idx) = crt-date
                           and vlx-time (vlx-idx) = crt-time
                           and vlx-initials (vlx-idx) = crt-initials
                               set vlx-judged (vlx-idx) to 1
                               move crt-verdict
                                to vlx-verdict (vlx-idx)
                               move crt-sim-score
                                to vlx-sim-score (vlx-idx)
                               move crt-reason
                                to vlx-reason (vlx-idx)
                           end-if
                       end-perform
               end-read
           end-perform
           close cert-file.

      *    The one destructive step.  Kept blocks go to VAULTWRK
      *    first; only when that copy is whole is it copied back
      *    over RPLVAULT, so a failure on the way out leaves the
      *    vault as found.  A failure on the way back in is the one
      *    case that leaves the vault damaged - VAULTWRK then holds
      *    the good copy and the report says so.
       0300-Purge-Vault.
           if crt-drop-count = 0
               exit paragraph
           end-if
           if purge-withheld = 1
               exit paragraph
           end-if
           open output work-file
           if wrk-file-status not = "00"
               perform 0310-Flag-Purge-Failure
               exit paragraph
           end-if
           open input vault-file
           move 0 to vlt-eof
           move 0 to vlx-copying
           perform until vlt-eof = 1 or purge-failed = 1
               read vault-file
                   at end
                       set vlt-eof to 1
                   not at end
                       perform 0320-Copy-Kept-Line
               end-read
           end-perform
           close vault-file
           close work-file
           if purge-failed = 1
               exit paragraph
           end-if
           open output vault-file
           open input work-file
           if vlt-file-status not = "00"
           or wrk-file-status not = "00"
               perform 0330-Flag-Vault-Damaged
               exit paragraph
           end-if
           move 0 to wrk-eof
           perform until wrk-eof = 1 or vault-damaged = 1
               read work-file
                   at end
                       set wrk-eof to 1
                   not at end
                       move work-record to vault-header-record
                       write vault-header-record
                       if vlt-file-status not = "00"
                           perform 0330-Flag-Vault-Damaged
                       end-if
               end-read
           end-perform
           close vault-file
           close work-file
           if vault-damaged = 0
               perform varying vlx-idx from 1 by 1
                until vlx-idx > vlx-count
                   if vlx-keep (vlx-idx) = 0
                       set vlx-purged (vlx-idx) to 1
                       add 1 to crt-purged-count
                   end-if
               end-perform
           end-if.

       0310-Flag-Purge-Failure.
           set purge-failed to 1
           move spaces to rpt-line
           string "VAULTWRK WRITE FAILED - STATUS " wrk-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move "PURGE ABANDONED - RPLVAULT LEFT AS FOUND"
            to report-record
           write report-record.

      *    A header switches copying on or off for the block behind
      *    it, by the keep verdict 0200 reached for that run.
       0320-Copy-Kept-Line.
           if vlh-rec-type = "H"
               perform 0350-Find-Vault-Entry
               if vlx-found-idx = 0
                   move 1 to vlx-copying
               else
                   move vlx-keep (vlx-found-idx) to vlx-copying
               end-if
           end-if
           if vlx-copying = 1
               move vault-header-record to work-record
               write work-record
               if wrk-file-status not = "00"
                   perform 0310-Flag-Purge-Failure
               end-if
           end-if.

       0330-Flag-Vault-Damaged.
           set vault-damaged to 1
           move spaces to rpt-line
           string "RPLVAULT REWRITE FAILED - STATUS " vlt-file-status
            delimited by size into rpt-line
           end-string
           move rpt-line to report-record
           write report-record
           move "DO NOT TRUST RPLVAULT - VAULTWRK HOLDS THE KEPT"
            to report-record
           write report-record
           move "BLOCKS - COPY IT BACK BEFORE THE KIOSK OPENS"
            to report-record
           write report-record.

       0350-Find-Vault-Entry.
           move 0 to vlx-found-idx
           perform varying vlx-idx from 1 by 1
            until vlx-idx > vlx-count or vlx-found-idx not = 0
               if vlx-date (vlx-idx) = vlh-date
               and vlx-time (vlx-idx) = vlh-time
               and vlx-initials (vlx-idx) = vlh-initials
                   move vlx-idx to vlx-found-idx
               end-if
           end-perform.

      *    One more pass over the (purged) vault: each block behind
      *    a header for a kept, not-yet-judged run is loaded into the
      *    body table and flown when the next header - or the end of
      *    the vault - closes it.
       0400-Certify-Vault.
           if register-failed = 1
               exit paragraph
           end-if
           open extend cert-file
           if crt-file-status = "35"
               open output cert-file
           end-if
           if crt-file-status not = "00"
               set register-failed to 1
               move spaces to rpt-line
               string "CERTREG WILL NOT OPEN FOR APPEND - STATUS "
                crt-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               exit paragraph
           end-if
           open input vault-file
           move 0 to vlt-eof
           move 0 to bdy-collecting
           perform until vlt-eof = 1 or register-failed = 1
               read vault-file
                   at end
                       set vlt-eof to 1
                   not at end
                       perform 0410-Collect-Vault-Line
               end-read
           end-perform
           if bdy-collecting = 1 and register-failed = 0
               perform 0420-Judge-Vaulted-Run
           end-if
           close vault-file
           close cert-file.

       0410-Collect-Vault-Line.
           if vlh-rec-type = "H"
               if bdy-collecting = 1
                   perform 0420-Judge-Vaulted-Run
               end-if
               move 0 to bdy-collecting
               move 0 to bdy-count
               move 0 to bdy-overflow
               perform 0350-Find-Vault-Entry
               if vlx-found-idx not = 0
                   if vlx-keep (vlx-found-idx) = 1
                   and vlx-judged (vlx-found-idx) = 0
                       move 1 to bdy-collecting
                       move vlx-found-idx to vlx-cur-idx
                   end-if
               end-if
               exit paragraph
           end-if
           if bdy-collecting = 0
               exit paragraph
           end-if
           if bdy-count >= 30000
               set bdy-overflow to 1
           else
               add 1 to bdy-count
               move vlr-rec-type to bdy-type (bdy-count)
               move vlr-rec-clock to bdy-clock (bdy-count)
               move vlr-rec-player to bdy-player (bdy-count)
               move vlr-rec-height to bdy-height (bdy-count)
           end-if.

      *    A block whose line count disagrees with its header was
      *    cut short on the way into the vault, and a block too long
      *    for the table cannot be flown whole - both are UNUSABLE
      *    without a frame being simulated.  Anything else is flown
      *    and judged exactly as flapver judges REPLAY.
       0420-Judge-Vaulted-Run.
           move 0 to bdy-collecting
           move vlx-cur-idx to vlx-idx
           evaluate true
               when vlx-lines-found (vlx-idx)
                not = vlx-line-count (vlx-idx)
                   move "UNUSABLE" to vlx-verdict (vlx-idx)
                   move "BLOCK CUT SHORT" to vlx-reason (vlx-idx)
               when bdy-overflow = 1
                   move "UNUSABLE" to vlx-verdict (vlx-idx)
                   move "RUN TOO LONG" to vlx-reason (vlx-idx)
               when other
                   perform 0500-Start-Simulation
                   if sim-no-header = 0 and sim-two-player = 0
                       perform 0520-Simulate-One-Frame
                        until sim-alive = 0 or sim-diverged = 1
                        or sim-clock >= sim-frame-cap
                   end-if
                   perform 0540-Judge-Simulation
           end-evaluate
           move 1 to vlx-judged (vlx-idx)
           move 1 to vlx-new (vlx-idx)
           evaluate vlx-verdict (vlx-idx)
               when "PASS"
                   add 1 to crt-pass-count
               when "FAIL"
                   add 1 to crt-fail-count
               when other
                   add 1 to crt-unusable-count
           end-evaluate
           move vlx-date (vlx-idx) to crt-date
           move vlx-time (vlx-idx) to crt-time
           move vlx-initials (vlx-idx) to crt-initials
           move vlx-score (vlx-idx) to crt-score
           move vlx-on-hiscore (vlx-idx) to crt-on-hiscore
           move vlx-on-season (vlx-idx) to crt-on-season
           move vlx-event-id (vlx-idx) to crt-event-id
           move vlx-verdict (vlx-idx) to crt-verdict
           move vlx-sim-score (vlx-idx) to crt-sim-score
           move vlx-reason (vlx-idx) to crt-reason
           move crt-today to crt-certified-on
           write certification-record
           if crt-file-status not = "00"
               set register-failed to 1
               move spaces to rpt-line
               string "CERTREG WRITE FAILED - STATUS "
                crt-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
           end-if.

      *    flapver's 0100, driven off the body table and the vault
      *    header's physics instead of REPLAY and GAMEPARM.
       0500-Start-Simulation.
           move vlx-gravity (vlx-idx) to ver-gravity
           move vlx-xvel-base (vlx-idx) to ver-xvel-base
           move vlx-pipe-space (vlx-idx) to ver-pipe-space
           move vlx-collide-tol (vlx-idx) to ver-collide-tol
           move 0 to bdy-next
           move 0 to sim-clock
           move 0 to sim-score
           move 300 to sim-bird-x
           move 200 to sim-bird-y
           move 0 to sim-yvel
           move 0 to sim-key-down
           move 0 to sim-alive
           move 800 to sim-pipe-1-x
           move 0 to sim-pipe-2-x
           move 0 to sim-pipe-3-x
           move spaces to sim-death-cause
           move 0 to sim-two-player
           move 0 to sim-diverged
           move 0 to sim-no-header
           perform 0510-Read-Replay-Record
           if rpl-pending-type not = "S"
               set sim-no-header to 1
               exit paragraph
           end-if
           move rpl-pending-player to sim-two-player
           if sim-two-player = 1
               exit paragraph
           end-if
           perform 0510-Read-Replay-Record
           set sim-alive to 1
           move ver-xvel-base to sim-xvel
           move ver-pipe-space to sim-pipe-gap
           perform 0515-Next-Replay-Pipe-Height
           move sim-next-height to sim-pipe-1-height
           perform 0515-Next-Replay-Pipe-Height
           move sim-next-height to sim-pipe-2-height
           perform 0515-Next-Replay-Pipe-Height
           move sim-next-height to sim-pipe-3-height
           compute sim-pipe-2-x = sim-pipe-1-x + ver-pipe-space
           compute sim-pipe-3-x = sim-pipe-2-x + ver-pipe-space.

       0510-Read-Replay-Record.
           add 1 to bdy-next
           if bdy-next > bdy-count
               move "E" to rpl-pending-type
           else
               move bdy-type (bdy-next) to rpl-pending-type
               move bdy-clock (bdy-next) to rpl-pending-clock
               move bdy-player (bdy-next) to rpl-pending-player
               move bdy-height (bdy-next) to rpl-pending-height
           end-if.

       0515-Next-Replay-Pipe-Height.
           if rpl-pending-type = "P"
               move rpl-pending-height to sim-next-height
               perform 0510-Read-Replay-Record
           else
               set sim-diverged to 1
           end-if.

      *    flapver's 0200 unchanged - which is flapper's 0200, 0205
      *    and 0250 with everything that only exists to be drawn
      *    taken out.
       0520-Simulate-One-Frame.
           add 1 to sim-clock
           set sim-key-down to 0
           perform until rpl-pending-type not = "F"
            or rpl-pending-clock not = sim-clock
               if rpl-pending-player not = 2
                   set sim-key-down to 1
               end-if
               perform 0510-Read-Replay-Record
           end-perform
           if sim-key-down = 1
               set sim-yvel to -6
           end-if
           compute sim-yvel = sim-yvel + ver-gravity
           compute sim-bird-y = sim-bird-y + sim-yvel
           perform 0525-Apply-Difficulty
           subtract sim-xvel from sim-pipe-1-x
           subtract sim-xvel from sim-pipe-2-x
           subtract sim-xvel from sim-pipe-3-x
           if sim-pipe-1-x < -90
               add 1 to sim-score
               perform 0515-Next-Replay-Pipe-Height
               move sim-next-height to sim-pipe-1-height
               compute sim-pipe-1-x = sim-pipe-3-x + sim-pipe-gap
           end-if
           if sim-pipe-2-x < -90
               add 1 to sim-score
               perform 0515-Next-Replay-Pipe-Height
               move sim-next-height to sim-pipe-2-height
               compute sim-pipe-2-x = sim-pipe-1-x + sim-pipe-gap
           end-if
           if sim-pipe-3-x < -90
               add 1 to sim-score
               perform 0515-Next-Replay-Pipe-Height
               move sim-next-height to sim-pipe-3-height
               compute sim-pipe-3-x = sim-pipe-2-x + sim-pipe-gap
           end-if
           if sim-diverged = 0
               perform 0530-Check-Collision
           end-if.

       0525-Apply-Difficulty.
           compute sim-xvel = ver-xvel-base + (sim-score / 15)
           if sim-xvel > ver-xvel-cap
               move ver-xvel-cap to sim-xvel
           end-if
           compute sim-pipe-gap =
            ver-pipe-space - (sim-score * 4)
           if sim-pipe-gap < ver-pipe-gap-min
               move ver-pipe-gap-min to sim-pipe-gap
           end-if.

       0530-Check-Collision.
           if sim-alive = 1
           and sim-pipe-1-x - 75 < sim-bird-x + 30
           and sim-pipe-1-x + 75 > sim-bird-x
               if sim-pipe-1-height - sim-bird-y > ver-collide-tol
               or sim-bird-y + 30 - sim-pipe-1-height
                > ver-collide-tol
                   set sim-alive to 0
                   move "PIPE1" to sim-death-cause
               end-if
           end-if
           if sim-alive = 1
           and sim-pipe-2-x - 75 < sim-bird-x + 30
           and sim-pipe-2-x + 75 > sim-bird-x
               if sim-pipe-2-height - sim-bird-y > ver-collide-tol
               or sim-bird-y + 30 - sim-pipe-2-height
                > ver-collide-tol
                   set sim-alive to 0
                   move "PIPE2" to sim-death-cause
               end-if
           end-if
           if sim-alive = 1
           and sim-pipe-3-x - 75 < sim-bird-x + 30
           and sim-pipe-3-x + 75 > sim-bird-x
               if sim-pipe-3-height - sim-bird-y > ver-collide-tol
               or sim-bird-y + 30 - sim-pipe-3-height
                > ver-collide-tol
                   set sim-alive to 0
                   move "PIPE3" to sim-death-cause
               end-if
           end-if
           if sim-alive = 1 and sim-bird-y + 30 > 550
               set sim-alive to 0
               move "FLOOR" to sim-death-cause
           end-if.

      *    flapver's 0300 verdicts, spelled out for the register.
       0540-Judge-Simulation.
           move sim-score to vlx-sim-score (vlx-idx)
           evaluate true
               when sim-no-header = 1
                   move "UNUSABLE" to vlx-verdict (vlx-idx)
                   move "NO S HEADER" to vlx-reason (vlx-idx)
               when sim-two-player = 1
                   move "UNUSABLE" to vlx-verdict (vlx-idx)
                   move "TWO-PLAYER RUN" to vlx-reason (vlx-idx)
               when sim-diverged = 1
                   move "UNUSABLE" to vlx-verdict (vlx-idx)
                   move "REPLAY DIVERGED" to vlx-reason (vlx-idx)
               when sim-alive = 1
                   move "UNUSABLE" to vlx-verdict (vlx-idx)
                   move "BIRD STILL ALIVE" to vlx-reason (vlx-idx)
               when sim-score = vlx-score (vlx-idx)
                   move "PASS" to vlx-verdict (vlx-idx)
                   move "REPRODUCED" to vlx-reason (vlx-idx)
               when other
                   move "FAIL" to vlx-verdict (vlx-idx)
                   move "SCORE MISMATCH" to vlx-reason (vlx-idx)
           end-evaluate.

       0900-Write-Report.
           if crt-purged-count > 0
               perform 0910-Write-Purge-Section
           end-if
           perform 0920-Write-Register-Section
           move spaces to report-record
           write report-record
           move vlx-count to rpt-count-disp
           string "VAULTED RUNS READ  . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crt-purged-count to rpt-count-disp
           string "RUNS PURGED  . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crt-earlier-count to rpt-count-disp
           string "CERTIFIED EARLIER  . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crt-pass-count to rpt-count-disp
           string "PASS TONIGHT . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crt-fail-count to rpt-count-disp
           string "FAIL TONIGHT . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crt-unusable-count to rpt-count-disp
           string "UNUSABLE TONIGHT . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crt-unjudged-count to rpt-count-disp
           string "NOT YET JUDGED . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crt-stray-lines to rpt-count-disp
           string "UNREADABLE VAULT LINES . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crt-bad-headers to rpt-count-disp
           string "UNREADABLE HEADERS . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move spaces to report-record
           write report-record
           if vlx-overflow = 1
               move "WARNING: OVER 1000 VAULTED RUNS - PURGE WITHHELD"
                to report-record
               write report-record
               move "         AND LATER RUNS NOT CERTIFIED"
                to report-record
               write report-record
           end-if
           if purge-withheld = 1 and crt-drop-count > 0
               move "WARNING: RUNS OFF EVERY BOARD WERE NOT PURGED -"
                to report-record
               write report-record
               move "         SEE THE WARNINGS ABOVE" to report-record
               write report-record
           end-if
           evaluate true
               when vault-damaged = 1
                   move "RESULT: RPLVAULT DAMAGED - NOTHING CERTIFIED"
                    to report-record
               when purge-failed = 1 or register-failed = 1
                   move "RESULT: VAULT NOT FULLY MAINTAINED - RERUN"
                    to report-record
               when crt-fail-count > 0
                   move "RESULT: FAIL - A VAULTED SCORE DID NOT REPLAY"
                    to report-record
               when crt-unusable-count > 0
                   move "RESULT: SOME VAULTED RUNS CANNOT BE CERTIFIED"
                    to report-record
               when other
                   move "RESULT: EVERY RUN JUDGED TONIGHT PASSED"
                    to report-record
           end-evaluate
           write report-record.

       0910-Write-Purge-Section.
           move "PURGED - OFF EVERY BOARD" to report-record
           write report-record
           move "DATE     TIME   INI SCORE" to report-record
           write report-record
           move "-------- ------ --- -----" to report-record
           write report-record
           perform varying vlx-idx from 1 by 1
            until vlx-idx > vlx-count
               if vlx-purged (vlx-idx) = 1
                   move spaces to rpt-line
                   string vlx-date (vlx-idx) " "
                    vlx-time (vlx-idx) " "
                    vlx-initials (vlx-idx) " "
                    vlx-score (vlx-idx)
                    delimited by size into rpt-line
                   end-string
                   move rpt-line to report-record
                   write report-record
               end-if
           end-perform
           move spaces to report-record
           write report-record.

      *    One line per run still in the vault: the boards it was
      *    vaulted for (H = HISCORE, S = month board, then the
      *    event id), the simulated score and the verdict, with a
      *    star against the ones judged tonight.
       0920-Write-Register-Section.
           move "DATE     TIME   INI SCORE BOARDS        SIM  VERDICT"
            to report-record
           write report-record
           move "-------- ------ --- ----- ----------- ---- ----------"
            to report-record
           write report-record
           perform varying vlx-idx from 1 by 1
            until vlx-idx > vlx-count
               if vlx-purged (vlx-idx) = 0
                   perform 0930-Write-Register-Line
               end-if
           end-perform.

       0930-Write-Register-Line.
           move spaces to rpt-boards
           if vlx-on-hiscore (vlx-idx) = 1
               move "H" to rpt-boards (1:1)
           end-if
           if vlx-on-season (vlx-idx) = 1
               move "S" to rpt-boards (2:1)
           end-if
           move vlx-event-id (vlx-idx) to rpt-boards (4:8)
           move spaces to rpt-line
           string vlx-date (vlx-idx) " "
            vlx-time (vlx-idx) " "
            vlx-initials (vlx-idx) " "
            vlx-score (vlx-idx) "  "
            rpt-boards
            delimited by size into rpt-line
           end-string
           if vlx-judged (vlx-idx) = 1
               string vlx-sim-score (vlx-idx) " "
                vlx-verdict (vlx-idx) " "
                vlx-reason (vlx-idx)
                delimited by size into rpt-line (39:)
               end-string
               if vlx-new (vlx-idx) = 1
                   move "*" to rpt-line (38:1)
               else
                   add 1 to crt-earlier-count
               end-if
           else
               add 1 to crt-unjudged-count
               string "     NOT YET JUDGED"
                delimited by size into rpt-line (39:)
               end-string
           end-if
           move rpt-line to report-record
           write report-record.
