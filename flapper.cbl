               select versus-file assign to "VERSUS"
                organization is line sequential
                file status is vsr-file-status.
               select vault-file assign to "RPLVAULT"
                organization is line sequential
                file status is vlt-file-status.
               select ratings-file assign to "RATINGS"
                organization is indexed
                access mode is random
                record key is rt-initials
                file status is rat-file-status.
               select ruleset-file assign to "RULESETS"
                organization is line sequential
                file status is rs-file-status.
               select credit-log-file assign to "CREDITLG"
                organization is line sequential
                file status is crd-file-status.
               select restore-hold-file assign to "RSTHOLD"
                organization is line sequential
                file status is rh-file-status.
               select operator-log-file assign to "OPERLOG"
                organization is line sequential
                file status is op-file-status.

           data division.
           file section.
               05 hs-date pic 9(8).
               05 hs-duration pic 9(7).
               05 hs-initials pic x(3).
               05 hs-ruleset pic 9(4).

           fd audit-log-file.
           01 audit-log-record pic x(118).
               05 pp-best pic 9(4).
               05 pp-runs pic 9(5).
               05 pp-deaths pic 9(5).
               05 pp-ruleset pic 9(4).

           fd replay-file.
           01 replay-log-record.
               05 ev-score pic 9(4).
               05 ev-date pic 9(8).
               05 ev-duration pic 9(7).
               05 ev-ruleset pic 9(4).

           fd syserr-file.
           01 syserr-record pic x(60).
               05 hsr-date pic 9(8).
               05 hsr-duration pic 9(7).
               05 hsr-initials pic x(3).
               05 hsr-ruleset pic 9(4).

           fd season-file.

               05 vsr-score-2 pic 9(4).
               05 vsr-winner pic 9.

           fd vault-file.

           copy rpl-vault.

           fd ratings-file.

           copy rating-record.

           fd ruleset-file.

           copy ruleset-record.

           fd credit-log-file.

           copy credit-log.

           fd restore-hold-file.

           copy rst-hold.

           fd operator-log-file.

           copy oper-log.

           fd game-parm-file.
           01 game-parm-record pic x(40).

           01 hs-run-start-clock pic 9(7) value 0.
           01 hs-candidate-score pic 9(4) value 0.
           01 hs-run-date pic 9(8) value 0.
           01 hs-run-time-raw pic 9(8) value 0.
           01 hs-run-time pic 9(6) value 0.
           01 hs-run-duration pic 9(7) value 0.

           01 hs-top-tbl.
                   10 hs-top-date pic 9(8) value 0.
                   10 hs-top-duration pic 9(7) value 0.
                   10 hs-top-initials pic x(3) value spaces.
                   10 hs-top-seq pic 9(6) value 0.
           01 hs-idx pic 9(2) value 0.
           01 hs-ins-idx pic 9(2) value 0.
           01 hs-line-y pic 9(4) value 0.
                   10 prf-best pic 9(4) value 0.
                   10 prf-runs pic 9(5) value 0.
                   10 prf-deaths pic 9(5) value 0.
                   10 prf-rating pic 9(4) value 0.
           01 prf-idx pic 9(2) value 0.
           01 prf-found-idx pic 9(2) value 0.
           01 prf-line-y pic 9(4) value 0.
           01 prf-display-line pic x(32) value spaces.
      *    RATINGS is flapelo's overnight output, only ever read
      *    here - by key, as each player lands in the view above.
      *    No file yet (the job has never run) just means nobody
      *    has a rating to show.
           01 rat-file-status pic x(02).
           01 rat-available pic 9 value 0.

      ******************************************************************
      *        AUDIT LOG
      ******************************************************************

           01 chk-file-status pic x(02).
      *    Up while a run resumed by 0030 is still in the air - the
      *    one live run the operator screen may pause and discard.
           01 chk-run-restored pic 9 value 0.

      ******************************************************************
      *        GAME PARAMETERS
           01 parm-name pic x(12).
           01 parm-value-text pic x(12).

      ******************************************************************
      *        RULESET
      *    The effective difficulty settings are fingerprinted once
      *    at startup by 0012-Register-Ruleset and every score this
      *    session writes - HISCORE, PLAYPROF, SEASON, EVENTRES - is
      *    tagged with the id.  The all-time and month boards show
      *    this ruleset's scores only, so a soft promo file never
      *    buries a competition one.  Id 0 means the history file
      *    could not be read or written; those scores stay untagged.
      ******************************************************************

           01 rs-file-status pic x(02).
           01 rs-current-id pic 9(4) value 0.
           01 rs-next-id pic 9(4) value 1.
           01 rs-time-raw pic 9(8) value 0.
           01 rs-effective.
               05 rse-gravity pic 99V99.
               05 rse-xvel-base pic 9(4)V9(4).
               05 rse-pipe-space pic 9(4).
               05 rse-height-min pic 9(4).
               05 rse-height-max pic 9(4).
               05 rse-collide-tol pic 9(4).
               05 rse-level-layout pic 9.

      ******************************************************************
      *        LEVEL LAYOUT
      ******************************************************************
           01 replay-start-pressed pic 9 value 0.
           01 rpl-saved-two-player pic 9 value 0.
           01 rpl-saved-practice pic 9 value 0.
      *    Set when this run's recording opened cleanly and cleared
      *    the moment a write fails - only a whole recording is worth
      *    vaulting.  The line count goes on the vault header so a
      *    block cut short in the copy is caught overnight.
           01 rpl-run-recorded pic 9 value 0.
           01 rpl-lines-written pic 9(6) value 0.

      ******************************************************************
      *        REPLAY VAULT
      *    REPLAY is overwritten by the next live run, so a run that
      *    lands on HISCORE, EVENTRES or this month's top five has
      *    its recording copied into RPLVAULT as soon as its
      *    bookkeeping is done (0470-Vault-Replay).  The switches
      *    below are raised by 0410, 0430 and 0440 as each board
      *    takes the run; the flapcrt overnight job certifies the
      *    vault and purges runs that have dropped off every board.
      ******************************************************************

           01 vlt-file-status pic x(02).
           01 vlt-on-hiscore pic 9 value 0.
           01 vlt-on-event pic 9 value 0.
           01 vlt-on-season pic 9 value 0.

      ******************************************************************
      *        TOURNAMENT / EVENT PLAY
                   10 evt-initials pic x(3) value spaces.
                   10 evt-used pic 9(2) value 0.
                   10 evt-best pic 9(4) value 0.
      *    Every attempt flown, reset or not - attempt numbers on
      *    EVENTRES keep climbing past an operator reset of evt-used.
                   10 evt-flown pic 9(2) value 0.
                   10 evt-best-date pic 9(8) value 0.
                   10 evt-best-duration pic 9(7) value 0.
                   10 evt-best-ruleset pic 9(4) value 0.
           01 evt-idx pic 9(2) value 0.
           01 evt-found-idx pic 9(2) value 0.
           01 evt-lookup-ini pic x(3) value spaces.
               05 sea-top-entry occurs 5 times.
                   10 sea-top-score pic 9(4) value 0.
                   10 sea-top-initials pic x(3) value spaces.
                   10 sea-top-date pic 9(8) value 0.
                   10 sea-top-duration pic 9(7) value 0.
           01 sea-idx pic 9(2) value 0.
           01 sea-ins-idx pic 9(2) value 0.
           01 sea-line-y pic 9(4) value 0.
           01 riv-line-y pic 9(4) value 0.
           01 riv-display-line pic x(26) value spaces.

      ******************************************************************
      *        PAY-PER-PLAY CREDITS
      *    CREDITMODE 1 in GAMEPARM turns the kiosk pay-per-play: a
      *    live run will not start without a credit on the machine
      *    for each bird flying it.  F5 is the coin key (a credit
      *    sold at CREDITPRICE), F6 the operator's free service
      *    credit.  Practice, demo and replay stay free.  Every
      *    credit in or out is appended to CREDITLG with the time
      *    and the balance left, and the balance is picked back up
      *    from the log's last line at startup, so a restart never
      *    eats credits somebody paid for.
      ******************************************************************

           01 credit-mode pic 9 value 0.
           01 credit-price pic 9(2)V99 value 0.
           01 crd-file-status pic x(02).
           01 crd-log-open pic 9 value 0.
           01 crd-balance pic 9(4) value 0.
           01 crd-needed pic 9(2) value 0.
           01 crd-short pic 9 value 0.
           01 crd-run-paid pic 9 value 0.
      *    Set when CREDITLG is not taking lines - no credit is sold
      *    or played until one is booked again.
           01 crd-log-down pic 9 value 0.
           01 crd-log-ok pic 9 value 0.
           01 coin-key-pressed pic 9 value 0.
           01 oper-credit-pressed pic 9 value 0.
           01 crd-log-type pic x(4) value spaces.
           01 crd-log-credits pic 9(2) value 0.
           01 crd-time-raw pic 9(8) value 0.
           01 crd-balance-disp pic z(3)9.
           01 crd-display-line pic x(12) value spaces.

      ******************************************************************
      *        I-O ERROR HANDLING / SYSERR
      *    Every WRITE in the program funnels its bad file status
           01 err-status pic x(02) value spaces.
           01 alert-frames pic 9(4) value 0.
           01 alert-line pic x(44) value spaces.
           01 rh-file-status pic x(02).

      ******************************************************************
      *        OPERATOR MODE
      *    F9 at the idle menu - or over a run resumed from CHECKPT
      *    - asks for the OPERPIN held in GAMEPARM and opens the
      *    operator screen: the last file statuses and SYSERR lines,
      *    checkpoint discard, leaderboard voids and tournament
      *    attempt resets.  No OPERPIN, no operator mode.  Three
      *    wrong PINs shut it off until the kiosk is restarted.
      *    Every sign-on, failure and action goes to OPERLOG with
      *    its before-values, and the voids and resets are read
      *    back from OPERLOG at startup, so a struck-out run stays
      *    struck out however often the boards are rebuilt.
      ******************************************************************

           01 oper-pin pic x(4) value spaces.
           01 op-file-status pic x(02).
      *    0 = off, 1 = PIN entry, 2 = operator screen, 3 = void
      *    pick, 4 = void reason, 5 = attempt reset pick, 6 = confirm
      *    checkpoint discard.
           01 op-mode pic 9 value 0.
           01 op-key-pressed pic 9 value 0.
           01 op-tab-pressed pic 9 value 0.
           01 op-enter-pressed pic 9 value 0.
           01 op-char-code pic 9(4) value 0.
           01 op-char pic x value space.
           01 op-idle-frames pic 9(5) value 0.
           01 op-pin-entry pic x(4) value spaces.
           01 op-pin-len pic 9 value 0.
           01 op-pin-disp pic x(7) value spaces.
           01 op-pin-fails pic 9 value 0.
           01 op-locked-out pic 9 value 0.
           01 op-message pic x(44) value spaces.
           01 op-log-action pic x(8) value spaces.
           01 op-log-note pic x(56) value spaces.
           01 op-log-ok pic 9 value 0.
           01 op-time-raw pic 9(8) value 0.
           01 op-idx pic 9(2) value 0.
           01 op-col pic 9(2) value 0.
           01 op-row pic 9(2) value 0.
           01 op-work pic 9(2) value 0.
           01 op-line-x pic 9(4) value 0.
           01 op-line-y pic 9(4) value 0.
           01 op-display-line pic x(44) value spaces.
           01 op-score-disp pic z(3)9.

      *    File statuses shown on the operator screen, in the order
      *    0334-Collect-File-Statuses fills them.
           01 op-stat-names.
               05 filler pic x(8) value "HISCORE".
               05 filler pic x(8) value "PLAYPROF".
               05 filler pic x(8) value "SEASON".
               05 filler pic x(8) value "EVENTRES".
               05 filler pic x(8) value "AUDITLOG".
               05 filler pic x(8) value "CHECKPT".
               05 filler pic x(8) value "SYSERR".
               05 filler pic x(8) value "REPLAY".
               05 filler pic x(8) value "RPLVAULT".
               05 filler pic x(8) value "CREDITLG".
               05 filler pic x(8) value "RULESETS".
               05 filler pic x(8) value "VERSUS".
               05 filler pic x(8) value "HSRECOVR".
               05 filler pic x(8) value "RATINGS".
               05 filler pic x(8) value "OPERLOG".
           01 filler redefines op-stat-names.
               05 op-stat-name occurs 15 times pic x(8).
           01 op-stat-tbl.
               05 op-stat-value occurs 15 times pic x(2).

      *    The last six SYSERR lines, oldest first, read in when the
      *    operator signs on.
           01 op-err-count pic 9 value 0.
           01 op-err-tbl.
               05 op-err-line occurs 6 times pic x(60).

           01 op-reason-names.
               05 filler pic x(20) value "CHCHEAT".
               05 filler pic x(20) value "MFMACHINE FAULT".
               05 filler pic x(20) value "STSTAFF TEST RUN".
               05 filler pic x(20) value "DSDISPUTED".
           01 filler redefines op-reason-names.
               05 op-reason-entry occurs 4 times.
                   10 op-reason-code pic x(2).
                   10 op-reason-text pic x(18).

      *    The run picked for a void, held between the pick and the
      *    reason screens.
           01 op-void-board pic x value space.
           01 op-void-found pic 9 value 0.
           01 op-void-file pic x(8) value spaces.
           01 op-void-initials pic x(3) value spaces.
           01 op-void-score pic 9(4) value 0.
           01 op-void-date pic 9(8) value 0.
           01 op-void-duration pic 9(7) value 0.
           01 op-void-ruleset pic 9(4) value 0.
           01 op-void-seq pic 9(6) value 0.
           01 op-void-reason pic x(2) value spaces.
           01 op-pick pic 9 value 0.
           01 op-cursor pic 9(2) value 1.
           01 op-key-up pic 9 value 0.
           01 op-key-down pic 9 value 0.
           01 op-reset-initials pic x(3) value spaces.
           01 op-reset-used-before pic 9(2) value 0.

      *    Voided runs, loaded from OPERLOG by 0033 and added to as
      *    the operator strikes more out.  The loaders skip any run
      *    found here, whichever file it turns up in.
           01 vd-count pic 9(4) value 0.
           01 vd-full pic 9 value 0.
           01 vd-tbl.
               05 vd-entry occurs 2000 times.
                   10 vd-initials pic x(3).
                   10 vd-score pic 9(4).
                   10 vd-date pic 9(8).
                   10 vd-duration pic 9(7).
                   10 vd-ruleset pic 9(4).
           01 vd-idx pic 9(4) value 0.
           01 vd-lookup-initials pic x(3) value spaces.
           01 vd-lookup-score pic 9(4) value 0.
           01 vd-lookup-date pic 9(8) value 0.
           01 vd-lookup-duration pic 9(7) value 0.
           01 vd-lookup-ruleset pic 9(4) value 0.
           01 vd-voided pic 9 value 0.

      *    Attempt resets for THIS event, loaded from OPERLOG by 0033.
      *    0024 takes each one's attempts-before off the entrant's
      *    count as it rebuilds the entrant table.
           01 atr-count pic 9(2) value 0.
           01 atr-tbl.
               05 atr-entry occurs 50 times.
                   10 atr-initials pic x(3).
                   10 atr-used-before pic 9(2).
           01 atr-idx pic 9(2) value 0.
           01 atr-lookup-initials pic x(3) value spaces.
           01 atr-lookup-used-before pic 9(2) value 0.

      ******************************************************************
      *        ATTRACT / DEMO MODE

           procedure division.

           perform 0005-Check-Restore-Hold.
           perform 0010-Load-Game-Parms.
           perform 0020-Open-Files.
           perform 0030-Restore-Checkpoint.
               call "WindowShouldClose"
                returning window-should-close
               end-call
      *    The clock stands still under the operator screen, so a
      *    paused run does not book the pause as flight time.
               if op-mode = 0
                   add 1 to game-clock
               end-if
               if credit-mode = 1
                   perform 0480-Poll-Credit-Keys
               end-if
      *    Nor does a paused run die and get booked underneath it.
               if op-mode = 0
                   perform 0400-State-Transitions
               end-if
               if op-mode = 0 and oper-pin not = spaces
               and op-locked-out = 0
                   perform 0600-Poll-Operator-Key
               end-if
               if op-mode > 0
                   perform 0610-Operator-Input
               else
                   if is-replay = 1
                       perform 0102-Replay-Drive-Input
                   else
                    if is-demo = 1
                       perform 0103-Demo-Drive-Input
                    else
                       if is-dying = 0
                           perform 0100-Handle-Input
                           if is-entering-initials = 1
                               perform 0110-Handle-Initials-Input
                           else
                               perform 0105-Toggle-Practice-Mode
                               if is-alive = 0 and is-alive-2 = 0
                               and is-dying-2 = 0
                                   perform 0106-Toggle-Two-Player-Mode
                               end-if
                           end-if
                       end-if
                    end-if
                   end-if
                   if is-two-player = 1 and is-replay = 0
                   and (is-alive-2 = 1 or is-dying-2 = 1)
                       perform 0101-Handle-Input-Two
                   end-if
                   if is-alive = 1 or is-dying = 1
                    or (is-two-player = 1
                    and (is-alive-2 = 1 or is-dying-2 = 1))
                       perform 0200-Physics-Updates
                   end-if
                   if is-alive = 1 and is-practice = 0
                       perform 0250-Check-Collision
                   end-if
                   if is-two-player = 1 and is-alive-2 = 1
                    and is-practice = 0
                       perform 0255-Check-Collision-Two
                   end-if
               end-if
               perform 0300-Rendering
           end-perform.
           call "b_UnloadSound" using by value thud-sound end-call.
           call "CloseAudioDevice" end-call.

      *    A restore flaprst has started but not proved leaves every
      *    file in doubt, so the kiosk does not open on it: the hold
      *    goes to SYSERR as OP=HELD, STATUS=RU (running) or FA
      *    (failed), and the run ends before a window or any other
      *    file is opened.  No RSTHOLD means no restore was run.
       0005-Check-Restore-Hold.
           open input restore-hold-file.
           if rh-file-status = "35"
               exit paragraph
           end-if.
           if rh-file-status = "00"
               read restore-hold-file
                   at end move spaces to rh-state
               end-read
               close restore-hold-file
               if rh-state = "VERIFIED"
                   exit paragraph
               end-if
               move rh-state to err-status
           else
               move rh-file-status to err-status
           end-if.
           open extend syserr-file.
           if sys-file-status = "35"
               open output syserr-file
           end-if.
           if sys-file-status = "00"
               set syserr-open to 1
           end-if.
           move "RSTHOLD" to err-file-name.
           move "HELD" to err-operation.
           perform 0500-Record-IO-Error.
           if syserr-open = 1
               close syserr-file
           end-if.
           move 8 to return-code.
           stop run.

      *    Loads tunable difficulty settings from an optional GAMEPARM
      *    file.  Each line is "NAME VALUE"; any name left out of the
      *    file keeps its working-storage default above.
               when "STUTTMAX"
                   compute ft-stutter-max =
                    function numval(parm-value-text)
               when "CREDITMODE"
                   compute credit-mode =
                    function numval(parm-value-text)
               when "CREDITPRICE"
                   compute credit-price =
                    function numval(parm-value-text)
      *    Anything but exactly four digits leaves operator mode off
      *    rather than guarding it with a PIN nobody can key.
               when "OPERPIN"
                   if parm-value-text (1:4) numeric
                   and parm-value-text (5:8) = spaces
                       move parm-value-text (1:4) to oper-pin
                   end-if
           end-evaluate.

      *    Fingerprints the settings GAMEPARM left in force.  An
      *    identical line already in RULESETS gives back its id; new
      *    settings are appended under the next id.  Either way the
      *    id sticks for the session.
       0012-Register-Ruleset.
           move gravity to rse-gravity
           move xvel-base to rse-xvel-base
           move pipe-space-base to rse-pipe-space
           move pipe-height-min to rse-height-min
           move pipe-height-max to rse-height-max
           move collide-tol to rse-collide-tol
           move lvl-file-available to rse-level-layout
           open input ruleset-file.
           if rs-file-status = "00"
               perform until rs-file-status not = "00"
                   read ruleset-file
                       at end move "10" to rs-file-status
                       not at end perform 0013-Match-Ruleset
                   end-read
               end-perform
               close ruleset-file
           end-if.
           if rs-current-id not = 0
               exit paragraph
           end-if.
           open extend ruleset-file.
           if rs-file-status = "35"
               open output ruleset-file
           end-if.
           if rs-file-status = "00"
               move rs-next-id to rs-id
               move rse-gravity to rs-gravity
               move rse-xvel-base to rs-xvel-base
               move rse-pipe-space to rs-pipe-space
               move rse-height-min to rs-height-min
               move rse-height-max to rs-height-max
               move rse-collide-tol to rs-collide-tol
               move rse-level-layout to rs-level-layout
               accept rs-registered-on from date yyyymmdd
               accept rs-time-raw from time
               compute rs-registered-at = rs-time-raw / 100
               write ruleset-record
               if rs-file-status = "00"
                   move rs-next-id to rs-current-id
               end-if
               close ruleset-file
           end-if.
      *    With no ruleset id every score this session would land
      *    among the untagged ones from before rulesets, so nothing
      *    is booked at all until a restart finds RULESETS working:
      *    0410/0420/0430/0440 stand down and the screen says so.
           if rs-current-id = 0
               move "RULESETS" to err-file-name
               move "WRITE" to err-operation
               move rs-file-status to err-status
               perform 0500-Record-IO-Error
           end-if.

       0013-Match-Ruleset.
           if rs-id not numeric
               exit paragraph
           end-if
           if rs-id >= rs-next-id
               compute rs-next-id = rs-id + 1
           end-if
           if rs-current-id = 0
           and rs-gravity = rse-gravity
           and rs-xvel-base = rse-xvel-base
           and rs-pipe-space = rse-pipe-space
           and rs-height-min = rse-height-min
           and rs-height-max = rse-height-max
           and rs-collide-tol = rse-collide-tol
           and rs-level-layout = rse-level-layout
               move rs-id to rs-current-id
           end-if.

       0020-Open-Files.
      *    SYSERR comes up first so every later open failure has
      *    somewhere to be recorded.
           if sys-file-status = "00"
               set syserr-open to 1
           end-if.
      *    LEVELLAY is part of the ruleset, and the ruleset has to be
      *    known before HISCORE and SEASON are loaded - the boards
      *    are built for this ruleset only.
           open input level-layout-file.
           if lvl-file-status = "00"
               set lvl-file-available to 1
               set lvl-file-open to 1
           end-if.
           perform 0012-Register-Ruleset.
      *    Voids and attempt resets before any board is built.
           perform 0033-Load-Operator-Log.
           open i-o high-score-file.
           if hs-file-status = "35"
               open output high-score-file
               move aud-file-status to err-status
               perform 0500-Record-IO-Error
           end-if.
           perform 0028-Open-Player-Ratings.
           perform 0023-Load-Player-Profiles.
           if tour-active = 1
               perform 0024-Load-Event-Results
           end-if.
           perform 0025-Load-Season-Scores.
           perform 0027-Load-Versus-Ledger.
           if credit-mode = 1
               perform 0032-Load-Credit-Balance
           end-if.

       0021-Load-High-Scores.
           move spaces to hs-file-status
               read high-score-file next record
                   at end move "10" to hs-file-status
                   not at end
                       if hs-seq-no + 1 > hs-next-seq
                           compute hs-next-seq = hs-seq-no + 1
                       end-if
                       if hs-ruleset numeric
                       and hs-ruleset = rs-current-id
                           move hs-initials to vd-lookup-initials
                           move hs-score to vd-lookup-score
                           move hs-date to vd-lookup-date
                           move hs-duration to vd-lookup-duration
                           move hs-ruleset to vd-lookup-ruleset
                           perform 0035-Check-Void
                           if vd-voided = 0
                               perform 0022-Insert-Top-Entry
                               if hs-score > hs-best-score
                                   move hs-score to hs-best-score
                               end-if
                           end-if
                       end-if
               end-read
           end-perform.
               move hs-date to hs-top-date (hs-ins-idx)
               move hs-duration to hs-top-duration (hs-ins-idx)
               move hs-initials to hs-top-initials (hs-ins-idx)
               move hs-seq-no to hs-top-seq (hs-ins-idx)
           end-if.

      *    Opens the indexed PLAYPROF per-player profile file (one
               move pp-best to prf-best (prf-found-idx)
               move pp-runs to prf-runs (prf-found-idx)
               move pp-deaths to prf-deaths (prf-found-idx)
               perform 0029-Lookup-Player-Rating
               if prf-count < 20
                   add 1 to prf-count
               end-if
      *    from earlier months may still be sitting there if the
      *    flapsea rollover has not run yet - they are simply not
      *    this month's race, so they are skipped, not trusted.
      *    Nor is a run flown under another ruleset, nor one the
      *    operator has voided.
      *    The file is then left open extend for 0440's appends.
       0025-Load-Season-Scores.
           accept season-today from date yyyymmdd
                       at end move "10" to sea-file-status
                       not at end
                           if sea-month = season-current-month
                           and sea-ruleset numeric
                           and sea-ruleset = rs-current-id
                               move sea-initials to vd-lookup-initials
                               move sea-score to vd-lookup-score
                               move sea-date to vd-lookup-date
                               move sea-duration to vd-lookup-duration
                               move sea-ruleset to vd-lookup-ruleset
                               perform 0035-Check-Void
                               if vd-voided = 0
                                   perform 0441-Insert-Season-Top
                               end-if
                           end-if
                   end-read
               end-perform
      *    Rebuilds the entrant table from the EVENTRES records of
      *    THIS event (old events share the file and are skipped), so
      *    attempts already used survive a kiosk restart mid-event.
      *    Attempts the operator has reset since are then taken back
      *    off the count, and a voided run is counted as an attempt
      *    but never as anybody's best.
      *    The file is then left open extend - every finished attempt
      *    is appended the moment it ends.
       0024-Load-Event-Results.
                           move "10" to evt-file-status
                       not at end
                           if ev-event-id = tour-event-id
                               perform 0038-Tally-Event-Result
                           end-if
                   end-read
               end-perform
               close event-results-file
           end-if.
           perform 0034-Apply-Attempt-Resets.
           open extend event-results-file.
           if evt-file-status = "35"
               open output event-results-file
               open output versus-file
           end-if.

       0028-Open-Player-Ratings.
           open input ratings-file.
           evaluate rat-file-status
               when "00"
                   set rat-available to 1
               when "35"
                   continue
               when other
                   move "RATINGS" to err-file-name
                   move "OPEN" to err-operation
                   move rat-file-status to err-status
                   perform 0500-Record-IO-Error
           end-evaluate.

      *    Puts pp-initials' current rating beside the profile entry
      *    0026 just placed; an unrated player shows zero, drawn as
      *    dashes.
       0029-Lookup-Player-Rating.
           move 0 to prf-rating (prf-found-idx)
           if rat-available = 0
               exit paragraph
           end-if
           move pp-initials to rt-initials
           read ratings-file
               invalid key continue
           end-read
           if rat-file-status = "00"
               move rt-rating to prf-rating (prf-found-idx)
           end-if.

      *    If a prior session was closed mid-flight (0095 below wrote
      *    a checkpoint on the way out) resume that run instead of
      *    starting fresh at the menu.  The checkpoint is consumed -
                        and (is-alive = 1 or is-alive-2 = 1)
                           set vs-race-pending to 1
                       end-if
      *    Likewise a resumed live run was paid for when it first
      *    started - it is not charged again.
                       if is-practice-used = 0
                           set crd-run-paid to 1
                       end-if
                       set is-new-session to 0
                       if is-alive = 1 or is-alive-2 = 1
                           set chk-run-restored to 1
                       end-if
                       perform 0031-Fast-Forward-Level-Layout
               end-read
               close checkpoint-file
               move lvl-ff-idx to lvl-records-read
           end-if.

      *    Credit mode only.  The last CREDITLG line holds what was
      *    left on the machine when the kiosk last went down, so it
      *    comes back as the opening balance; the log is then held
      *    open for append for the session.
       0032-Load-Credit-Balance.
           open input credit-log-file.
           if crd-file-status = "00"
               perform until crd-file-status not = "00"
                   read credit-log-file
                       at end move "10" to crd-file-status
                       not at end
                           if crl-balance numeric
                               move crl-balance to crd-balance
                           end-if
                   end-read
               end-perform
               close credit-log-file
           end-if.
           open extend credit-log-file.
           if crd-file-status = "35"
               open output credit-log-file
           end-if.
           if crd-file-status = "00"
               set crd-log-open to 1
           else
               set crd-log-down to 1
               move "CREDITLG" to err-file-name
               move "OPEN" to err-operation
               move crd-file-status to err-status
               perform 0500-Record-IO-Error
           end-if.

      *    Reads OPERLOG through once for the voids (all of them -
      *    a struck-out run can sit on any board under any date)
      *    and for the attempt resets of the event now armed.  No
      *    OPERLOG just means nothing has ever been voided or reset.
       0033-Load-Operator-Log.
           open input operator-log-file.
           if op-file-status = "35"
               exit paragraph
           end-if.
           if op-file-status not = "00"
               move "OPERLOG" to err-file-name
               move "OPEN" to err-operation
               move op-file-status to err-status
               perform 0500-Record-IO-Error
               exit paragraph
           end-if.
           perform until op-file-status not = "00"
               read operator-log-file
                   at end move "10" to op-file-status
                   not at end
                       evaluate ol-action
                           when "VOID"
                               if olv-score numeric
                               and olv-run-date numeric
                               and olv-duration numeric
                               and olv-ruleset numeric
                                   move olv-initials
                                    to vd-lookup-initials
                                   move olv-score to vd-lookup-score
                                   move olv-run-date to vd-lookup-date
                                   move olv-duration
                                    to vd-lookup-duration
                                   move olv-ruleset
                                    to vd-lookup-ruleset
                                   perform 0036-Add-Void-Entry
                               end-if
                           when "ATTRESET"
                               if tour-active = 1
                               and olr-event-id = tour-event-id
                               and olr-used-before numeric
                                   move olr-initials
                                    to atr-lookup-initials
                                   move olr-used-before
                                    to atr-lookup-used-before
                                   perform 0037-Add-Attempt-Reset
                               end-if
                       end-evaluate
               end-read
           end-perform.
           close operator-log-file.
           if vd-full = 1
               move "OPERLOG" to err-file-name
               move "LOAD" to err-operation
               move "VF" to err-status
               perform 0500-Record-IO-Error
           end-if.

      *    Each reset gives back the attempts counted against the cap
      *    when it was keyed - never below zero, whatever the log
      *    and the results file say between them.
       0034-Apply-Attempt-Resets.
           perform varying atr-idx from 1 by 1
            until atr-idx > atr-count
               move atr-initials (atr-idx) to evt-lookup-ini
               move 0 to evt-found-idx
               perform varying evt-idx from 1 by 1
                until evt-idx > evt-count
                   if evt-initials (evt-idx) = evt-lookup-ini
                       move evt-idx to evt-found-idx
                   end-if
               end-perform
               if evt-found-idx not = 0
                   if evt-used (evt-found-idx)
                    > atr-used-before (atr-idx)
                       subtract atr-used-before (atr-idx)
                        from evt-used (evt-found-idx)
                   else
                       move 0 to evt-used (evt-found-idx)
                   end-if
               end-if
           end-perform.

      *    Sets vd-voided when the run in the vd-lookup fields is one
      *    the operator struck out.
       0035-Check-Void.
           move 0 to vd-voided
           perform varying vd-idx from 1 by 1
            until vd-idx > vd-count or vd-voided = 1
               if vd-initials (vd-idx) = vd-lookup-initials
               and vd-score (vd-idx) = vd-lookup-score
               and vd-date (vd-idx) = vd-lookup-date
               and vd-duration (vd-idx) = vd-lookup-duration
               and vd-ruleset (vd-idx) = vd-lookup-ruleset
                   set vd-voided to 1
               end-if
           end-perform.

       0036-Add-Void-Entry.
           if vd-count >= 2000
               set vd-full to 1
               exit paragraph
           end-if
           add 1 to vd-count
           move vd-lookup-initials to vd-initials (vd-count)
           move vd-lookup-score to vd-score (vd-count)
           move vd-lookup-date to vd-date (vd-count)
           move vd-lookup-duration to vd-duration (vd-count)
           move vd-lookup-ruleset to vd-ruleset (vd-count).

       0037-Add-Attempt-Reset.
           if atr-count < 50
               add 1 to atr-count
               move atr-lookup-initials to atr-initials (atr-count)
               move atr-lookup-used-before
                to atr-used-before (atr-count)
           end-if.

      *    One EVENTRES line of the armed event onto its entrant.
      *    A line written before rulesets were tagged counts as
      *    ruleset 0, the same as everywhere else.
       0038-Tally-Event-Result.
           move ev-initials to evt-lookup-ini
           perform 0431-Find-Event-Entrant
           if evt-found-idx = 0
               exit paragraph
           end-if
           add 1 to evt-used (evt-found-idx)
           add 1 to evt-flown (evt-found-idx)
           move ev-initials to vd-lookup-initials
           move ev-score to vd-lookup-score
           move ev-date to vd-lookup-date
           move ev-duration to vd-lookup-duration
           if ev-ruleset numeric
               move ev-ruleset to vd-lookup-ruleset
           else
               move 0 to vd-lookup-ruleset
           end-if
           perform 0035-Check-Void
           if vd-voided = 0
           and ev-score > evt-best (evt-found-idx)
               move ev-score to evt-best (evt-found-idx)
               move ev-date to evt-best-date (evt-found-idx)
               move ev-duration to evt-best-duration (evt-found-idx)
               move vd-lookup-ruleset
                to evt-best-ruleset (evt-found-idx)
           end-if.

      *    Saves the in-flight run so a window close on the shared
      *    kiosk does not throw the session away.  Only meaningful
      *    while at least one bird is actually still alive.
       0090-Close-Files.
           close high-score-file.
           close player-profile-file.
           if rat-available = 1
               close ratings-file
           end-if.
           close audit-log-file.
           if tour-active = 1
               close event-results-file
           end-if.
           close season-file.
           close versus-file.
           if crd-log-open = 1
               close credit-log-file
               set crd-log-open to 0
           end-if.
           if syserr-open = 1
               close syserr-file
               set syserr-open to 0
      *    survive long enough to see it.  Dead during a live
      *    tournament attempt, though - a P mid-flight would void
      *    the attempt without burning it, and the cap exists
      *    precisely so a bad attempt cannot be waved off.  On a
      *    pay-per-play kiosk a free practice run cannot be switched
      *    live mid-flight either - that would be a run nobody paid
      *    for.
       0105-Toggle-Practice-Mode.
           if tour-active = 1 and (is-alive = 1 or is-dying = 1)
               continue
           else
            if credit-mode = 1 and crd-run-paid = 0
            and is-practice = 1 and (is-alive = 1 or is-dying = 1)
               continue
           else
               call "b_IsKeyPressed"
                using by value rl-key-p
                       set is-practice-used to 1
                   end-if
               end-if
            end-if
           end-if.

      *    Lets a second player join at the menu for a split race -
                               perform 0420-Update-Player-Profile
                               perform 0440-Record-Season-Score
                               perform 0410-Check-New-High-Score
                               perform 0470-Vault-Replay
                           end-if
                   end-evaluate
               end-if
            by value 120 250 250 255
           end-call

           if op-mode > 0
               perform 0330-Render-Operator-Screen
           else
            if is-alive = 1 or is-dying = 1
             or (is-two-player = 1
             and (is-alive-2 = 1 or is-dying-2 = 1))
               perform 0320-Render-Game
            else
               perform 0310-Render-Menu
            end-if
           end-if

      *    Operator alert banner raised by 0500-Record-IO-Error -

           perform 0323-Draw-World

           perform 0327-Draw-Hold-Notice
           if tour-no-attempts = 1 and is-entering-initials = 0
               call "b_DrawText" using
                by reference "NO ATTEMPTS LEFT - (E) SIGN IN"
                by value 210 110 24 200 0 0 220
               end-call
           end-if
           if credit-mode = 1 and is-entering-initials = 0
               move crd-balance to crd-balance-disp
               move spaces to crd-display-line
               string "CREDITS " crd-balance-disp
                delimited by size into crd-display-line
               end-string
               call "b_DrawText" using
                by reference crd-display-line
                by value 620 560 20 0 0 0 100
               end-call
               if crd-log-down = 1
                   call "b_DrawText" using
                    by reference "CREDIT LOG DOWN - SEE OPERATOR"
                    by value 220 140 24 200 0 0 220
                   end-call
               else
                if crd-short = 1
                   call "b_DrawText" using
                    by reference "INSERT COIN (F5)"
                    by value 300 140 24 200 0 0 220
                   end-call
                end-if
               end-if
           end-if

      *    Attract timer: any input the menu reacts to puts it back
      *    to zero; a stretch of attract-delay untouched frames and
               or rivalry-toggle-pressed = 1
               or signin-key-pressed = 1
               or replay-start-pressed = 1
               or coin-key-pressed = 1
               or oper-credit-pressed = 1
                   move 0 to attract-idle-frames
               end-if
               if attract-idle-frames >= attract-delay
           end-call.

      *    Menu profile page - one line per set of initials in the
      *    PLAYPROF table: best score, total runs, total deaths and
      *    the skill rating from last night's flapelo run, so
      *    regulars can track themselves between sessions.
       0314-Draw-Profile-View.
           call "b_DrawText" using
            by value 280 120 30 0 0 0 220
           end-call
           call "b_DrawText" using
            by reference "INI BEST  RUNS DEATHS RATING"
            by value 250 170 20 0 0 0 200
           end-call
           if prf-count = 0
               string prf-initials (prf-idx) " "
                prf-best (prf-idx) "  "
                prf-runs (prf-idx) "  "
                prf-deaths (prf-idx) "  "
                delimited by size into prf-display-line
               end-string
               if prf-rating (prf-idx) = 0
                   move "----" to prf-display-line (25:4)
               else
                   move prf-rating (prf-idx) to prf-display-line (25:4)
               end-if
               call "b_DrawText" using
                by reference prf-display-line
                by value 250 prf-line-y 20 0 0 0 220
            by value 250 450 20 0 0 200 220
           end-call.

      *    The operator screen, drawn in place of the menu or the
      *    paused run.  Plain black on the sky - nothing on it is
      *    meant for the floor.
      *    One line along the ground when the kiosk is running held:
      *    no ruleset id means nothing is booked, and a void table
      *    that overflowed means the boards may still show runs the
      *    operator struck out.
       0327-Draw-Hold-Notice.
           if is-demo = 1
               exit paragraph
           end-if
           if rs-current-id = 0
               call "b_DrawText" using
                by reference "SCORES NOT RECORDED - SEE OPERATOR"
                by value 20 570 20 200 0 0 220
               end-call
           else
            if vd-full = 1
               call "b_DrawText" using
                by reference "BOARDS NOT VOID-CHECKED - SEE OPERATOR"
                by value 20 570 20 200 0 0 220
               end-call
            end-if
           end-if.

       0330-Render-Operator-Screen.
           evaluate op-mode
               when 1
                   call "b_DrawText" using
                    by reference "OPERATOR SIGN ON"
                    by value 270 200 34 0 0 0 220
                   end-call
                   move "_ _ _ _" to op-pin-disp
                   perform varying op-idx from 1 by 1
                    until op-idx > op-pin-len
                       compute op-work = op-idx * 2 - 1
                       move "*" to op-pin-disp (op-work:1)
                   end-perform
                   call "b_DrawText" using
                    by reference op-pin-disp
                    by value 330 280 50 0 0 0 220
                   end-call
                   call "b_DrawText" using
                    by reference "(ENTER) OK (TAB) CANCEL"
                    by value 280 360 20 0 0 0 160
                   end-call
               when 2
                   perform 0331-Draw-Operator-Status
               when 3
               when 4
                   perform 0332-Draw-Void-Pick
               when 5
                   perform 0333-Draw-Reset-Pick
               when 6
                   call "b_DrawText" using
                    by reference "DISCARD CHECKPOINT?"
                    by value 250 200 34 200 0 0 220
                   end-call
                   move spaces to op-display-line
                   if chk-run-restored = 1
                       move score to op-score-disp
                       string "RESUMED RUN " ini-current-initials
                        " SCORE " op-score-disp
                        delimited by size into op-display-line
                       end-string
                   else
                       move "WHATEVER IS IN CHECKPT"
                        to op-display-line
                   end-if
                   call "b_DrawText" using
                    by reference op-display-line
                    by value 250 260 24 0 0 0 220
                   end-call
                   call "b_DrawText" using
                    by reference "(ENTER) DISCARD (TAB) BACK"
                    by value 250 360 20 0 0 0 160
                   end-call
           end-evaluate
           if op-message not = spaces
               call "b_DrawText" using
                by reference op-message
                by value 150 560 20 200 0 0 220
               end-call
           end-if.

      *    Last status of every file the kiosk keeps, three columns
      *    of five, then the tail of SYSERR and the action keys.
       0331-Draw-Operator-Status.
           call "b_DrawText" using
            by reference "OPERATOR"
            by value 330 30 30 0 0 0 220
           end-call
           perform 0334-Collect-File-Statuses
           perform varying op-idx from 1 by 1 until op-idx > 15
               compute op-work = op-idx - 1
               divide op-work by 5 giving op-col remainder op-row
               compute op-line-x = 40 + op-col * 250
               compute op-line-y = 80 + op-row * 24
               move spaces to op-display-line
               string op-stat-name (op-idx) " " op-stat-value (op-idx)
                delimited by size into op-display-line
               end-string
               call "b_DrawText" using
                by reference op-display-line
                by value op-line-x op-line-y 20 0 0 0 220
               end-call
           end-perform
           call "b_DrawText" using
            by reference "LAST SYSERR LINES"
            by value 40 220 20 0 0 0 220
           end-call
           if op-err-count = 0
               call "b_DrawText" using
                by reference "NONE"
                by value 40 248 16 0 0 0 160
               end-call
           end-if
           perform varying op-idx from 1 by 1
            until op-idx > op-err-count
               compute op-line-y = 248 + (op-idx - 1) * 22
               call "b_DrawText" using
                by reference op-err-line (op-idx)
                by value 40 op-line-y 16 0 0 0 220
               end-call
           end-perform
           call "b_DrawText" using
            by reference "(C) DISCARD CHECKPOINT  (V) VOID ENTRY"
            by value 40 400 20 0 0 0 200
           end-call
           if tour-active = 1
               call "b_DrawText" using
                by reference "(A) RESET EVENT ATTEMPTS"
                by value 40 430 20 0 0 0 200
               end-call
           end-if
           call "b_DrawText" using
            by reference "(TAB) SIGN OFF"
            by value 40 460 20 0 0 0 200
           end-call.

      *    Board choice and its top five, numbered for the pick; on
      *    the reason screen the picked run and the four reasons.
       0332-Draw-Void-Pick.
           call "b_DrawText" using
            by reference "VOID LEADERBOARD ENTRY"
            by value 230 30 30 0 0 0 220
           end-call
           if op-mode = 4
               move op-void-score to op-score-disp
               move spaces to op-display-line
               string op-void-file " " op-void-initials " "
                op-score-disp " " op-void-date
                delimited by size into op-display-line
               end-string
               call "b_DrawText" using
                by reference op-display-line
                by value 200 120 24 0 0 0 220
               end-call
               perform varying op-idx from 1 by 1 until op-idx > 4
                   compute op-line-y = 180 + (op-idx - 1) * 30
                   move spaces to op-display-line
                   string "(" op-idx (2:1) ") "
                    op-reason-text (op-idx)
                    delimited by size into op-display-line
                   end-string
                   call "b_DrawText" using
                    by reference op-display-line
                    by value 250 op-line-y 24 0 0 0 220
                   end-call
               end-perform
               call "b_DrawText" using
                by reference "(TAB) BACK"
                by value 250 420 20 0 0 0 160
               end-call
               exit paragraph
           end-if
           if tour-active = 1
               call "b_DrawText" using
                by reference "(H) BEST  (M) THIS MONTH  (E) EVENT"
                by value 200 80 20 0 0 0 200
               end-call
           else
               call "b_DrawText" using
                by reference "(H) BEST SCORES  (M) THIS MONTH"
                by value 220 80 20 0 0 0 200
               end-call
           end-if
           perform varying op-idx from 1 by 1 until op-idx > 5
               compute op-line-y = 140 + (op-idx - 1) * 30
               move spaces to op-display-line
               evaluate op-void-board
                   when "H"
                       if hs-top-score (op-idx) > 0
                           move hs-top-score (op-idx) to op-score-disp
                           string op-idx (2:1) "  "
                            hs-top-initials (op-idx) " "
                            op-score-disp " " hs-top-date (op-idx)
                            delimited by size into op-display-line
                           end-string
                       end-if
                   when "M"
                       if sea-top-score (op-idx) > 0
                           move sea-top-score (op-idx)
                            to op-score-disp
                           string op-idx (2:1) "  "
                            sea-top-initials (op-idx) " "
                            op-score-disp " " sea-top-date (op-idx)
                            delimited by size into op-display-line
                           end-string
                       end-if
                   when "E"
                       if op-idx <= evt-count
                           move evt-rank (op-idx) to evt-idx
                           if evt-best (evt-idx) > 0
                               move evt-best (evt-idx)
                                to op-score-disp
                               string op-idx (2:1) "  "
                                evt-initials (evt-idx) " "
                                op-score-disp " "
                                evt-best-date (evt-idx)
                                delimited by size into op-display-line
                               end-string
                           end-if
                       end-if
               end-evaluate
               if op-display-line not = spaces
                   call "b_DrawText" using
                    by reference op-display-line
                    by value 250 op-line-y 24 0 0 0 220
                   end-call
               end-if
           end-perform
           call "b_DrawText" using
            by reference "(1-5) PICK  (TAB) BACK"
            by value 250 420 20 0 0 0 160
           end-call.

      *    Entrants in rank order with attempts against the cap; UP
      *    and DOWN move the marker, ENTER gives that entrant their
      *    attempts back.
       0333-Draw-Reset-Pick.
           call "b_DrawText" using
            by reference "RESET EVENT ATTEMPTS"
            by value 240 30 30 0 0 0 220
           end-call
           perform varying op-idx from 1 by 1
            until op-idx > evt-count or op-idx > 14
               move evt-rank (op-idx) to evt-idx
               compute op-line-y = 90 + (op-idx - 1) * 24
               move spaces to op-display-line
               if op-idx = op-cursor
                   move ">" to op-display-line (1:1)
               end-if
               string evt-initials (evt-idx) "  USED "
                evt-used (evt-idx) " OF " tour-attempt-limit
                "  FLOWN " evt-flown (evt-idx)
                delimited by size into op-display-line (3:42)
               end-string
               call "b_DrawText" using
                by reference op-display-line
                by value 250 op-line-y 20 0 0 0 220
               end-call
           end-perform
           call "b_DrawText" using
            by reference "(UP/DOWN) MOVE (ENTER) RESET (TAB) BACK"
            by value 200 460 20 0 0 0 160
           end-call.

       0334-Collect-File-Statuses.
           move hs-file-status to op-stat-value (1)
           move prf-file-status to op-stat-value (2)
           move sea-file-status to op-stat-value (3)
           move evt-file-status to op-stat-value (4)
           move aud-file-status to op-stat-value (5)
           move chk-file-status to op-stat-value (6)
           move sys-file-status to op-stat-value (7)
           move rpl-file-status to op-stat-value (8)
           move vlt-file-status to op-stat-value (9)
           move crd-file-status to op-stat-value (10)
           move rs-file-status to op-stat-value (11)
           move vsr-file-status to op-stat-value (12)
           move hsr-file-status to op-stat-value (13)
           move rat-file-status to op-stat-value (14)
           move op-file-status to op-stat-value (15)
           perform varying op-idx from 1 by 1 until op-idx > 15
               if op-stat-value (op-idx) = spaces
                   move "--" to op-stat-value (op-idx)
               end-if
           end-perform.

      *    Everything a fresh run needs, shared by a live start off
      *    the space bar and a REPLAY playback (0316 below) so the
      *    two can never drift apart.  A live, non-practice run also
      *    opens the replay file here - before the first three pipe
      *    heights are served, so they land on the recording too.
      *    On a pay-per-play kiosk a live run has to be paid for
      *    first; with too few credits on the machine the start is
      *    refused and the menu asks for a coin instead.
       0315-Start-New-Run.
           set crd-run-paid to 0
           if credit-mode = 1 and is-replay = 0 and is-demo = 0
           and is-practice = 0
               perform 0481-Take-Run-Credits
               if crd-short = 1
                   exit paragraph
               end-if
           end-if
           set crd-short to 0
           set is-new-session to 0
           set is-alive to 1
           move is-practice to is-practice-used
           move 0 to ft-frames
           move 0 to ft-stutter-count
           set run-lagged to 0
           set rpl-run-recorded to 0
           move 0 to rpl-lines-written
           set vlt-on-hiscore to 0
           set vlt-on-event to 0
           set vlt-on-season to 0
           if is-replay = 0 and is-practice = 0 and is-demo = 0
               open output replay-file
               if rpl-file-status = "00"
                   set rpl-recording to 1
                   set rpl-run-recorded to 1
                   move "S" to rpl-rec-type
                   move 0 to rpl-rec-clock
                   move is-two-player to rpl-rec-player
           if is-two-player = 1 and (is-alive-2 = 1 or is-dying-2 = 1)
               perform 0324-Draw-Bird-Two
           end-if.
           perform 0323-Draw-World
           perform 0327-Draw-Hold-Notice.

       0321-Draw-Pipes.
           compute pipe-1-body-upper-x = pipe-1-x - 50
                   compute hs-run-duration =
                    game-clock - hs-run-start-clock
                   accept hs-run-date from date yyyymmdd
                   accept hs-run-time-raw from time
                   compute hs-run-time = hs-run-time-raw / 100
      *    In tournament mode the entrant signed in before flying,
      *    so the attempt is booked under those initials directly -
      *    no post-run initials screen to argue over.
                   if is-practice-used = 0 and is-two-player = 0
                   and is-replay = 0 and is-demo = 0
                   and rs-current-id not = 0
                       if tour-active = 1
                       and ini-current-initials not = spaces
                           perform 0430-Record-Event-Attempt
                           perform 0420-Update-Player-Profile
                           perform 0440-Record-Season-Score
                           perform 0410-Check-New-High-Score
                           perform 0470-Vault-Replay
                       else
                           perform 0412-Begin-Initials-Entry
                       end-if
             or (is-alive-2 = 0 and is-dying-2 = 0))
               perform 0318-End-Replay
           end-if.
      *    A resumed run is over once no bird of it is left flying.
           if chk-run-restored = 1
            and is-alive = 0 and is-dying = 0
            and is-alive-2 = 0 and is-dying-2 = 0
               set chk-run-restored to 0
           end-if.
      *    A demo bird that has finished dying drops the kiosk back
      *    to the idle menu, where the attract timer starts over.
           if is-demo = 1 and is-alive = 0 and is-dying = 0
      *    lagged by 0206 is excluded too - a stuttering machine
      *    plays a different game, so its scores prove nothing.
       0410-Check-New-High-Score.
           if rs-current-id = 0
               exit paragraph
           end-if
           if is-practice-used = 0 and is-two-player = 0
           and run-lagged = 0
           and hs-candidate-score > hs-best-score
               move hs-candidate-score to hs-best-score
               set vlt-on-hiscore to 1
               move hs-next-seq to hs-seq-no
               move hs-candidate-score to hs-score
               move hs-run-date to hs-date
               move hs-run-duration to hs-duration
               move ini-current-initials to hs-initials
               move rs-current-id to hs-ruleset
      *    The leaderboard write is the one write that must not be
      *    dropped: one retry (bumping past a duplicate key if that
      *    is what bounced it), then the record is parked in
      *    move together; best only moves up.  The single record is
      *    written back at once so a power pull loses nothing.
       0420-Update-Player-Profile.
           if rs-current-id = 0
               exit paragraph
           end-if
           move ini-current-initials to pp-initials
           read player-profile-file
               invalid key
                   move hs-candidate-score to pp-best
                   move 1 to pp-runs
                   move 1 to pp-deaths
                   move rs-current-id to pp-ruleset
                   write player-profile-record
                       invalid key continue
                   end-write
                   add 1 to pp-deaths
                   if hs-candidate-score > pp-best
                       move hs-candidate-score to pp-best
                       move rs-current-id to pp-ruleset
                   end-if
                   rewrite player-profile-record
           end-read
               move hs-date to hsr-date
               move hs-duration to hsr-duration
               move hs-initials to hsr-initials
               move hs-ruleset to hsr-ruleset
               write recovery-record
               if hsr-file-status not = "00"
                   move "HSRECOVR" to err-file-name
               perform 0500-Record-IO-Error
               close replay-file
               set rpl-recording to 0
               set rpl-run-recorded to 0
           else
               add 1 to rpl-lines-written
           end-if.

      *    Every finished tournament attempt goes to EVENTRES whether
      *    whole event, unlike the best-ever-only HISCORE - and the
      *    entrant's attempt count and best move with it.
       0430-Record-Event-Attempt.
           if rs-current-id = 0
               exit paragraph
           end-if
           move ini-current-initials to evt-lookup-ini
           perform 0431-Find-Event-Entrant
           if evt-found-idx not = 0
               add 1 to evt-used (evt-found-idx)
               add 1 to evt-flown (evt-found-idx)
               if hs-candidate-score > evt-best (evt-found-idx)
                   move hs-candidate-score
                    to evt-best (evt-found-idx)
                   move hs-run-date to evt-best-date (evt-found-idx)
                   move hs-run-duration
                    to evt-best-duration (evt-found-idx)
                   move rs-current-id
                    to evt-best-ruleset (evt-found-idx)
               end-if
               move tour-event-id to ev-event-id
               move ini-current-initials to ev-initials
               move evt-flown (evt-found-idx) to ev-attempt-no
               move hs-candidate-score to ev-score
               move hs-run-date to ev-date
               move hs-run-duration to ev-duration
               move rs-current-id to ev-ruleset
               write event-result-record
               if evt-file-status not = "00"
                   move "EVENTRES" to err-file-name
                   move "WRITE" to err-operation
                   move evt-file-status to err-status
                   perform 0500-Record-IO-Error
               else
                   set vlt-on-event to 1
               end-if
               perform 0432-Sort-Event-Standings
           end-if.
               move evt-lookup-ini to evt-initials (evt-found-idx)
               move 0 to evt-used (evt-found-idx)
               move 0 to evt-best (evt-found-idx)
               move 0 to evt-flown (evt-found-idx)
               move 0 to evt-best-date (evt-found-idx)
               move 0 to evt-best-duration (evt-found-idx)
               move 0 to evt-best-ruleset (evt-found-idx)
      *    Ranked immediately so the standings loops never see an
      *    entrant the rank list does not cover - an entrant can be
      *    added here by a pre-run check and then never book an
      *    the date frozen at run end, not from startup, so a kiosk
      *    left on across month-end books the run where it belongs.
       0440-Record-Season-Score.
           if rs-current-id = 0
               exit paragraph
           end-if
           if run-lagged = 0
               move hs-run-date to sea-date
               compute sea-month = hs-run-date / 100
                    until sea-idx > 5
                       move 0 to sea-top-score (sea-idx)
                       move spaces to sea-top-initials (sea-idx)
                       move 0 to sea-top-date (sea-idx)
                       move 0 to sea-top-duration (sea-idx)
                   end-perform
               end-if
               move ini-current-initials to sea-initials
               move hs-candidate-score to sea-score
               move hs-run-duration to sea-duration
               move rs-current-id to sea-ruleset
               write season-record
               if sea-file-status not = "00"
                   move "SEASON" to err-file-name
               end-if
               if sea-month = season-current-month
                   perform 0441-Insert-Season-Top
                   if sea-ins-idx not = 0
                       set vlt-on-season to 1
                   end-if
               end-if
           end-if.

               end-perform
               move sea-score to sea-top-score (sea-ins-idx)
               move sea-initials to sea-top-initials (sea-ins-idx)
               move sea-date to sea-top-date (sea-ins-idx)
               move sea-duration to sea-top-duration (sea-ins-idx)
           end-if.

      *    Runs after the bookkeeping above has had its say: a run
      *    any board took has its REPLAY copied into RPLVAULT under
      *    an "H" header keyed by date, time and initials, carrying
      *    the boards it landed on and the physics it was flown
      *    under - flapcrt re-flies it overnight from the vault
      *    alone, whatever GAMEPARM says by then.  The recording is
      *    closed here if 0400 has not got to it yet; a run whose
      *    recording was lost partway has nothing whole to keep and
      *    is skipped.  A header whose copy is cut short carries a
      *    line count the block will not match, so flapcrt rejects
      *    it rather than certifying half a run.
       0470-Vault-Replay.
           if vlt-on-hiscore = 0 and vlt-on-event = 0
           and vlt-on-season = 0
               exit paragraph
           end-if
           if rpl-recording = 1
               close replay-file
               set rpl-recording to 0
           end-if
           if rpl-run-recorded = 0
               exit paragraph
           end-if
           open extend vault-file
           if vlt-file-status = "35"
               open output vault-file
           end-if
           if vlt-file-status not = "00"
               move "RPLVAULT" to err-file-name
               move "OPEN" to err-operation
               move vlt-file-status to err-status
               perform 0500-Record-IO-Error
               exit paragraph
           end-if
           open input replay-file
           if rpl-file-status not = "00"
               move "REPLAY" to err-file-name
               move "OPEN" to err-operation
               move rpl-file-status to err-status
               perform 0500-Record-IO-Error
               close vault-file
               exit paragraph
           end-if
           move "H" to vlh-rec-type
           move hs-run-date to vlh-date
           move hs-run-time to vlh-time
           move ini-current-initials to vlh-initials
           move hs-candidate-score to vlh-score
           move hs-run-duration to vlh-duration
           move vlt-on-hiscore to vlh-on-hiscore
           move vlt-on-season to vlh-on-season
           if vlt-on-event = 1
               move tour-event-id to vlh-event-id
           else
               move spaces to vlh-event-id
           end-if
           move GRAVITY to vlh-gravity
           move xvel-base to vlh-xvel-base
           move pipe-space-base to vlh-pipe-space
           move collide-tol to vlh-collide-tol
           move rpl-lines-written to vlh-line-count
           move rs-current-id to vlh-ruleset
           write vault-header-record
           perform until rpl-file-status not = "00"
            or vlt-file-status not = "00"
               read replay-file
                   at end
                       move "10" to rpl-file-status
                   not at end
                       move replay-log-record to vault-replay-record
                       write vault-replay-record
               end-read
           end-perform
           if vlt-file-status not = "00"
               move "RPLVAULT" to err-file-name
               move "WRITE" to err-operation
               move vlt-file-status to err-status
               perform 0500-Record-IO-Error
           end-if
           close replay-file
           close vault-file
           set vlt-on-hiscore to 0
           set vlt-on-event to 0
           set vlt-on-season to 0.

      *    Credit mode only, polled every frame - a coin can go in
      *    mid-run or at the initials screen as well as at the menu,
      *    which is why the coin and service keys sit on F5 and F6,
      *    out of reach of anything typed.
       0480-Poll-Credit-Keys.
           call "b_IsKeyPressed"
            using by value rl-key-f5
            returning coin-key-pressed
           end-call
           if coin-key-pressed = 1
               move "COIN" to crd-log-type
               perform 0482-Add-Credit
           end-if
           call "b_IsKeyPressed"
            using by value rl-key-f6
            returning oper-credit-pressed
           end-call
           if oper-credit-pressed = 1
               move "OPER" to crd-log-type
               perform 0482-Add-Credit
           end-if.

      *    One credit per bird: a two-player race takes two.  A run
      *    the log cannot book is not started - the credits go back
      *    on the machine, where the last logged balance has them.
       0481-Take-Run-Credits.
           compute crd-needed = 1 + is-two-player
           if crd-log-open = 0
               set crd-log-down to 1
               set crd-short to 1
               exit paragraph
           end-if
           if crd-balance < crd-needed
               set crd-short to 1
               exit paragraph
           end-if
           subtract crd-needed from crd-balance
           set crd-short to 0
           set crd-run-paid to 1
           move "PLAY" to crd-log-type
           move crd-needed to crd-log-credits
           perform 0483-Write-Credit-Log
           if crd-log-ok = 0
               add crd-needed to crd-balance
               set crd-run-paid to 0
               set crd-short to 1
           end-if.

      *    A full balance turns a coin away rather than swallow it -
      *    the log could never account for a credit it did not book.
      *    For the same reason nothing is taken in while the log is
      *    down, and a credit whose line would not write is taken
      *    back off.
       0482-Add-Credit.
           if crd-log-open = 0
               set crd-log-down to 1
               exit paragraph
           end-if
           if crd-balance >= 9999
               exit paragraph
           end-if
           add 1 to crd-balance
           set crd-short to 0
           move 1 to crd-log-credits
           perform 0483-Write-Credit-Log
           if crd-log-ok = 0
               subtract 1 from crd-balance
           end-if.

      *    The price goes on every line, so a price change mid-day
      *    still reconciles line by line overnight.
       0483-Write-Credit-Log.
           set crd-log-ok to 0
           if crd-log-open = 0
               set crd-log-down to 1
               exit paragraph
           end-if
           accept crl-date from date yyyymmdd
           accept crd-time-raw from time
           compute crl-time = crd-time-raw / 100
           move crd-log-type to crl-type
           move crd-log-credits to crl-credits
           move crd-balance to crl-balance
           move credit-price to crl-price
           move ini-current-initials to crl-initials
           write credit-log-record
           if crd-file-status not = "00"
               set crd-log-down to 1
               move "CREDITLG" to err-file-name
               move "WRITE" to err-operation
               move crd-file-status to err-status
               perform 0500-Record-IO-Error
           else
               set crd-log-ok to 1
               set crd-log-down to 0
           end-if.

      *    F9 is only read where nothing is at stake - the idle menu
      *    - or over a run resumed from CHECKPT, the one live run an
      *    operator may need to stop.  That run is paused where it
      *    is until the operator screen is left.
       0600-Poll-Operator-Key.
           if is-demo = 1 or is-replay = 1
           or is-entering-initials = 1
               exit paragraph
           end-if
      *    A bird already going down finishes and is booked first.
           if is-dying = 1 or is-dying-2 = 1
               exit paragraph
           end-if
           if chk-run-restored = 0
           and (is-alive = 1 or is-dying = 1
            or is-alive-2 = 1 or is-dying-2 = 1)
               exit paragraph
           end-if
           call "b_IsKeyPressed"
            using by value rl-key-f9
            returning op-key-pressed
           end-call
           if op-key-pressed = 1
               move 1 to op-mode
               move 0 to op-pin-len
               move spaces to op-pin-entry
               move 0 to op-idle-frames
               move spaces to op-message
           end-if.

      *    Runs in place of the game's own input while op-mode is up.
      *    One typed character a frame is plenty for a PIN and a
      *    menu letter.  TAB backs out one screen; sitting idle for
      *    attract-delay frames leaves operator mode altogether, so
      *    a walked-away operator never leaves the kiosk signed on.
       0610-Operator-Input.
           add 1 to op-idle-frames
           call "GetCharPressed" returning op-char-code end-call
           if op-char-code >= 97 and op-char-code <= 122
               subtract 32 from op-char-code
           end-if
           move space to op-char
           if op-char-code > 31 and op-char-code < 127
               move function char(op-char-code + 1) to op-char
               move 0 to op-idle-frames
           end-if
           call "b_IsKeyPressed"
            using by value rl-key-tab
            returning op-tab-pressed
           end-call
           call "b_IsKeyPressed"
            using by value rl-key-enter
            returning op-enter-pressed
           end-call
           if op-tab-pressed = 1 or op-enter-pressed = 1
               move 0 to op-idle-frames
           end-if
           evaluate op-mode
               when 1
                   perform 0620-Operator-Pin-Input
               when 2
                   perform 0630-Operator-Main-Input
               when 3
                   perform 0640-Void-Pick-Input
               when 4
                   perform 0641-Void-Reason-Input
               when 5
                   perform 0650-Reset-Pick-Input
               when 6
                   perform 0660-Discard-Confirm-Input
           end-evaluate
           if op-mode > 0 and op-idle-frames >= attract-delay
               if op-mode > 1
                   move "SIGNOFF" to op-log-action
                   move "IDLE TIMEOUT" to op-log-note
                   perform 0681-Log-Operator-Event
               end-if
               perform 0690-Leave-Operator-Mode
           end-if.

      *    Digits only, shown masked.  ENTER with the wrong PIN (or
      *    too few digits) is a failure; the third in one session
      *    shuts operator mode off until the kiosk is restarted.
       0620-Operator-Pin-Input.
           if op-char >= "0" and op-char <= "9" and op-pin-len < 4
               add 1 to op-pin-len
               move op-char to op-pin-entry (op-pin-len:1)
           end-if
           call "b_IsKeyPressed"
            using by value rl-key-backspace
            returning op-key-pressed
           end-call
           if op-key-pressed = 1 and op-pin-len > 0
               move space to op-pin-entry (op-pin-len:1)
               subtract 1 from op-pin-len
               move 0 to op-idle-frames
           end-if
           if op-tab-pressed = 1
               perform 0690-Leave-Operator-Mode
               exit paragraph
           end-if
           if op-enter-pressed = 0
               exit paragraph
           end-if
           if op-pin-len = 4 and op-pin-entry = oper-pin
               move 0 to op-pin-fails
               move "SIGNON" to op-log-action
               move spaces to op-log-note
               perform 0681-Log-Operator-Event
               perform 0635-Load-Syserr-Tail
               move 2 to op-mode
               move spaces to op-message
               exit paragraph
           end-if
           add 1 to op-pin-fails
           move 0 to op-pin-len
           move spaces to op-pin-entry
           move "PINFAIL" to op-log-action
           move spaces to op-log-note
           perform 0681-Log-Operator-Event
           if op-pin-fails >= 3
               move "LOCKOUT" to op-log-action
               move "OPERATOR MODE OFF UNTIL RESTART" to op-log-note
               perform 0681-Log-Operator-Event
               set op-locked-out to 1
               perform 0690-Leave-Operator-Mode
           else
               move "WRONG PIN" to op-message
           end-if.

       0630-Operator-Main-Input.
           if op-tab-pressed = 1
               move "SIGNOFF" to op-log-action
               move spaces to op-log-note
               perform 0681-Log-Operator-Event
               perform 0690-Leave-Operator-Mode
               exit paragraph
           end-if
           evaluate op-char
               when "C"
                   move spaces to op-message
                   move 6 to op-mode
               when "V"
                   move spaces to op-message
                   move space to op-void-board
                   move 3 to op-mode
               when "A"
                   if tour-active = 1 and evt-count > 0
                       move spaces to op-message
                       move 1 to op-cursor
                       move 5 to op-mode
                   else
                       move "NO EVENT ENTRANTS TO RESET" to op-message
                   end-if
           end-evaluate.

      *    SYSERR is held open extend for the whole session, so it is
      *    closed, read through for its last six lines and opened
      *    extend again - the operator sees what the alert banner
      *    was about without a terminal.
       0635-Load-Syserr-Tail.
           move 0 to op-err-count
           if syserr-open = 1
               close syserr-file
               set syserr-open to 0
           end-if
           open input syserr-file
           if sys-file-status = "00"
               perform until sys-file-status not = "00"
                   read syserr-file
                       at end move "10" to sys-file-status
                       not at end perform 0636-Keep-Syserr-Line
                   end-read
               end-perform
               close syserr-file
           end-if
           open extend syserr-file
           if sys-file-status = "35"
               open output syserr-file
           end-if
           if sys-file-status = "00"
               set syserr-open to 1
           end-if.

       0636-Keep-Syserr-Line.
           if op-err-count < 6
               add 1 to op-err-count
           else
               perform varying op-idx from 1 by 1 until op-idx > 5
                   move op-err-line (op-idx + 1) to op-err-line (op-idx)
               end-perform
           end-if
           move syserr-record to op-err-line (op-err-count).

      *    H, M or E picks the board, 1 to 5 the place on it.
       0640-Void-Pick-Input.
           if op-tab-pressed = 1
               move 2 to op-mode
               exit paragraph
           end-if
           if op-char = "H" or op-char = "M"
           or (op-char = "E" and tour-active = 1)
               move op-char to op-void-board
               move spaces to op-message
           end-if
           if op-char >= "1" and op-char <= "5"
           and op-void-board not = space
               move op-char to op-pick
               perform 0642-Load-Void-Candidate
               if op-void-found = 1
                   move spaces to op-message
                   move 4 to op-mode
               else
                   move "NO ENTRY IN THAT PLACE" to op-message
               end-if
           end-if.

       0641-Void-Reason-Input.
           if op-tab-pressed = 1
               move 3 to op-mode
               exit paragraph
           end-if
           if op-char >= "1" and op-char <= "4"
               move op-char to op-pick
               move op-reason-code (op-pick) to op-void-reason
               perform 0643-Void-Entry
               move 2 to op-mode
           end-if.

      *    Copies the picked place off the board into the op-void
      *    fields.  Every board holds this ruleset's runs only except
      *    the event's, which carries each best's own ruleset.
       0642-Load-Void-Candidate.
           move 0 to op-void-found
           move 0 to op-void-seq
           evaluate op-void-board
               when "H"
                   if hs-top-score (op-pick) > 0
                       move "HISCORE" to op-void-file
                       move hs-top-initials (op-pick)
                        to op-void-initials
                       move hs-top-score (op-pick) to op-void-score
                       move hs-top-date (op-pick) to op-void-date
                       move hs-top-duration (op-pick)
                        to op-void-duration
                       move rs-current-id to op-void-ruleset
                       move hs-top-seq (op-pick) to op-void-seq
                       set op-void-found to 1
                   end-if
               when "M"
                   if sea-top-score (op-pick) > 0
                       move "SEASON" to op-void-file
                       move sea-top-initials (op-pick)
                        to op-void-initials
                       move sea-top-score (op-pick) to op-void-score
                       move sea-top-date (op-pick) to op-void-date
                       move sea-top-duration (op-pick)
                        to op-void-duration
                       move rs-current-id to op-void-ruleset
                       set op-void-found to 1
                   end-if
               when "E"
                   if op-pick <= evt-count
                       move evt-rank (op-pick) to evt-idx
                       if evt-best (evt-idx) > 0
                           move "EVENTRES" to op-void-file
                           move evt-initials (evt-idx)
                            to op-void-initials
                           move evt-best (evt-idx) to op-void-score
                           move evt-best-date (evt-idx)
                            to op-void-date
                           move evt-best-duration (evt-idx)
                            to op-void-duration
                           move evt-best-ruleset (evt-idx)
                            to op-void-ruleset
                           set op-void-found to 1
                       end-if
                   end-if
           end-evaluate.

      *    The log line goes first: a void OPERLOG will not take is
      *    no void at all, because OPERLOG is where every later
      *    board rebuild learns of it.  A HISCORE entry is deleted
      *    on the spot as well; if the delete will not go, the run
      *    is still out of every board here, and flaphsm drops it
      *    tonight.
       0643-Void-Entry.
           if vd-count >= 2000
               move "VOID TABLE FULL - NOTHING VOIDED" to op-message
               exit paragraph
           end-if
           move spaces to operator-log-record
           move "VOID" to ol-action
           move op-void-reason to ol-reason
           move op-void-file to olv-board
           move op-void-initials to olv-initials
           move op-void-score to olv-score
           move op-void-date to olv-run-date
           move op-void-duration to olv-duration
           move op-void-ruleset to olv-ruleset
           move op-void-seq to olv-seq-no
           perform 0680-Write-Operator-Log
           if op-log-ok = 0
               move "OPERLOG FAILED - NOTHING VOIDED" to op-message
               exit paragraph
           end-if
           move op-void-initials to vd-lookup-initials
           move op-void-score to vd-lookup-score
           move op-void-date to vd-lookup-date
           move op-void-duration to vd-lookup-duration
           move op-void-ruleset to vd-lookup-ruleset
           perform 0036-Add-Void-Entry
           move op-void-score to op-score-disp
           move spaces to op-message
           string "VOIDED " op-void-initials " " op-score-disp
            delimited by size into op-message
           end-string
           if op-void-file = "HISCORE"
               move op-void-seq to hs-seq-no
               delete high-score-file record
                   invalid key continue
               end-delete
               if hs-file-status not = "00"
                   move "HISCORE" to err-file-name
                   move "DELETE" to err-operation
                   move hs-file-status to err-status
                   perform 0500-Record-IO-Error
                   move "VOIDED - HISCORE LEFT FOR FLAPHSM"
                    to op-message
               end-if
           end-if
           perform 0670-Refresh-Boards.

       0650-Reset-Pick-Input.
           if op-tab-pressed = 1
               move 2 to op-mode
               exit paragraph
           end-if
           call "b_IsKeyPressed"
            using by value rl-key-up
            returning op-key-up
           end-call
           call "b_IsKeyPressed"
            using by value rl-key-down
            returning op-key-down
           end-call
           if op-key-up = 1 or op-key-down = 1
               move 0 to op-idle-frames
           end-if
           if op-key-up = 1 and op-cursor > 1
               subtract 1 from op-cursor
           end-if
           if op-key-down = 1 and op-cursor < evt-count
           and op-cursor < 14
               add 1 to op-cursor
           end-if
           if op-enter-pressed = 1
               perform 0651-Reset-Entrant
               move 2 to op-mode
           end-if.

      *    Gives the entrant under the cursor their attempts back.
      *    The attempts already flown stay on EVENTRES - the reset
      *    is booked against them in OPERLOG, not by rewriting them.
       0651-Reset-Entrant.
           move evt-rank (op-cursor) to evt-idx
           move evt-initials (evt-idx) to op-reset-initials
           if evt-used (evt-idx) = 0
               move spaces to op-message
               string op-reset-initials " HAS NO ATTEMPTS TO RESET"
                delimited by size into op-message
               end-string
               exit paragraph
           end-if
           if atr-count >= 50
               move "TOO MANY RESETS FOR THIS EVENT" to op-message
               exit paragraph
           end-if
           move evt-used (evt-idx) to op-reset-used-before
           move spaces to operator-log-record
           move "ATTRESET" to ol-action
           move tour-event-id to olr-event-id
           move op-reset-initials to olr-initials
           move op-reset-used-before to olr-used-before
           move evt-flown (evt-idx) to olr-flown
           move tour-attempt-limit to olr-limit
           perform 0680-Write-Operator-Log
           if op-log-ok = 0
               move "OPERLOG FAILED - NOTHING RESET" to op-message
               exit paragraph
           end-if
           move op-reset-initials to atr-lookup-initials
           move op-reset-used-before to atr-lookup-used-before
           perform 0037-Add-Attempt-Reset
           perform 0670-Refresh-Boards
           set tour-no-attempts to 0
           move spaces to op-message
           string "ATTEMPTS RESET FOR " op-reset-initials
            delimited by size into op-message
           end-string.

       0660-Discard-Confirm-Input.
           if op-tab-pressed = 1
               move 2 to op-mode
               exit paragraph
           end-if
           if op-enter-pressed = 1
               perform 0661-Discard-Checkpoint
               move 2 to op-mode
           end-if.

      *    A run resumed on screen is stopped where it hangs, booking
      *    nothing; otherwise whatever still sits in CHECKPT is
      *    thrown away before the next start could resume it.
      *    Either way the run's particulars go to OPERLOG first.
       0661-Discard-Checkpoint.
           move spaces to operator-log-record
           move "CHKDISC" to ol-action
           if chk-run-restored = 1
               move "RESTORED" to olc-source
               move ini-current-initials to olc-initials
               move score to olc-score
               move score2 to olc-score2
               move is-two-player to olc-two-player
               move is-practice-used to olc-practice-used
               move game-clock to olc-game-clock
               move hs-run-start-clock to olc-run-start-clock
           else
               open input checkpoint-file
               if chk-file-status = "00"
                   read checkpoint-file
                       at end move "10" to chk-file-status
                   end-read
                   close checkpoint-file
               end-if
               if chk-file-status not = "00"
                   move "NO CHECKPOINT TO DISCARD" to op-message
                   exit paragraph
               end-if
               move "FILE" to olc-source
               move chk-ini-current to olc-initials
               move chk-score to olc-score
               move chk-score2 to olc-score2
               move chk-is-two-player to olc-two-player
               move chk-is-practice-used to olc-practice-used
               move chk-game-clock to olc-game-clock
               move chk-hs-run-start-clock to olc-run-start-clock
           end-if
           perform 0680-Write-Operator-Log
           if op-log-ok = 0
               move "OPERLOG FAILED - CHECKPOINT KEPT" to op-message
               exit paragraph
           end-if
           if chk-run-restored = 1
               set is-alive to 0
               set is-dying to 0
               set is-alive-2 to 0
               set is-dying-2 to 0
               set vs-race-pending to 0
               set chk-run-restored to 0
               set is-new-session to 1
           end-if
           open output checkpoint-file
           if chk-file-status not = "00"
               move "CHECKPT" to err-file-name
               move "OPEN" to err-operation
               move chk-file-status to err-status
               perform 0500-Record-IO-Error
           else
               close checkpoint-file
           end-if
           move "CHECKPOINT DISCARDED" to op-message.

      *    After a void or a reset every board is rebuilt from its
      *    file by the same loaders startup uses, so what the floor
      *    sees is exactly what a restart would show.
       0670-Refresh-Boards.
           move 0 to hs-best-score
           perform varying hs-idx from 1 by 1 until hs-idx > 5
               move 0 to hs-top-score (hs-idx)
               move 0 to hs-top-date (hs-idx)
               move 0 to hs-top-duration (hs-idx)
               move spaces to hs-top-initials (hs-idx)
               move 0 to hs-top-seq (hs-idx)
           end-perform
           close high-score-file
           open i-o high-score-file
           if hs-file-status not = "00"
               move "HISCORE" to err-file-name
               move "OPEN" to err-operation
               move hs-file-status to err-status
               perform 0500-Record-IO-Error
           end-if
           perform 0021-Load-High-Scores
           perform varying sea-idx from 1 by 1 until sea-idx > 5
               move 0 to sea-top-score (sea-idx)
               move spaces to sea-top-initials (sea-idx)
               move 0 to sea-top-date (sea-idx)
               move 0 to sea-top-duration (sea-idx)
           end-perform
           close season-file
           perform 0025-Load-Season-Scores
           if tour-active = 1
               close event-results-file
               move 0 to evt-count
               perform 0024-Load-Event-Results
           end-if.

      *    Stamps and appends the operator-log-record the caller has
      *    filled.  OPERLOG is opened and closed around the one line
      *    so every action is on disk the moment it is taken;
      *    op-log-ok tells the caller whether it got there.
       0680-Write-Operator-Log.
           move 0 to op-log-ok
           accept ol-date from date yyyymmdd
           accept op-time-raw from time
           compute ol-time = op-time-raw / 100
           open extend operator-log-file
           if op-file-status = "35"
               open output operator-log-file
           end-if
           if op-file-status not = "00"
               move "OPEN" to err-operation
               move op-file-status to err-status
           else
               write operator-log-record
               if op-file-status = "00"
                   set op-log-ok to 1
               else
                   move "WRITE" to err-operation
                   move op-file-status to err-status
               end-if
               close operator-log-file
           end-if
           if op-log-ok = 0
               move "OPERLOG" to err-file-name
               perform 0500-Record-IO-Error
           end-if.

      *    Sign-on, sign-off and PIN lines: just the action and a
      *    note.
       0681-Log-Operator-Event.
           move spaces to operator-log-record
           move op-log-action to ol-action
           move op-log-note to ol-body
           perform 0680-Write-Operator-Log.

       0690-Leave-Operator-Mode.
           move 0 to op-mode
           move 0 to op-pin-len
           move spaces to op-pin-entry
           move 0 to attract-idle-frames
           set is-key-down to 0.
