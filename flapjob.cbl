           identification division.
           program-id. flapjob.

      ******************************************************************
      *    NIGHTLY JOB-STREAM CONTROLLER
      *    Runs the overnight batch in the order JOBDEF gives it
      *    (layout in job-step.cpy), so closing up no longer means
      *    running each job by hand and deciding alone whether a 4
      *    or a 99 should stop the rest.  Every step is handed to
      *    the system in turn and judged on its RETURN-CODE against
      *    the highest its JOBDEF line allows; a step over its
      *    limit fails, and every step after it is held.
      *    Each step's start, end, return code and verdict go to
      *    the JOBCTL run-control file (job-ctl.cpy) as they
      *    happen.  When the last run did not finish - a step
      *    failed, or the machine went down mid-stream - the next
      *    flapjob picks that run up again at the first step that
      *    did not end cleanly, and the steps that did are not run
      *    a second time, so flaphsm never rebuilds HISCORE twice.
      *    MONTHLY steps (flapsea) run only until they have ended
      *    cleanly once in the current month.  JOBRPT is the
      *    one-page summary left for the morning shift.
      *    RETURN-CODE: 0 every step ended within its limit, 8 a
      *    step failed and the rest of the stream is held, 99 the
      *    stream could not be run - JOBDEF is missing or wrong, or
      *    JOBCTL cannot be read or written, and without it there
      *    is no safe restart.
      ******************************************************************

           environment division.
           input-output section.
           file-control.
               select job-def-file assign to "JOBDEF"
                organization is line sequential
                file status is def-file-status.
               select job-ctl-file assign to "JOBCTL"
                organization is line sequential
                file status is ctl-file-status.
               select report-file assign to "JOBRPT"
                organization is line sequential
                file status is rpt-file-status.

           data division.
           file section.

           fd job-def-file.

           copy job-step.

           fd job-ctl-file.

           copy job-ctl.

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************

           01 def-file-status pic x(02).
           01 ctl-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 def-eof pic 9 value 0.
           01 job-fatal pic 9 value 0.
           01 job-holding pic 9 value 0.
           01 job-resumed pic 9 value 0.
           01 job-unfinished pic 9 value 0.

      ******************************************************************
      *        THE STREAM
      *    One entry per JOBDEF step.  stp-last-run says how the
      *    step stands in the last run JOBCTL holds: 0 no record,
      *    1 ended cleanly (or was not due), 2 anything else -
      *    started with no end, failed, or held.
      ******************************************************************

           01 stp-max pic 9(2) value 20.
           01 stp-count pic 9(2) value 0.
           01 stp-tbl.
               05 stp-entry occurs 20 times.
                   10 stp-no pic 9(2).
                   10 stp-name pic x(8).
                   10 stp-max-rc pic 9(3).
                   10 stp-schedule pic x(7).
                   10 stp-command pic x(56).
                   10 stp-last-run pic 9.
                   10 stp-month-done pic 9.
                   10 stp-rc pic 9(3).
                   10 stp-start-date pic 9(8).
                   10 stp-start-time pic 9(6).
                   10 stp-end-date pic 9(8).
                   10 stp-end-time pic 9(6).
                   10 stp-result pic x(12).
           01 stp-idx pic 9(2) value 0.
           01 stp-found-idx pic 9(2) value 0.
           01 stp-prev-no pic 9(2) value 0.
           01 def-line-no pic 9(3) value 0.
           01 def-problem pic x(40).

      ******************************************************************
      *        THIS RUN
      ******************************************************************

           01 job-run-id pic 9(14) value 0.
           01 ctl-last-run pic 9(14) value 0.
           01 job-today pic 9(8) value 0.
           01 job-time-raw pic 9(8) value 0.
           01 job-now pic 9(6) value 0.
           01 job-raw-rc pic s9(9) value 0.
           01 job-exit-rc pic 9(9) value 0.
           01 job-signal pic 9(9) value 0.
           01 job-failed-idx pic 9(2) value 0.
           01 job-ran-count pic 9(2) value 0.
           01 job-earlier-count pic 9(2) value 0.
           01 job-held-count pic 9(2) value 0.
           01 job-not-due-count pic 9(2) value 0.

      ******************************************************************
      *        REPORT BUILDING
      ******************************************************************

           01 rpt-line pic x(80).
           01 rpt-count-disp pic z9.
           01 rpt-rc-disp pic zz9.

           procedure division.

           perform 0050-Take-Time.
           perform 0010-Open-Report.
           perform 0100-Load-Stream.
           if job-fatal = 0
               perform 0200-Read-Run-Control
           end-if.
           if job-fatal = 0
               perform 0300-Start-Or-Resume
           end-if.
           if job-fatal = 0
               perform varying stp-idx from 1 by 1
                until stp-idx > stp-count
                   perform 0400-Run-Step
               end-perform
           end-if.
           perform 0900-Write-Summary.
           close report-file.
           evaluate true
               when job-fatal = 1
                   move 99 to return-code
               when job-holding = 1
                   move 8 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

       0010-Open-Report.
           open output report-file.
           move "NIGHTLY JOB STREAM" to report-record.
           write report-record.
           move "------------------" to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.

       0050-Take-Time.
           accept job-today from date yyyymmdd.
           accept job-time-raw from time.
           compute job-now = job-time-raw / 100.

      *    The whole definition is checked before anything runs; a
      *    stream with one bad line in it is not run at all rather
      *    than run short.
       0100-Load-Stream.
           open input job-def-file
           if def-file-status not = "00"
               move spaces to rpt-line
               string "JOBDEF WILL NOT OPEN - STATUS " def-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               set job-fatal to 1
               exit paragraph
           end-if
           perform until def-eof = 1
               read job-def-file
                   at end
                       set def-eof to 1
                   not at end
                       add 1 to def-line-no
                       perform 0110-Check-Step-Line
               end-read
           end-perform
           close job-def-file
           if stp-count = 0 and job-fatal = 0
               move "JOBDEF HOLDS NO STEPS" to report-record
               write report-record
               set job-fatal to 1
           end-if.

       0110-Check-Step-Line.
           if job-step-record = spaces
           or job-step-record (1:1) = "*"
               exit paragraph
           end-if
           move spaces to def-problem
           evaluate true
               when js-step-no not numeric
                   move "STEP NUMBER NOT NUMERIC" to def-problem
               when js-step-no not > stp-prev-no
                   move "STEP NUMBER OUT OF ORDER" to def-problem
               when js-step-name = spaces
                   move "NO STEP NAME" to def-problem
               when js-max-rc not numeric
                   move "MAXIMUM RETURN CODE NOT NUMERIC"
                    to def-problem
               when js-schedule not = "NIGHTLY"
                and js-schedule not = "MONTHLY"
                   move "SCHEDULE NOT NIGHTLY OR MONTHLY"
                    to def-problem
               when js-command = spaces
                   move "NO COMMAND" to def-problem
               when stp-count >= stp-max
                   move "MORE THAN 20 STEPS" to def-problem
           end-evaluate
           if def-problem not = spaces
               move spaces to rpt-line
               string "JOBDEF LINE " def-line-no ": " def-problem
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               set job-fatal to 1
               exit paragraph
           end-if
           perform varying stp-idx from 1 by 1
            until stp-idx > stp-count
               if stp-name (stp-idx) = js-step-name
                   move spaces to rpt-line
                   string "JOBDEF LINE " def-line-no
                    ": STEP NAME USED TWICE"
                    delimited by size into rpt-line
                   end-string
                   move rpt-line to report-record
                   write report-record
                   set job-fatal to 1
               end-if
           end-perform
           move js-step-no to stp-prev-no
           add 1 to stp-count
           move js-step-no to stp-no (stp-count)
           move js-step-name to stp-name (stp-count)
           move js-max-rc to stp-max-rc (stp-count)
           move js-schedule to stp-schedule (stp-count)
           move js-command to stp-command (stp-count)
           move 0 to stp-last-run (stp-count)
           move 0 to stp-month-done (stp-count)
           move 0 to stp-rc (stp-count)
           move 0 to stp-start-date (stp-count)
           move 0 to stp-start-time (stp-count)
           move 0 to stp-end-date (stp-count)
           move 0 to stp-end-time (stp-count)
           move spaces to stp-result (stp-count).

      *    JOBCTL is read end to end.  Its lines go on in time
      *    order, so the run id on the last line is the last run;
      *    each step's standing in that run is the last word about
      *    it.  Any clean end this month, in any run, counts for a
      *    MONTHLY step.
       0200-Read-Run-Control.
           open input job-ctl-file
           if ctl-file-status = "35"
               exit paragraph
           end-if
           if ctl-file-status not = "00"
               move spaces to rpt-line
               string "JOBCTL WILL NOT OPEN - STATUS " ctl-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               set job-fatal to 1
               exit paragraph
           end-if
           perform until ctl-file-status not = "00"
               read job-ctl-file
                   at end continue
                   not at end
                       perform 0210-Note-Control-Line
               end-read
           end-perform
           if ctl-file-status not = "10"
               move spaces to rpt-line
               string "JOBCTL WILL NOT READ - STATUS " ctl-file-status
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               set job-fatal to 1
           end-if
           close job-ctl-file.

       0210-Note-Control-Line.
           if jc-run-id not = ctl-last-run
               move jc-run-id to ctl-last-run
               perform varying stp-idx from 1 by 1
                until stp-idx > stp-count
                   move 0 to stp-last-run (stp-idx)
               end-perform
           end-if
           perform varying stp-found-idx from 1 by 1
            until stp-found-idx > stp-count
            or stp-name (stp-found-idx) = jc-step-name
               continue
           end-perform
           if stp-found-idx > stp-count
               exit paragraph
           end-if
           if (jc-event = "ENDED" and jc-verdict = "OK")
           or jc-event = "SKIPPED"
               move 1 to stp-last-run (stp-found-idx)
           else
               move 2 to stp-last-run (stp-found-idx)
           end-if
           if jc-event = "ENDED" and jc-verdict = "OK"
           and jc-date (1:6) = job-today (1:6)
               move 1 to stp-month-done (stp-found-idx)
           end-if.

       0300-Start-Or-Resume.
           move 0 to job-unfinished
           perform varying stp-idx from 1 by 1
            until stp-idx > stp-count
               if stp-last-run (stp-idx) = 2
                   set job-unfinished to 1
               end-if
           end-perform
           move spaces to rpt-line
           if job-unfinished = 1
               set job-resumed to 1
               move ctl-last-run to job-run-id
               string "RUN " job-run-id " RESUMED "
                job-today " " job-now
                delimited by size into rpt-line
               end-string
           else
               compute job-run-id = job-today * 1000000 + job-now
               if job-run-id not > ctl-last-run
                   compute job-run-id = ctl-last-run + 1
               end-if
               string "RUN " job-run-id " STARTED"
                delimited by size into rpt-line
               end-string
           end-if
           move rpt-line to report-record
           write report-record
           move spaces to report-record
           write report-record.

      *    One step: done already in a resumed run, held behind a
      *    failure, not due this month, or run and judged.
       0400-Run-Step.
           if job-resumed = 1 and stp-last-run (stp-idx) = 1
               move "DONE EARLIER" to stp-result (stp-idx)
               add 1 to job-earlier-count
               exit paragraph
           end-if
           if job-holding = 1 or job-fatal = 1
               move "HELD" to stp-result (stp-idx)
               add 1 to job-held-count
               if job-fatal = 0
                   move "HELD" to jc-event
                   perform 0600-Log-Step-Event
               end-if
               exit paragraph
           end-if
           if stp-schedule (stp-idx) = "MONTHLY"
           and stp-month-done (stp-idx) = 1
               move "NOT DUE" to stp-result (stp-idx)
               add 1 to job-not-due-count
               move "SKIPPED" to jc-event
               perform 0600-Log-Step-Event
               exit paragraph
           end-if
           perform 0050-Take-Time
           move job-today to stp-start-date (stp-idx)
           move job-now to stp-start-time (stp-idx)
           move "STARTED" to jc-event
           perform 0600-Log-Step-Event
           if job-fatal = 1
               move "NOT STARTED" to stp-result (stp-idx)
               exit paragraph
           end-if
           perform 0410-Call-Step
           perform 0050-Take-Time
           move job-today to stp-end-date (stp-idx)
           move job-now to stp-end-time (stp-idx)
           add 1 to job-ran-count
           if stp-rc (stp-idx) > stp-max-rc (stp-idx)
               move "FAILED" to stp-result (stp-idx)
               move stp-idx to job-failed-idx
               set job-holding to 1
           else
               move "OK" to stp-result (stp-idx)
           end-if
           move "ENDED" to jc-event
           perform 0600-Log-Step-Event.

      *    What comes back from the system is the shell's wait
      *    status: the step's exit code times 256, with the low
      *    byte set if it was killed outright.  A step that could
      *    not be started or did not exit on its own is given 999,
      *    above any limit a JOBDEF line can set.
       0410-Call-Step.
           move 0 to return-code
           call "SYSTEM" using stp-command (stp-idx)
           end-call
           move return-code to job-raw-rc
           move 0 to return-code
           if job-raw-rc < 0
               move 999 to stp-rc (stp-idx)
               exit paragraph
           end-if
           divide job-raw-rc by 256 giving job-exit-rc
            remainder job-signal
           end-divide
           if job-signal not = 0 or job-exit-rc > 999
               move 999 to stp-rc (stp-idx)
           else
               move job-exit-rc to stp-rc (stp-idx)
           end-if.

      *    Opened, written and closed for every line, so whatever
      *    happens to the step next, its line is already on disk.
      *    A line that will not go down stops the stream: a step run
      *    without its record could be run twice on the restart.
       0600-Log-Step-Event.
           open extend job-ctl-file
           if ctl-file-status = "35"
               open output job-ctl-file
           end-if
           if ctl-file-status = "00"
               move job-run-id to jc-run-id
               move stp-no (stp-idx) to jc-step-no
               move stp-name (stp-idx) to jc-step-name
               move job-today to jc-date
               move job-now to jc-time
               move spaces to jc-verdict
               move 0 to jc-rc
               if jc-event = "ENDED"
                   move stp-rc (stp-idx) to jc-rc
                   if stp-result (stp-idx) = "OK"
                       move "OK" to jc-verdict
                   else
                       move "FAILED" to jc-verdict
                   end-if
               end-if
               write job-ctl-record
               close job-ctl-file
           end-if
           if ctl-file-status not = "00"
               move spaces to rpt-line
               string "JOBCTL WILL NOT WRITE - STATUS " ctl-file-status
                " - STREAM STOPPED"
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               write report-record
               set job-fatal to 1
           end-if.

       0900-Write-Summary.
           if stp-count > 0 and job-run-id > 0
               move "NO NAME     MAX  RC STARTED          ENDED"
                to rpt-line
               move "RESULT" to rpt-line (57:)
               move rpt-line to report-record
               write report-record
               move "-- -------- --- --- ---------------"
                to rpt-line
               move "---------------" to rpt-line (38:)
               move "------------" to rpt-line (57:)
               move rpt-line to report-record
               write report-record
               perform varying stp-idx from 1 by 1
                until stp-idx > stp-count
                   perform 0910-Write-Step-Line
               end-perform
               move spaces to report-record
               write report-record
           end-if
           move job-ran-count to rpt-count-disp
           move spaces to report-record
           string "STEPS RUN  . . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           if job-resumed = 1
               move job-earlier-count to rpt-count-disp
               move spaces to report-record
               string "DONE IN AN EARLIER RUN . " rpt-count-disp
                delimited by size into report-record
               end-string
               write report-record
           end-if
           move job-not-due-count to rpt-count-disp
           move spaces to report-record
           string "NOT DUE THIS MONTH . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move job-held-count to rpt-count-disp
           move spaces to report-record
           string "STEPS HELD . . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move spaces to rpt-line
           evaluate true
               when job-fatal = 1
                   move "RESULT: STREAM NOT RUN OR STOPPED - SEE ABOVE"
                    to rpt-line
               when job-holding = 1
                   move stp-rc (job-failed-idx) to rpt-rc-disp
                   string "RESULT: STOPPED AT STEP "
                    stp-no (job-failed-idx) " "
                    stp-name (job-failed-idx) " RC " rpt-rc-disp
                    delimited by size into rpt-line
                   end-string
               when other
                   move "RESULT: STREAM COMPLETE" to rpt-line
           end-evaluate
           move rpt-line to report-record
           write report-record
           if job-holding = 1 and job-fatal = 0
               move "FIX THE CAUSE AND RERUN FLAPJOB - IT RESUMES AT"
                to report-record
               write report-record
               move "THE FAILED STEP; STEPS ALREADY DONE ARE NOT RERUN"
                to report-record
               write report-record
           end-if.

       0910-Write-Step-Line.
           move spaces to rpt-line
           move stp-no (stp-idx) to rpt-line (1:2)
           move stp-name (stp-idx) to rpt-line (4:8)
           move stp-max-rc (stp-idx) to rpt-rc-disp
           move rpt-rc-disp to rpt-line (13:3)
           if stp-start-date (stp-idx) > 0
               move stp-start-date (stp-idx) to rpt-line (21:8)
               move stp-start-time (stp-idx) to rpt-line (30:6)
           end-if
           if stp-end-date (stp-idx) > 0
               move stp-rc (stp-idx) to rpt-rc-disp
               move rpt-rc-disp to rpt-line (17:3)
               move stp-end-date (stp-idx) to rpt-line (38:8)
               move stp-end-time (stp-idx) to rpt-line (47:6)
           end-if
           move stp-result (stp-idx) to rpt-line (57:12)
           move rpt-line to report-record
           write report-record.
