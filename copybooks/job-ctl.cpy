      ******************************************************************
      *    RUN-CONTROL RECORD LAYOUT
      *    JOBCTL is flapjob's memory of every stream it has run,
      *    appended one line at a time and closed after each so a
      *    crash loses nothing already written:
      *      STARTED - the step was handed to the system;
      *      ENDED   - it came back, with its RETURN-CODE and the
      *                verdict OK or FAILED against its maximum;
      *      HELD    - not run, an earlier step failed;
      *      SKIPPED - not due (a MONTHLY step already done this
      *                month) or already done in this run.
      *    A run is known by the date and time it first started.  A
      *    run with a step that has no OK ending is unfinished, and
      *    the next flapjob resumes it at that step.
      ******************************************************************

           01 job-ctl-record.
               05 jc-run-id pic 9(14).
               05 jc-step-no pic 9(2).
               05 jc-step-name pic x(8).
               05 jc-event pic x(7).
               05 jc-date pic 9(8).
               05 jc-time pic 9(6).
               05 jc-rc pic 9(3).
               05 jc-verdict pic x(6).
