      ******************************************************************
      *    JOB-STREAM STEP RECORD LAYOUT
      *    One JOBDEF line per step of the overnight stream, in the
      *    order flapjob runs them.  The step number is for the
      *    reader and must rise down the file; the name is what the
      *    run-control file and the summary know the step by.  The
      *    step may end with any RETURN-CODE up to its maximum;
      *    anything higher holds every later step.  NIGHTLY steps
      *    run every time, MONTHLY steps only until they have ended
      *    cleanly once in the current month.  The command is what
      *    is handed to the system to run the step.  Blank lines and
      *    lines starting * are ignored.  A stream reads, e.g.:
      *      01 FLAPVAL  000 NIGHTLY ./flapval
      *      02 FLAPRCV  004 NIGHTLY ./flaprcv
      *      03 FLAPHSM  020 NIGHTLY ./flaphsm
      *      04 FLAPAUD  004 NIGHTLY ./flapaud
      *      05 FLAPDIG  004 NIGHTLY ./flapdig
      *      06 FLAPSEA  099 MONTHLY ./flapsea
      ******************************************************************

           01 job-step-record.
               05 js-step-no pic 9(2).
               05 filler pic x.
               05 js-step-name pic x(8).
               05 filler pic x.
               05 js-max-rc pic 9(3).
               05 filler pic x.
               05 js-schedule pic x(7).
               05 filler pic x.
               05 js-command pic x(56).
