      ******************************************************************
      *    RESTORE HOLD RECORD LAYOUT
      *    RSTHOLD is written by flaprst before it touches a single
      *    live file (RUNNING) and again when it is done: VERIFIED
      *    once the reloaded files have been proved against the
      *    backup manifest, FAILED otherwise.  flapper will not
      *    open the kiosk, and flapbak will not take a backup, while
      *    RSTHOLD holds anything but VERIFIED - a half-restored
      *    file set is neither fit to play on nor to keep.  No
      *    RSTHOLD at all means no restore was ever run.
      ******************************************************************

           01 restore-hold-record.
               05 rh-state pic x(8).
               05 rh-generation pic 9(14).
               05 rh-date pic 9(8).
               05 rh-time pic 9(6).
