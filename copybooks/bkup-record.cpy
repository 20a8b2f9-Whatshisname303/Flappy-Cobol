      ******************************************************************
      *    BACKUP LIBRARY RECORD LAYOUT
      *    BKUPLIB holds the kiosk's backup generations, oldest
      *    first, each written whole by flapbak and read back by
      *    flaprst.  A generation is identified by the date and time
      *    it was taken (yyyymmddhhmmss) and runs:
      *      G - generation header;
      *      D - one per record unloaded, the record image verbatim
      *          behind the name of the file it came from;
      *      M - one per file after its D lines: the manifest entry,
      *          giving whether the file was there at all, its
      *          record count, lowest and highest key and a control
      *          total (see flapbak's 0700-Tally-Record for what the
      *          key and total are for each file);
      *      E - end of generation, carrying the file and record
      *          counts.  A generation with no E line was cut short
      *          and is never restored from.
      ******************************************************************

           01 backup-record.
               05 bk-rec-type pic x.
               05 bk-generation pic 9(14).
               05 bk-file-name pic x(8).
               05 bk-body pic x(144).
               05 bk-head redefines bk-body.
                   10 bkh-taken-on pic 9(8).
                   10 bkh-taken-at pic 9(6).
                   10 bkh-file-count pic 9(2).
                   10 filler pic x(128).
               05 bk-manifest redefines bk-body.
                   10 bkm-present pic x.
                   10 bkm-record-count pic 9(7).
                   10 bkm-low-key pic x(12).
                   10 bkm-high-key pic x(12).
                   10 bkm-control-total pic 9(11).
                   10 filler pic x(101).
               05 bk-trailer redefines bk-body.
                   10 bkt-file-count pic 9(2).
                   10 bkt-record-count pic 9(9).
                   10 filler pic x(133).
