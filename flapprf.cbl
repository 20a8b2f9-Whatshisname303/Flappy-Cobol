           program-id. flapprf.

      ******************************************************************
      *    PLAYPROF ONE-TIME CONVERSION - OLD LAYOUTS TO CURRENT
      *    PLAYPROF started life as a plain sequential file that
      *    flapper rewrote whole after every finished run, capped at
      *    twenty players.  The game now keeps it as an indexed file
      *    keyed on initials with no player limit, and each profile
      *    carries the ruleset its best score was flown under, so an
      *    old file has to be rebuilt once in the new shape.  This
      *    job reads the file back through whichever old layout fits
      *    - the first indexed layout without the ruleset, or the
      *    sequential original - rewrites it indexed in the current
      *    layout with ruleset 0 (settings never recorded), and
      *    prints PRFRPT saying what it carried across.  A PLAYPROF
      *    that already opens in the current layout is left alone,
      *    so running the job twice is harmless.
      *    RETURN-CODE is 0 on a clean pass (or nothing to do) and
      *    99 if the rebuild failed - in which case restore PLAYPROF
      *    from backup before anyone plays.
                access mode is dynamic
                record key is pp-initials
                file status is prf-file-status.
               select mid-profile-file assign to "PLAYPROF"
                organization is indexed
                access mode is sequential
                record key is mpf-initials
                file status is mpf-file-status.
               select old-profile-file assign to "PLAYPROF"
                organization is line sequential
                file status is opf-file-status.
               05 pp-best pic 9(4).
               05 pp-runs pic 9(5).
               05 pp-deaths pic 9(5).
               05 pp-ruleset pic 9(4).

      *    PLAYPROF as flapper wrote it once it was indexed but
      *    before the ruleset tag - 17 bytes, same key.
           fd mid-profile-file.
           01 mid-profile-record.
               05 mpf-initials pic x(3).
               05 mpf-best pic 9(4).
               05 mpf-runs pic 9(5).
               05 mpf-deaths pic 9(5).

      *    PLAYPROF as flapper wrote it before the conversion - the
      *    same fields on a plain line.

           01 prf-file-status pic x(02).
           01 opf-file-status pic x(02).
           01 mpf-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 opf-eof pic 9 value 0.
           01 convert-failed pic 9 value 0.

      ******************************************************************
      *        PROFILE WORK TABLE
      *    The sequential file is capped at twenty records by
      *    construction; the first indexed layout had no cap, so the
      *    table is sized for a busy kiosk's whole player base.
      ******************************************************************

           01 cvt-count pic 9(4) value 0.
           01 cvt-tbl.
               05 cvt-entry occurs 5000 times.
                   10 cvt-initials pic x(3).
                   10 cvt-best pic 9(4).
                   10 cvt-runs pic 9(5).
                   10 cvt-deaths pic 9(5).
           01 cvt-idx pic 9(4) value 0.
           01 cvt-overflow pic 9 value 0.
           01 cvt-bad-count pic 9(4) value 0.
           01 cvt-dup-count pic 9(4) value 0.
           01 cvt-written-count pic 9(4) value 0.
           01 cvt-from-indexed pic 9 value 0.

      ******************************************************************
      *        REPORT BUILDING
           procedure division.

           open output report-file.
           move "PLAYPROF CONVERSION TO CURRENT LAYOUT"
            to report-record.
           write report-record.
           move "-------------------------------------"
            to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.
           perform 0100-Probe-Existing-File.
           perform 0200-Load-Old-Profiles.
           if cvt-overflow = 1
               move "OVER 5000 RECORDS IN OLD PLAYPROF - TOO MANY TO"
                to report-record
               write report-record
               move "CONVERT SAFELY - FILE LEFT UNTOUCHED"
           end-if.
           stop run.

      *    A PLAYPROF that opens cleanly through the current layout
      *    was converted already (or born that way on a fresh kiosk)
      *    - running the rebuild over it would only risk the data.
      *    Only the one status an old-layout file actually bounces
      *    the open with - 39, same as the layout
      *    conversion over in flaphsm relies on - is taken as
      *    permission to convert.  Anything else (a lock while
      *    flapper is up, a permission hiccup, corruption) could be
           open input player-profile-file.
           if prf-file-status = "00"
               close player-profile-file
               move "PLAYPROF IS ALREADY CURRENT - NOTHING TO DO"
                to report-record
               write report-record
               close report-file
           if prf-file-status not = "39"
               move spaces to rpt-line
               string "PLAYPROF PROBE GOT STATUS " prf-file-status
                " - NOT THE OLD-LAYOUT"
                delimited by size into rpt-line
               end-string
               move rpt-line to report-record
               stop run
           end-if.

      *    The first indexed layout is tried first: a file it opens
      *    is that layout.  Otherwise it is the sequential original.
       0200-Load-Old-Profiles.
           open input mid-profile-file.
           if mpf-file-status = "00"
               set cvt-from-indexed to 1
               perform until mpf-file-status not = "00"
                   read mid-profile-file
                       at end
                           move "10" to mpf-file-status
                       not at end
                           perform 0215-Stash-Mid-Profile
                   end-read
               end-perform
               close mid-profile-file
               exit paragraph
           end-if.
           open input old-profile-file.
           if opf-file-status not = "00"
               move spaces to rpt-line
           if opf-best not numeric or opf-initials = spaces
               add 1 to cvt-bad-count
           else
           if cvt-count >= 5000
               set cvt-overflow to 1
           else
               add 1 to cvt-count
           end-if
           end-if.

       0215-Stash-Mid-Profile.
           if mpf-best not numeric or mpf-initials = spaces
               add 1 to cvt-bad-count
           else
           if cvt-count >= 5000
               set cvt-overflow to 1
           else
               add 1 to cvt-count
               move mpf-initials to cvt-initials (cvt-count)
               move mpf-best to cvt-best (cvt-count)
               move mpf-runs to cvt-runs (cvt-count)
               move mpf-deaths to cvt-deaths (cvt-count)
           end-if
           end-if.

      *    The one destructive step: the old file is replaced by the
      *    new build, so its open and every write are
      *    checked and a failure is shouted on the report and in
      *    RETURN-CODE.  Initials are the key now, so a duplicate
      *    pair of initials in the old file - which flapper's table
               move cvt-best (cvt-idx) to pp-best
               move cvt-runs (cvt-idx) to pp-runs
               move cvt-deaths (cvt-idx) to pp-deaths
               move 0 to pp-ruleset
               write player-profile-record
                   invalid key continue
               end-write
           end-string
           write report-record
           if convert-failed = 0
               if cvt-from-indexed = 1
                   move "PLAYPROF CONVERTED - BESTS CARRY RULESET 0"
                    to report-record
               else
                   move "PLAYPROF IS NOW INDEXED BY INITIALS"
                    to report-record
               end-if
               write report-record
           end-if.
