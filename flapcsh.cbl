           identification division.
           program-id. flapcsh.

      ******************************************************************
      *    CASH-BOX RECONCILIATION FOR PAY-PER-PLAY KIOSKS
      *    A kiosk in credit mode books every credit it sells, is
      *    given or plays off to CREDITLG.  At close the attendant
      *    empties the cash box and keys what was counted into
      *    CASHCNT, one line per count:
      *        cols  1-8   date the cash was taken in (yyyymmdd)
      *        col   10-12 attendant initials
      *        cols  14-20 cash counted, 9(5)v99 - no decimal point
      *                    keyed, so 12.50 goes in as 0001250
      *    Two counts on one day (a mid-shift empty, say) are added
      *    together.  For every counted day this job reports the
      *    credits on the machine at opening, credits sold through
      *    the coin key, service credits the operator keyed on,
      *    credits played and credits left at close, and sets the
      *    cash the sold credits should have brought in - at the
      *    price each one was logged at - against the count, so an
      *    over or short is chased the same day.  Each day's log
      *    lines are also proved against their own running balance,
      *    so a gap in the log shows up here rather than as a
      *    shortage nobody can explain.  With no count keyed at all
      *    today's takings are still reported, against nothing.
      *    RETURN-CODE: 0 every day square, 4 cash over or short,
      *    8 no count keyed, unreadable lines or a log that does
      *    not add up, 99 CREDITLG would not open.
      ******************************************************************

           environment division.
           input-output section.
           file-control.
               select credit-log-file assign to "CREDITLG"
                organization is line sequential
                file status is crd-file-status.
               select cash-count-file assign to "CASHCNT"
                organization is line sequential
                file status is cnt-file-status.
               select report-file assign to "CSHRPT"
                organization is line sequential
                file status is rpt-file-status.

           data division.
           file section.

           fd credit-log-file.

           copy credit-log.

           fd cash-count-file.
           01 cash-count-record.
               05 cc-date pic 9(8).
               05 filler pic x.
               05 cc-attendant pic x(3).
               05 filler pic x.
               05 cc-cash pic 9(5)V99.

           fd report-file.
           01 report-record pic x(80).

           working-storage section.

      ******************************************************************
      *        FILE STATUSES / SWITCHES
      ******************************************************************

           01 crd-file-status pic x(02).
           01 cnt-file-status pic x(02).
           01 rpt-file-status pic x(02).
           01 crd-eof pic 9 value 0.
           01 cnt-eof pic 9 value 0.
           01 log-unreadable pic 9 value 0.
           01 no-count-keyed pic 9 value 0.
           01 day-overflow pic 9 value 0.

      ******************************************************************
      *        COUNTED DAYS
      *    One row per day the attendant counted.  The opening
      *    balance is the balance on the last log line before the
      *    day; the closing balance is the last line of the day
      *    itself, or the opening one again if the kiosk took
      *    nothing.
      ******************************************************************

           01 day-count pic 9(2) value 0.
           01 day-tbl.
               05 day-entry occurs 62 times.
                   10 day-date pic 9(8).
                   10 day-attendant pic x(3).
                   10 day-counts pic 9(2).
                   10 day-cash pic 9(7)V99.
                   10 day-open-bal pic 9(4).
                   10 day-close-bal pic 9(4).
                   10 day-log-lines pic 9(5).
                   10 day-sold pic 9(5).
                   10 day-service pic 9(5).
                   10 day-played pic 9(5).
                   10 day-runs pic 9(5).
                   10 day-expected pic 9(7)V99.
           01 day-idx pic 9(2) value 0.
           01 day-found-idx pic 9(2) value 0.
           01 day-lookup-date pic 9(8) value 0.

      ******************************************************************
      *        TALLIES
      ******************************************************************

           01 cnt-bad-count pic 9(5) value 0.
           01 crd-bad-count pic 9(5) value 0.
           01 crd-line-count pic 9(7) value 0.
           01 day-square-count pic 9(2) value 0.
           01 day-off-count pic 9(2) value 0.
           01 day-broken-count pic 9(2) value 0.
           01 csh-today pic 9(8) value 0.
           01 csh-chain-bal pic s9(7) value 0.
           01 csh-diff pic s9(7)V99 value 0.
           01 csh-total-expected pic 9(9)V99 value 0.
           01 csh-total-counted pic 9(9)V99 value 0.
           01 csh-total-diff pic s9(9)V99 value 0.

      ******************************************************************
      *        REPORT BUILDING
      ******************************************************************

           01 rpt-count-disp pic z(6)9.
           01 rpt-money-disp pic z(6)9.99.
           01 rpt-date-disp pic 9999/99/99.

           procedure division.

           accept csh-today from date yyyymmdd.
           perform 0010-Open-Files.
           perform 0100-Load-Cash-Counts.
           perform 0200-Scan-Credit-Log.
           if log-unreadable = 0
               perform 0300-Report-Days
           end-if.
           perform 0900-Write-Summary.
           close report-file.
           evaluate true
               when log-unreadable = 1
                   move 99 to return-code
               when no-count-keyed = 1 or day-broken-count > 0
                or cnt-bad-count > 0 or crd-bad-count > 0
                or day-overflow = 1
                   move 8 to return-code
               when day-off-count > 0
                   move 4 to return-code
               when other
                   move 0 to return-code
           end-evaluate.
           stop run.

       0010-Open-Files.
           open output report-file.
           move "CASH-BOX RECONCILIATION" to report-record.
           write report-record.
           move "-----------------------" to report-record.
           write report-record.
           move spaces to report-record.
           write report-record.

      *    A count line with a bad date or a non-numeric amount is
      *    counted out rather than guessed at - the day it belongs
      *    to then reconciles against whatever else was keyed.
       0100-Load-Cash-Counts.
           open input cash-count-file.
           if cnt-file-status = "00"
               perform until cnt-eof = 1
                   read cash-count-file
                       at end
                           set cnt-eof to 1
                       not at end
                           perform 0110-Stash-Count
                   end-read
               end-perform
               close cash-count-file
           end-if.
      *    Nothing keyed tonight: today's takings are still worth
      *    seeing, set against a count of nothing.
           if day-count = 0
               set no-count-keyed to 1
               move csh-today to day-lookup-date
               perform 0120-Find-Day
           end-if.

       0110-Stash-Count.
           if cash-count-record = spaces
               exit paragraph
           end-if
           if cc-date not numeric or cc-cash not numeric
            or cc-date < 19000101
               add 1 to cnt-bad-count
               move spaces to report-record
               string "WARNING: CASH COUNT LINE UNREADABLE - "
                delimited by size
                cash-count-record delimited by size
                into report-record
               end-string
               write report-record
               exit paragraph
           end-if
           move cc-date to day-lookup-date
           perform 0120-Find-Day
           if day-found-idx = 0
               exit paragraph
           end-if
           add 1 to day-counts (day-found-idx)
           add cc-cash to day-cash (day-found-idx)
           if day-attendant (day-found-idx) = spaces
               move cc-attendant to day-attendant (day-found-idx)
           end-if.

      *    Finds (or adds) the row for day-lookup-date.
       0120-Find-Day.
           move 0 to day-found-idx
           perform varying day-idx from 1 by 1
            until day-idx > day-count or day-found-idx not = 0
               if day-date (day-idx) = day-lookup-date
                   move day-idx to day-found-idx
               end-if
           end-perform
           if day-found-idx = 0
               if day-count >= 62
                   set day-overflow to 1
               else
                   add 1 to day-count
                   move day-count to day-found-idx
                   initialize day-entry (day-count)
                   move day-lookup-date to day-date (day-count)
                   move spaces to day-attendant (day-count)
               end-if
           end-if.

      *    One pass of the whole log.  The kiosk only ever appends,
      *    so the log is in time order and the last line seen
      *    before (or on) a day is the balance at its open (or
      *    close).
       0200-Scan-Credit-Log.
           open input credit-log-file.
           if crd-file-status = "35"
               move "NO CREDITLG ON FILE - NO CREDITS BOOKED YET"
                to report-record
               write report-record
               move spaces to report-record
               write report-record
               exit paragraph
           end-if
           if crd-file-status not = "00"
               set log-unreadable to 1
               move spaces to report-record
               string "WARNING: CREDITLG WILL NOT OPEN - STATUS "
                crd-file-status
                delimited by size into report-record
               end-string
               write report-record
               exit paragraph
           end-if
           perform until crd-eof = 1
               read credit-log-file
                   at end
                       set crd-eof to 1
                   not at end
                       perform 0210-Post-Log-Line
               end-read
           end-perform
           close credit-log-file.

       0210-Post-Log-Line.
           add 1 to crd-line-count
           if crl-date not numeric or crl-credits not numeric
            or crl-balance not numeric or crl-price not numeric
            or (crl-type not = "COIN" and crl-type not = "OPER"
             and crl-type not = "PLAY")
               add 1 to crd-bad-count
               exit paragraph
           end-if
           perform varying day-idx from 1 by 1
            until day-idx > day-count
               evaluate true
                   when crl-date < day-date (day-idx)
                       move crl-balance to day-open-bal (day-idx)
                       move crl-balance to day-close-bal (day-idx)
                   when crl-date = day-date (day-idx)
                       perform 0220-Tally-Day-Line
               end-evaluate
           end-perform.

       0220-Tally-Day-Line.
           add 1 to day-log-lines (day-idx)
           move crl-balance to day-close-bal (day-idx)
           evaluate crl-type
               when "COIN"
                   add crl-credits to day-sold (day-idx)
                   compute day-expected (day-idx) =
                    day-expected (day-idx) + crl-credits * crl-price
               when "OPER"
                   add crl-credits to day-service (day-idx)
               when "PLAY"
                   add crl-credits to day-played (day-idx)
                   add 1 to day-runs (day-idx)
           end-evaluate.

       0300-Report-Days.
           perform varying day-idx from 1 by 1
            until day-idx > day-count
               perform 0310-Report-One-Day
           end-perform.

      *    Credits are proved before cash: opening balance plus what
      *    went on less what was played must land on the closing
      *    balance, or the log lost a line and the cash figure
      *    below cannot be trusted on its own.
       0310-Report-One-Day.
           move day-date (day-idx) to rpt-date-disp
           move spaces to report-record
           string "DAY " rpt-date-disp
            delimited by size into report-record
           end-string
           if day-counts (day-idx) > 0
               move "COUNTED BY" to report-record (17:10)
               move day-attendant (day-idx) to report-record (28:3)
               if day-counts (day-idx) > 1
                   move day-counts (day-idx) to rpt-count-disp
                   string "(" rpt-count-disp (6:2) " COUNTS)"
                    delimited by size into report-record (32:)
                   end-string
               end-if
           else
               move "NO CASH COUNT KEYED" to report-record (17:)
           end-if
           write report-record
           move day-open-bal (day-idx) to rpt-count-disp
           move spaces to report-record
           string "  CREDITS ON AT OPEN . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move day-sold (day-idx) to rpt-count-disp
           move spaces to report-record
           string "  CREDITS SOLD (COIN)  . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move day-service (day-idx) to rpt-count-disp
           move spaces to report-record
           string "  SERVICE CREDITS (OPER) . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move day-played (day-idx) to rpt-count-disp
           move spaces to report-record
           string "  CREDITS PLAYED . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move day-runs (day-idx) to rpt-count-disp
           move spaces to report-record
           string "  PAID RUNS STARTED  . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move day-close-bal (day-idx) to rpt-count-disp
           move spaces to report-record
           string "  CREDITS LEFT ON MACHINE  . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move day-expected (day-idx) to rpt-money-disp
           move spaces to report-record
           string "  CASH EXPECTED  . . . . . . " rpt-money-disp
            delimited by size into report-record
           end-string
           write report-record
           move day-cash (day-idx) to rpt-money-disp
           move spaces to report-record
           string "  CASH COUNTED . . . . . . . " rpt-money-disp
            delimited by size into report-record
           end-string
           write report-record
           compute csh-diff =
            day-cash (day-idx) - day-expected (day-idx)
           add day-expected (day-idx) to csh-total-expected
           add day-cash (day-idx) to csh-total-counted
           add csh-diff to csh-total-diff
           evaluate true
               when csh-diff < 0
                   compute rpt-money-disp = 0 - csh-diff
                   move spaces to report-record
                   string "  CASH SHORT . . . . . . . . " rpt-money-disp
                    delimited by size into report-record
                   end-string
                   add 1 to day-off-count
               when csh-diff > 0
                   move csh-diff to rpt-money-disp
                   move spaces to report-record
                   string "  CASH OVER  . . . . . . . . " rpt-money-disp
                    delimited by size into report-record
                   end-string
                   add 1 to day-off-count
               when other
                   move "  CASH SQUARE" to report-record
                   add 1 to day-square-count
           end-evaluate
           write report-record
           compute csh-chain-bal = day-open-bal (day-idx)
            + day-sold (day-idx) + day-service (day-idx)
            - day-played (day-idx)
           if csh-chain-bal not = day-close-bal (day-idx)
               add 1 to day-broken-count
               move "  WARNING: CREDITS DO NOT ADD UP TO THE CLOSING"
                to report-record
               write report-record
               move "           BALANCE - CREDITLG IS MISSING LINES"
                to report-record
               write report-record
           end-if
           move spaces to report-record
           write report-record.

       0900-Write-Summary.
           move crd-line-count to rpt-count-disp
           move spaces to report-record
           string "CREDITLG LINES READ  . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move crd-bad-count to rpt-count-disp
           move spaces to report-record
           string "UNREADABLE CREDITLG LINES  . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move cnt-bad-count to rpt-count-disp
           move spaces to report-record
           string "UNREADABLE CASH COUNT LINES  " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move day-count to rpt-count-disp
           move spaces to report-record
           string "DAYS RECONCILED  . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move day-square-count to rpt-count-disp
           move spaces to report-record
           string "DAYS SQUARE  . . . . . . . . " rpt-count-disp
            delimited by size into report-record
           end-string
           write report-record
           move csh-total-expected to rpt-money-disp
           move spaces to report-record
           string "TOTAL CASH EXPECTED  . . . . " rpt-money-disp
            delimited by size into report-record
           end-string
           write report-record
           move csh-total-counted to rpt-money-disp
           move spaces to report-record
           string "TOTAL CASH COUNTED . . . . . " rpt-money-disp
            delimited by size into report-record
           end-string
           write report-record
           evaluate true
               when csh-total-diff = 0
                   move 0 to rpt-money-disp
                   move spaces to report-record
                   string "TOTAL CASH OVER / SHORT  . . " rpt-money-disp
                    delimited by size into report-record
                   end-string
               when csh-total-diff < 0
                   compute rpt-money-disp = 0 - csh-total-diff
                   move spaces to report-record
                   string "TOTAL CASH SHORT . . . . . . " rpt-money-disp
                    delimited by size into report-record
                   end-string
               when other
                   move csh-total-diff to rpt-money-disp
                   move spaces to report-record
                   string "TOTAL CASH OVER  . . . . . . " rpt-money-disp
                    delimited by size into report-record
                   end-string
           end-evaluate
           write report-record
           move spaces to report-record
           write report-record
           if day-overflow = 1
               move "WARNING: OVER 62 DAYS KEYED - THE REST WERE NOT"
                to report-record
               write report-record
               move "         RECONCILED" to report-record
               write report-record
           end-if
           evaluate true
               when log-unreadable = 1
                   move "RESULT: CREDITLG UNREADABLE - NOT RECONCILED"
                    to report-record
               when no-count-keyed = 1
                   move "RESULT: NO CASH COUNT KEYED - KEY CASHCNT"
                    to report-record
               when day-broken-count > 0
                   move "RESULT: CREDIT LOG DOES NOT ADD UP"
                    to report-record
               when day-off-count > 0
                   move "RESULT: CASH OVER OR SHORT - CHASE TODAY"
                    to report-record
               when other
                   move "RESULT: CASH BOX SQUARE" to report-record
           end-evaluate
           write report-record.
