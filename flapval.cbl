           01 val-height-min pic 9(4) value 100.
           01 val-height-max pic 9(4) value 500.
           01 val-collide-tol pic S9(4) value 60.
           01 val-credit-mode pic 9 value 0.
           01 val-credit-price pic 9(2)V99 value 0.

      ******************************************************************
      *        GAMEPARM PARSING
               end-perform
               close game-parm-file
           end-if.
      *    A pay-per-play kiosk with no price would book every coin
      *    at nothing and the cash count could never reconcile.
           if val-credit-mode = 1 and val-credit-price = 0
               move spaces to val-line
               string "CREDITMODE 1 WITH NO CREDITPRICE"
                " - COINS WOULD BE BOOKED AT ZERO"
                delimited by size into val-line
               end-string
               perform 0140-Write-Exception
           end-if.

      *    One GAMEPARM line: split exactly the way 0011-Apply-Game
      *    -Parm over in flapper does, then insist on a name that
               when "ATTEMPTS"
               when "FTLIMIT"
               when "STUTTMAX"
               when "CREDITMODE"
               when "CREDITPRICE"
      *    AUDKEEP is read by the flapaud rollover, not by flapper -
      *    but it rides in the same file, so it validates here too.
               when "AUDKEEP"
                       perform 0140-Write-Exception
                   end-if
                   exit paragraph
      *    OPERPIN is a code, not a quantity - leading zeros count
      *    and there is no range, just exactly four digits.  flapper
      *    leaves operator mode off on anything else.
               when "OPERPIN"
                   if parm-value-text (1:4) not numeric
                   or parm-value-text (5:8) not = spaces
                       move spaces to val-line
                       string "GAMEPARM LINE " delimited by size
                        parm-line-no delimited by size
                        ": OPERPIN IS NOT FOUR DIGITS"
                        delimited by size
                        into val-line
                       end-string
                       perform 0140-Write-Exception
                   end-if
                   exit paragraph
               when other
                   perform 0130-Flag-Unknown-Parm
                   exit paragraph
                   if parm-value-num < 1 or parm-value-num > 9999
                       perform 0150-Flag-Range
                   end-if
               when "CREDITMODE"
                   if parm-value-num not = 0 and parm-value-num not = 1
                       perform 0150-Flag-Range
                   else
                       move parm-value-num to val-credit-mode
                   end-if
               when "CREDITPRICE"
                   if parm-value-num < 0.01 or parm-value-num > 99.99
                       perform 0150-Flag-Range
                   else
                       move parm-value-num to val-credit-price
                   end-if
           end-evaluate.

      *    NUMVAL of junk quietly produces something, which is the
