      ******************************************************************
      *    CREDIT LOG RECORD LAYOUT
      *    One CREDITLG line per credit movement on a pay-per-play
      *    kiosk, appended by flapper as it happens:
      *      COIN - credits bought through the coin key, at the
      *             price per credit in force (cash in the box);
      *      OPER - credits keyed on by the operator (free service
      *             credits - no cash behind them);
      *      PLAY - credits used to start a live run (one per bird).
      *    The balance is what was left on the machine after the
      *    line, so the last line always says what a restart picks
      *    up again.  flapcsh reconciles the log against the cash
      *    the attendant counts out of the box at close.
      ******************************************************************

           01 credit-log-record.
               05 crl-date pic 9(8).
               05 crl-time pic 9(6).
               05 crl-type pic x(4).
               05 crl-credits pic 9(2).
               05 crl-balance pic 9(4).
               05 crl-price pic 9(2)v99.
               05 crl-initials pic x(3).
