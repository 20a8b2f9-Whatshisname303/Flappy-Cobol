      ******************************************************************
      *    PLAYER RATING RECORD LAYOUT
      *    RATINGS is indexed on initials: one Elo-style skill rating
      *    per player, rebuilt every night by flapelo from the whole
      *    VERSUS ledger and every event's finishing order.  The
      *    prior rating and rank are what the previous night's run
      *    left, so movement reads straight off the record.  flapper
      *    reads it by key for the profile view.
      ******************************************************************

           01 rating-record.
               05 rt-initials pic x(3).
               05 rt-rating pic 9(4).
               05 rt-prior-rating pic 9(4).
               05 rt-rank pic 9(4).
               05 rt-prior-rank pic 9(4).
               05 rt-peak pic 9(4).
               05 rt-races pic 9(5).
               05 rt-event-games pic 9(5).
               05 rt-wins pic 9(5).
               05 rt-losses pic 9(5).
               05 rt-draws pic 9(5).
               05 rt-rated-on pic 9(8).
