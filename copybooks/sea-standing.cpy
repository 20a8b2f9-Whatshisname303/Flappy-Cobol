      *    can never drift apart.  Archives written before this
      *    layout existed hold display text instead; readers must
      *    treat any line that does not parse as one of those.
      *    Places are counted within the ruleset the scores were
      *    flown under (ruleset-record.cpy); a line closed before
      *    rulesets were tagged has no ruleset and ranks the whole
      *    month together.
      ******************************************************************

           01 season-standing-record.
               05 sst-initials pic x(3).
               05 sst-best pic 9(4).
               05 sst-runs pic 9(5).
               05 sst-ruleset pic 9(4).
