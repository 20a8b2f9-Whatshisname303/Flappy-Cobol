               05 sea-score pic 9(4).
               05 sea-date pic 9(8).
               05 sea-duration pic 9(7).
      *    Ruleset the run was flown under (ruleset-record.cpy) -
      *    blank on a line written before rulesets were tagged.
               05 sea-ruleset pic 9(4).
