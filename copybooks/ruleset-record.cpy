      ******************************************************************
      *    RULESET HISTORY RECORD LAYOUT
      *    One RULESETS line per distinct set of effective difficulty
      *    settings a kiosk has ever flown under - what GAMEPARM left
      *    in force after 0010-Load-Game-Parms, plus whether a
      *    LEVELLAY course was loaded.  flapper looks its settings up
      *    at startup and reuses the id of an identical line, or
      *    appends a new line under the next id, so the same settings
      *    always carry the same id.  Every score record is tagged
      *    with the id it was flown under; id 0 marks a record
      *    written before rulesets were tagged.
      ******************************************************************

           01 ruleset-record.
               05 rs-id pic 9(4).
               05 rs-gravity pic 99V99.
               05 rs-xvel-base pic 9(4)V9(4).
               05 rs-pipe-space pic 9(4).
               05 rs-height-min pic 9(4).
               05 rs-height-max pic 9(4).
               05 rs-collide-tol pic 9(4).
               05 rs-level-layout pic 9.
               05 rs-registered-on pic 9(8).
               05 rs-registered-at pic 9(6).
