               05 hs-date pic 9(8).
               05 hs-duration pic 9(7).
               05 hs-initials pic x(3).
               05 hs-ruleset pic 9(4).

           fd game-parm-file.
           01 game-parm-record pic x(40).
