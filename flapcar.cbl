               05 pp-best pic 9(4).
               05 pp-runs pic 9(5).
               05 pp-deaths pic 9(5).
               05 pp-ruleset pic 9(4).

           fd report-file.
           01 report-record pic x(80).
