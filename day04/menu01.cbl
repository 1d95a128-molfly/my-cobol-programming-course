           END-IF.

       LOAD-DEFAULT-MENU-OPTIONS.
           MOVE 5 TO MENU-OPTION-COUNT.
           MOVE 1        TO MENU-OPT-TBL-NUM (1).
           MOVE "ADD02"  TO MENU-OPT-TBL-PGM (1).
           MOVE "Add two numbers" TO MENU-OPT-TBL-LABEL (1).
           MOVE "RANGE01" TO MENU-OPT-TBL-PGM (3).
           MOVE "Range check" TO MENU-OPT-TBL-LABEL (3).
           MOVE 4        TO MENU-OPT-TBL-NUM (4).
           MOVE "FIN01"  TO MENU-OPT-TBL-PGM (4).
           MOVE "Loan and savings calculator"
                         TO MENU-OPT-TBL-LABEL (4).
           MOVE 5        TO MENU-OPT-TBL-NUM (5).
           MOVE "EXIT"   TO MENU-OPT-TBL-PGM (5).
           MOVE "Exit" TO MENU-OPT-TBL-LABEL (5).

       LOG-MENU-SELECTION.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
