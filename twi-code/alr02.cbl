      * JOB AND TEXT EXACTLY AS ALR01 MATCHES THEM, THE NOTE AND
      * THE ACKNOWLEDGING OPERATOR CARRIED IN THE TRAILING AREA
      * ALR01 IGNORES - AND WHO ACKNOWLEDGED WHAT LOGS THROUGH
      * DAYLOG: AN ALRACK EVENT WHOSE DETAIL CARRIES THE ALERT'S
      * JOB, THE FIRST FOUR LETTERS OF ITS SEVERITY AND ITS AGE
      * IN MINUTES WHEN IT WAS ACKNOWLEDGED, WHICH IS WHERE THE
      * OPS01 MONTHLY PACK TAKES ITS TIME-TO-ACKNOWLEDGE FROM.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  ACK-FILE.
       01  ACK-REC.
               10  ALR-TBL-SEVERITY     PIC X(8).
               10  ALR-TBL-JOB          PIC X(8).
               10  ALR-TBL-TEXT         PIC X(40).
               10  ALR-TBL-RUN-ID       PIC X(6).
               10  ALR-TBL-ACKED        PIC X.
       01  ALERT-IDX                    PIC 99.

                        ALR-TBL-SEVERITY (ALERT-COUNT)
                   MOVE ALERT-JOB TO ALR-TBL-JOB (ALERT-COUNT)
                   MOVE ALERT-TEXT TO ALR-TBL-TEXT (ALERT-COUNT)
                   MOVE ALERT-RUN-ID TO ALR-TBL-RUN-ID (ALERT-COUNT)
                   MOVE 'N' TO ALR-TBL-ACKED (ALERT-COUNT)
                   PERFORM MARK-IF-ACKED
               END-IF
           END-PERFORM.

       SHOW-ONE-ALERT.
           PERFORM SET-ALERT-AGE.
           DISPLAY ALERT-IDX ". " ALR-TBL-SEVERITY (ALERT-IDX)
                   " " ALR-TBL-JOB (ALERT-IDX)
                   " AGE " AGE-MINS-EDIT " MIN"
                   " RUN " ALR-TBL-RUN-ID (ALERT-IDX).
           DISPLAY "    " ALR-TBL-TEXT (ALERT-IDX).

       ACKNOWLEDGE-ONE-ALERT.
           MOVE 'Y' TO ALR-TBL-ACKED (PICK-NUMBER).
           ADD 1 TO ACKED-THIS-SESSION.
           DISPLAY "Acknowledged.".
      * The age is taken now, not when the list was shown.
           ACCEPT NOW-TIME FROM TIME.
           COMPUTE NOW-MINS = (TIME-HH * 60) + TIME-MM.
           MOVE PICK-NUMBER TO ALERT-IDX.
           PERFORM SET-ALERT-AGE.
           MOVE SPACES TO ACK-LOG-DETAIL.
           STRING ALR-TBL-JOB (PICK-NUMBER)
                  " " ALR-TBL-SEVERITY (PICK-NUMBER) (1:4)
                  " " AGE-MINS-EDIT
               DELIMITED BY SIZE INTO ACK-LOG-DETAIL.
           CALL "DAYLOG" USING "ALR02   " OPERATOR-ID
                                "ALRACK  " ACK-LOG-DETAIL.
       ACKNOWLEDGE-ONE-ALERT-EXIT.
           EXIT.

       SET-ALERT-AGE.
           MOVE ALR-TBL-TIME (ALERT-IDX) TO NOW-TIME.
           COMPUTE ALERT-MINS = (TIME-HH * 60) + TIME-MM.
           COMPUTE AGE-MINS = NOW-MINS - ALERT-MINS.
      * A negative difference means the clock wrapped midnight
      * since the alert fired - the 23:50 page read at 00:10 is
      * twenty minutes old, not zero.
           IF AGE-MINS < 0
               ADD 1440 TO AGE-MINS
           END-IF.
           MOVE AGE-MINS TO AGE-MINS-EDIT.
