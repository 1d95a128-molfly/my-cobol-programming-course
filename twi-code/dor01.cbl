      * RAISES AN ALERT ON THE SHARED CNT01ALRT FILE SO THE
      * ALR01 ROUTING CARRIES IT TO THE RIGHT FEED. RUN THE
      * SWEEP AHEAD OF MST01'S POSTING, WHILE LAST-ACTIVITY
      * STILL DESCRIBES YESTERDAY. EVERY DORMANT ACCOUNT IS ALSO
      * APPENDED TO THE SHARED CUSTEVT EVENT FILE SO LTR01 WRITES
      * TO THE CUSTOMER - ONCE PER PERIOD OF DORMANCY, SINCE THE
      * EVENT CARRIES THE LAST-ACTIVITY DATE IT DATES FROM.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT DOR01-EVENTS ASSIGN TO CUSTEVT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTEVT-STATUS.

           SELECT DOR01-REPORT ASSIGN TO DOR01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  DOR01-EVENTS.
           COPY "custevt.cpy".

       FD  DOR01-REPORT.
       01  DOR01-REPORT-LINE            PIC X(80).
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  CUSTEVT-STATUS.
           05  CUSTEVT-STATUS-L         PIC X.
           05  CUSTEVT-STATUS-R         PIC X.
       01  DOR01RPT-STATUS.
           05  DOR01RPT-STATUS-L        PIC X.
           05  DOR01RPT-STATUS-R        PIC X.
                       ACCTMST-STATUS
               MOVE 'Y' TO ACCTMST-EOF
           END-IF.
      * Appended, so the other event writers' records are kept
      * until LTR01 has read them.
           OPEN EXTEND DOR01-EVENTS.
           IF CUSTEVT-STATUS NOT = "00"
               OPEN OUTPUT DOR01-EVENTS
           END-IF.
           IF CUSTEVT-STATUS NOT = "00"
               DISPLAY "DOR01: OPEN DOR01-EVENTS - status "
                       CUSTEVT-STATUS " - no letters tonight"
           END-IF.
           OPEN OUTPUT DOR01-REPORT.
           IF DOR01RPT-STATUS NOT = "00"
               DISPLAY "DOR01: OPEN DOR01-REPORT - status "
               IF NOT ACCTMST-EOF-YES
                   ADD 1 TO ACCOUNTS-READ
                   IF NOT ACCTMST-CLOSED
                       PERFORM CHECK-ONE-ACCOUNT THRU
                           CHECK-ONE-ACCOUNT-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       CLOSE-THE-FILES.
           CLOSE ACCTMST-FILE.
           IF CUSTEVT-STATUS = "00"
               CLOSE DOR01-EVENTS
           END-IF.
           IF DOR01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO DOR01-REPORT-LINE
                   DELIMITED BY SIZE INTO DOR01-REPORT-LINE
               WRITE DOR01-REPORT-LINE
           END-IF.
           IF CUSTEVT-STATUS = "00"
               MOVE SPACES TO CUSTEVT-REC
               MOVE ACCTMST-ACCT-NBR TO CUSTEVT-ACCT-NBR
               MOVE "DORMANT " TO CUSTEVT-TYPE
               MOVE SUITE-RUN-DATE TO CUSTEVT-DATE
               MOVE ACCTMST-LAST-ACTIVITY TO CUSTEVT-REF-DATE
               MOVE ACCTMST-BALANCE TO CUSTEVT-AMOUNT
               MOVE "DOR01   " TO CUSTEVT-SOURCE
               WRITE CUSTEVT-REC
           END-IF.
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

           MOVE "MEDIUM  "    TO ALERT-SEVERITY.
           MOVE "DOR01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE DOR01-ALERT-REC.
           CLOSE DOR01-ALERT.

