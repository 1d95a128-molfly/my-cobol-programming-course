      * RATES AND GRADE; A FILE GRADING C OR F ALSO RAISES AN
      * ALERT RECORD ONTO THE SHARED ALERT FILE, SO "YOUR
      * TUESDAY FILE FAILED QUALITY" REACHES THE SUPPLIER THE
      * SAME WEEK, WITH NUMBERS. EVERY GRADE IS ALSO APPENDED TO
      * THE DQSHIST HISTORY FOR THE MONTHLY SUPPLIER SCORECARD.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DQS01RPT-STATUS.

           SELECT DQS01-HISTORY ASSIGN TO DQSHIST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DQSHIST-STATUS.

           SELECT DQS01-ALERT ASSIGN TO CNT01ALRT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       FD  DQS01-REPORT.
       01  DQS01-REPORT-LINE            PIC X(80).

       FD  DQS01-HISTORY.
           COPY "dqshist.cpy".

       FD  DQS01-ALERT.
       01  DQS01-ALERT-REC.
           05  ALERT-DATE               PIC X(10).
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       01  DQS01RPT-STATUS.
           05  DQS01RPT-STATUS-L        PIC X.
           05  DQS01RPT-STATUS-R        PIC X.
       01  DQSHIST-STATUS.
           05  DQSHIST-STATUS-L         PIC X.
           05  DQSHIST-STATUS-R         PIC X.
       01  DQSALRT-STATUS.
           05  DQSALRT-STATUS-L         PIC X.
           05  DQSALRT-STATUS-R         PIC X.
                       CNT01STAT-STATUS
               MOVE 'Y' TO STATSF-EOF
           END-IF.
           OPEN EXTEND DQS01-HISTORY.
           IF DQSHIST-STATUS NOT = "00"
               OPEN OUTPUT DQS01-HISTORY
           END-IF.
           IF DQSHIST-STATUS NOT = "00"
               DISPLAY "DQS01: OPEN DQS01-HISTORY - status "
                       DQSHIST-STATUS " - grades not kept"
           END-IF.
           PERFORM UNTIL STATSF-EOF-YES
               READ DQS01-STATS
                   AT END MOVE 'Y' TO STATSF-EOF
           IF CNT01STAT-STATUS = "00" OR CNT01STAT-STATUS = "10"
               CLOSE DQS01-STATS
           END-IF.
           IF DQSHIST-STATUS = "00"
               CLOSE DQS01-HISTORY
           END-IF.

       SCORE-ONE-FILE.
           ADD 1 TO FILES-GRADED.
                   MOVE 'F' TO FILE-GRADE
           END-EVALUATE.
           PERFORM WRITE-SCORE-LINES.
           PERFORM WRITE-GRADE-HISTORY.
           IF FILE-GRADE = 'C' OR FILE-GRADE = 'F'
               ADD 1 TO FILES-FLAGGED
               PERFORM RAISE-QUALITY-ALERT
           END-IF.
           DISPLAY "DQS01: " STAT-FILE-NAME " grade " FILE-GRADE.

       WRITE-GRADE-HISTORY.
           IF DQSHIST-STATUS = "00"
               MOVE SPACES TO DQSHIST-REC
               MOVE STAT-DATE TO DQSHIST-DATE
               MOVE STAT-FILE-NAME TO DQSHIST-FILE-NAME
               MOVE FILE-GRADE TO DQSHIST-GRADE
               MOVE REJECT-RATE TO DQSHIST-REJECT-RATE
               MOVE DUP-RATE TO DQSHIST-DUP-RATE
               MOVE STAT-BAD-DATES TO DQSHIST-BAD-DATES
               MOVE STAT-ZERO-AMOUNTS TO DQSHIST-ZERO-AMOUNTS
               WRITE DQSHIST-REC
           END-IF.

       RAISE-QUALITY-ALERT.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE-CCYY TO SUITE-RUN-DATE-X-CCYY.
               STRING "QUALITY GRADE " FILE-GRADE
                      " ON " STAT-FILE-NAME
                   DELIMITED BY SIZE INTO ALERT-TEXT
               CALL "STREAMID" USING ALERT-RUN-ID
                   ON EXCEPTION
                       MOVE SPACES TO ALERT-RUN-ID
               END-CALL
               WRITE DQS01-ALERT-REC
               CLOSE DQS01-ALERT
           END-IF.
