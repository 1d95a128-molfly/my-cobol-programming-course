      * ASKED WHERE THEIR NUMBERS WENT. EVERY MISSING SUPPLIER
      * GOES ON SUP01RPT WITH THE PROFILE'S CONTACT, AND RAISES
      * AN ALERT ON THE SHARED CNT01ALRT FILE FOR THE ALR01
      * ROUTING, AND IS APPENDED TO THE SUPMISS HISTORY FOR THE
      * MONTHLY SUPPLIER SCORECARD. A PROFILE STILL PENDING
      * CERTIFICATION IS NOT EXPECTED TO DELIVER AND IS SKIPPED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT SUP01-MISSED ASSIGN TO SUPMISS
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUPMISS-STATUS.

           SELECT SUP01-REPORT ASSIGN TO SUP01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  SUP01-MISSED.
           COPY "supmiss.cpy".

       FD  SUP01-REPORT.
       01  SUP01-REPORT-LINE            PIC X(80).
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  SUPMISS-STATUS.
           05  SUPMISS-STATUS-L         PIC X.
           05  SUPMISS-STATUS-R         PIC X.
       01  SUP01RPT-STATUS.
           05  SUP01RPT-STATUS-L        PIC X.
           05  SUP01RPT-STATUS-R        PIC X.

      * LEVEL 3 ROUTINES
       CHECK-ONE-SUPPLIER.
           IF SUPMST-EXPECT-DAY (DAY-SLOT) NOT = 'Y' OR
              SUPMST-PENDING
               GO TO CHECK-ONE-SUPPLIER-EXIT
           END-IF.
           ADD 1 TO EXPECTED-COUNT.
               STRING "NO DELIVERY FROM " SUPMST-SOURCE-ID
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               PERFORM WRITE-ALERT-NOTIFICATION
               PERFORM WRITE-MISSED-HISTORY
           END-IF.
       CHECK-ONE-SUPPLIER-EXIT.
           EXIT.
               CLOSE SUP01-REPORT
           END-IF.

       WRITE-MISSED-HISTORY.
           OPEN EXTEND SUP01-MISSED.
           IF SUPMISS-STATUS NOT = "00"
               OPEN OUTPUT SUP01-MISSED
           END-IF.
           IF SUPMISS-STATUS = "00"
               MOVE SPACES TO SUPMISS-REC
               MOVE RUN-DATE-NUM TO SUPMISS-DATE
               MOVE SUPMST-SOURCE-ID TO SUPMISS-SOURCE-ID
               WRITE SUPMISS-REC
               CLOSE SUP01-MISSED
           ELSE
               DISPLAY "SUP01: OPEN SUP01-MISSED - status "
                       SUPMISS-STATUS
           END-IF.

      * Same alert record CNT01 writes, appended to the shared
      * CNT01ALRT file for the ALR01 routing.
       WRITE-ALERT-NOTIFICATION.
           MOVE "HIGH    "    TO ALERT-SEVERITY.
           MOVE "SUP01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE SUP01-ALERT-REC.
           CLOSE SUP01-ALERT.

