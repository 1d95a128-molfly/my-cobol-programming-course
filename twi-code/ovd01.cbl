      * BALANCE, THE TRANSACTIONS THAT DID IT, CLOSING BALANCE.
      * A CLOSING BALANCE WHOSE MAGNITUDE CLEARS THE OVD01PM
      * SEVERITY THRESHOLD RAISES AN ALERT ON THE SHARED
      * CNT01ALRT FILE FOR THE ALR01 ROUTING. EVERY OVERDRAWN
      * ACCOUNT IS ALSO APPENDED TO THE SHARED CUSTEVT EVENT
      * FILE SO LTR01 WRITES TO THE CUSTOMER.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT OVD01-EVENTS ASSIGN TO CUSTEVT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTEVT-STATUS.

           SELECT OVD01-REPORT ASSIGN TO OVD01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  OVD01-EVENTS.
           COPY "custevt.cpy".

       FD  OVD01-REPORT.
       01  OVD01-REPORT-LINE            PIC X(80).
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  CUSTEVT-STATUS.
           05  CUSTEVT-STATUS-L         PIC X.
           05  CUSTEVT-STATUS-R         PIC X.
       01  OVD01RPT-STATUS.
           05  OVD01RPT-STATUS-L        PIC X.
           05  OVD01RPT-STATUS-R        PIC X.
           END-IF.
           ADD 1 TO OVERDRAWN-COUNT.
           PERFORM WRITE-EXCEPTION-SECTION.
           PERFORM WRITE-CUSTOMER-EVENT.
           COMPUTE CLOSING-MAGNITUDE = 0 - CLOSING-BALANCE.
           IF SEVERE-AMOUNT > 0 AND
              CLOSING-MAGNITUDE > SEVERE-AMOUNT
           MOVE "HIGH    "    TO ALERT-SEVERITY.
           MOVE "OVD01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE OVD01-ALERT-REC.
           CLOSE OVD01-ALERT.

      * The overdraft goes on the shared customer event file for
      * LTR01's letter run; appended, like the alert, so the
      * other event writers' records are kept.
       WRITE-CUSTOMER-EVENT.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND OVD01-EVENTS.
           IF CUSTEVT-STATUS NOT = "00"
               OPEN OUTPUT OVD01-EVENTS
           END-IF.
           IF CUSTEVT-STATUS NOT = "00"
               DISPLAY "OVD01: OPEN OVD01-EVENTS - status "
                       CUSTEVT-STATUS
           ELSE
               MOVE SPACES TO CUSTEVT-REC
               MOVE TOUCH-ACCT (TOUCH-IDX) TO CUSTEVT-ACCT-NBR
               MOVE "OVERDRFT" TO CUSTEVT-TYPE
               MOVE SUITE-RUN-DATE TO CUSTEVT-DATE
               MOVE SUITE-RUN-DATE TO CUSTEVT-REF-DATE
               MOVE CLOSING-BALANCE TO CUSTEVT-AMOUNT
               MOVE "OVD01   " TO CUSTEVT-SOURCE
               WRITE CUSTEVT-REC
               CLOSE OVD01-EVENTS
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="OVD01"==.
