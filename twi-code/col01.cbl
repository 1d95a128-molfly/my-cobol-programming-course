       IDENTIFICATION DIVISION.
       PROGRAM-ID. COL01.
      *--------------------------------------------------
      * NIGHTLY COLLECTIONS QUEUE. OVD01 SAYS WHO WENT NEGATIVE
      * ON A GIVEN NIGHT, BUT NOTHING KEPT TRACK OF HOW LONG AN
      * ACCOUNT HAD STAYED OVERDRAWN OR WHAT HAD BEEN DONE ABOUT
      * IT. COL01 RUNS AFTER THE MASTER UPDATE HAS BALANCED AND
      * READS EVERY ACCOUNT'S CLOSING BALANCE ON ACCTMST:
      *   A NEGATIVE ACCOUNT WITH NO OPEN CASE GETS ONE ON THE
      *   KEYED COLLCASE FILE, OPENED ON THE BUSINESS DATE;
      *   AN OPEN CASE STILL NEGATIVE HAS ITS DAYS OVERDRAWN
      *   (CALENDAR DAYS, THE OPENING NIGHT BEING DAY 1), ITS
      *   BALANCE AND ITS DEEPEST DEFICIT MOVED ON;
      *   AN OPEN CASE WHOSE BALANCE HAS RECOVERED TO ZERO OR
      *   BETTER IS CLOSED, AND A PROMISE TO PAY STILL PENDING
      *   ON IT COUNTS AS KEPT.
      * EACH CASE IS AGED INTO THE STAGES ON THE SHARED COLSTAGE
      * TABLE (REMINDER, DEMAND, FINAL NOTICE, RECOVERY); THE
      * NIGHT A CASE REACHES A STAGE AN ESCALATION ALERT GOES TO
      * THE SHARED CNT01ALRT FILE AT THAT STAGE'S SEVERITY, ONCE
      * PER STAGE. A PROMISE TO PAY KEYED THROUGH COL02 WHOSE
      * DATE HAS PASSED WITH THE ACCOUNT STILL NEGATIVE IS MARKED
      * BROKEN AND ALERTED. COL01RPT LISTS THE NIGHT'S OPENINGS,
      * ESCALATIONS, BROKEN PROMISES AND CLOSURES, WITH THE OPEN
      * CASES AND DEFICIT PER STAGE. COL03 GIVES THE COLLECTORS
      * THE WEEKLY VIEW PER BRANCH. RETURN CODE 4 WHEN ANY CASE
      * ESCALATED OR ANY PROMISE BROKE TONIGHT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT COLLCASE-FILE ASSIGN TO COLLCASE
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS COLLCASE-ACCT-NBR
                  FILE STATUS   IS COLLCASE-STATUS.

           SELECT COL01-ALERT ASSIGN TO CNT01ALRT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT COL01-REPORT ASSIGN TO COL01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS COL01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  COLLCASE-FILE.
           COPY "collcase.cpy".

       FD  COL01-ALERT.
       01  COL01-ALERT-REC.
           05  ALERT-DATE               PIC X(10).
           05  FILLER                   PIC X.
           05  ALERT-TIME               PIC 9(8).
           05  FILLER                   PIC X.
           05  ALERT-SEVERITY           PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  COL01-REPORT.
       01  COL01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "colstage.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.

       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  COLLCASE-STATUS.
           05  COLLCASE-STATUS-L        PIC X.
           05  COLLCASE-STATUS-R        PIC X.
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  COL01RPT-STATUS.
           05  COL01RPT-STATUS-L        PIC X.
           05  COL01RPT-STATUS-R        PIC X.

       01  COLLCASE-OPEN-SW             PIC X       VALUE 'N'.
           88  COLLCASE-FILE-OPEN                    VALUE 'Y'.
       01  CASE-FOUND-SW                PIC X.
           88  CASE-FOUND                            VALUE 'Y'.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * Serial-day arithmetic comes from the shared DATESER
      * subroutine so every program ages dates the same way.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  BUSINESS-DATE-SERIAL         PIC S9(9)   COMP.
       01  DAYS-OVERDRAWN               PIC S9(9)   COMP.

       01  NEW-STAGE                    PIC 9.
       01  DEFICIT-NOW                  PIC 9(11)V99.
       01  CASE-EVENT                   PIC X(12).
       01  ACCOUNTS-READ                PIC 9(7)    VALUE 0.
       01  CASES-OPENED                 PIC 9(6)    VALUE 0.
       01  CASES-REOPENED               PIC 9(6)    VALUE 0.
       01  CASES-CLOSED                 PIC 9(6)    VALUE 0.
       01  CASES-ESCALATED              PIC 9(6)    VALUE 0.
       01  PROMISES-BROKEN              PIC 9(6)    VALUE 0.
       01  PROMISES-KEPT                PIC 9(6)    VALUE 0.
       01  WRITE-FAILURES               PIC 9(6)    VALUE 0.
       01  STAGE-TOTALS-TABLE.
           05  STAGE-TOTAL-ENTRY OCCURS 4 TIMES.
               10  STAGE-CASE-COUNT     PIC 9(6).
               10  STAGE-DEFICIT        PIC 9(11)V99.
       01  OPEN-CASE-COUNT              PIC 9(6)    VALUE 0.
       01  OPEN-DEFICIT-TOTAL           PIC 9(11)V99 VALUE 0.
       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-DEFICIT               PIC Z(10)9.99.
       01  EDITED-DAYS                  PIC Z(4)9.
       01  ALERT-MESSAGE                PIC X(40).
       01  ALERT-SEVERITY-HOLD          PIC X(8).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "COL01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           MOVE ZEROS TO STAGE-TOTALS-TABLE.
           PERFORM SET-BUSINESS-DATE-SERIAL.
           PERFORM OPEN-THE-FILES.
           IF COLLCASE-FILE-OPEN
               PERFORM READ-ACCTMST
               PERFORM UNTIL ACCTMST-EOF-YES
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM CHECK-ONE-ACCOUNT
                   PERFORM READ-ACCTMST
               END-PERFORM
           END-IF.
           PERFORM WRITE-QUEUE-TOTALS THRU WRITE-QUEUE-TOTALS-EXIT.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "COL01: cases opened=    " CASES-OPENED
                   " reopened= " CASES-REOPENED.
           DISPLAY "COL01: cases closed=    " CASES-CLOSED.
           DISPLAY "COL01: cases escalated= " CASES-ESCALATED.
           DISPLAY "COL01: promises broken= " PROMISES-BROKEN.
           DISPLAY "COL01: open cases=      " OPEN-CASE-COUNT.
           IF CASES-ESCALATED > 0 OR PROMISES-BROKEN > 0
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           IF WRITE-FAILURES > 0
               DISPLAY "COL01: " WRITE-FAILURES
                       " case(s) could not be written"
               MOVE 8 TO RUN-SEVERITY
           END-IF.
           CALL "DAYLOG" USING "COL01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       SET-BUSINESS-DATE-SERIAL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO BUSINESS-DATE-SERIAL.

      * First-ever run: no case file yet, so an empty one is
      * built, the way REJ03 starts REJAGE.
       OPEN-THE-FILES.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "COL01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS " - no balances to check"
               MOVE 'Y' TO ACCTMST-EOF
           ELSE
               MOVE 'O' TO ACCTMST-OPEN-FLAG
               MOVE LOW-VALUES TO ACCTMST-ACCT-NBR
               START ACCTMST-FILE
                   KEY IS NOT LESS THAN ACCTMST-ACCT-NBR
                   INVALID KEY
                       MOVE 'Y' TO ACCTMST-EOF
               END-START
           END-IF.
           OPEN I-O COLLCASE-FILE.
           IF COLLCASE-STATUS = "35"
               OPEN OUTPUT COLLCASE-FILE
               CLOSE COLLCASE-FILE
               OPEN I-O COLLCASE-FILE
           END-IF.
           IF COLLCASE-STATUS = "00"
               MOVE 'Y' TO COLLCASE-OPEN-SW
           ELSE
               DISPLAY "COL01: OPEN COLLCASE-FILE - status "
                       COLLCASE-STATUS
               MOVE 8 TO RUN-SEVERITY
           END-IF.
           OPEN OUTPUT COL01-REPORT.
           IF COL01RPT-STATUS NOT = "00"
               DISPLAY "COL01: OPEN COL01-REPORT - status "
                       COL01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO COL01-REPORT-LINE
               WRITE COL01-REPORT-LINE
               MOVE SPACES TO COL01-REPORT-LINE
               STRING "COLLECTIONS QUEUE AS AT " BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO COL01-REPORT-LINE
               WRITE COL01-REPORT-LINE
           END-IF.

       READ-ACCTMST.
           IF NOT ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
           END-IF.

      * Only a negative balance or an open case needs any work;
      * every other account passes straight through.
       CHECK-ONE-ACCOUNT.
           MOVE ACCTMST-ACCT-NBR TO COLLCASE-ACCT-NBR.
           MOVE 'N' TO CASE-FOUND-SW.
           READ COLLCASE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CASE-FOUND-SW
           END-READ.
           IF ACCTMST-BALANCE < 0
               IF CASE-FOUND AND COLLCASE-OPEN
                   PERFORM AGE-THE-CASE
               ELSE
                   PERFORM OPEN-THE-CASE
               END-IF
           ELSE
               IF CASE-FOUND AND COLLCASE-OPEN
                   PERFORM CLOSE-THE-CASE
               END-IF
           END-IF.

       CLOSE-THE-FILES.
           IF ACCTMST-OPEN-FLAG = 'O'
               CLOSE ACCTMST-FILE
           END-IF.
           IF COLLCASE-FILE-OPEN
               CLOSE COLLCASE-FILE
           END-IF.
           IF COL01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO COL01-REPORT-LINE
               WRITE COL01-REPORT-LINE
               CLOSE COL01-REPORT
           END-IF.

       WRITE-QUEUE-TOTALS.
           IF COL01RPT-STATUS NOT = "00"
               GO TO WRITE-QUEUE-TOTALS-EXIT
           END-IF.
           MOVE SPACES TO COL01-REPORT-LINE.
           WRITE COL01-REPORT-LINE.
           PERFORM VARYING COLSTAGE-IDX FROM 1 BY 1
                   UNTIL COLSTAGE-IDX > COLSTAGE-COUNT
               MOVE STAGE-DEFICIT (COLSTAGE-IDX) TO EDITED-DEFICIT
               MOVE SPACES TO COL01-REPORT-LINE
               STRING "STAGE " COLSTAGE-IDX " "
                      COLSTAGE-NAME (COLSTAGE-IDX)
                      " OPEN " STAGE-CASE-COUNT (COLSTAGE-IDX)
                      " OVERDRAWN " EDITED-DEFICIT
                   DELIMITED BY SIZE INTO COL01-REPORT-LINE
               WRITE COL01-REPORT-LINE
           END-PERFORM.
           MOVE OPEN-DEFICIT-TOTAL TO EDITED-DEFICIT.
           MOVE SPACES TO COL01-REPORT-LINE.
           STRING "Open cases is= " OPEN-CASE-COUNT
                  "  Overdrawn is= " EDITED-DEFICIT
               DELIMITED BY SIZE INTO COL01-REPORT-LINE.
           WRITE COL01-REPORT-LINE.
           MOVE SPACES TO COL01-REPORT-LINE.
           STRING "Opened is= " CASES-OPENED
                  "  Reopened is= " CASES-REOPENED
                  "  Closed is= " CASES-CLOSED
               DELIMITED BY SIZE INTO COL01-REPORT-LINE.
           WRITE COL01-REPORT-LINE.
           MOVE SPACES TO COL01-REPORT-LINE.
           STRING "Escalated is= " CASES-ESCALATED
                  "  Promises broken is= " PROMISES-BROKEN
                  "  Kept is= " PROMISES-KEPT
               DELIMITED BY SIZE INTO COL01-REPORT-LINE.
           WRITE COL01-REPORT-LINE.
           MOVE SPACES TO COL01-REPORT-LINE.
           STRING "Accounts read is= " ACCOUNTS-READ
               DELIMITED BY SIZE INTO COL01-REPORT-LINE.
           WRITE COL01-REPORT-LINE.
       WRITE-QUEUE-TOTALS-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
      * A new case, or a closed one opened afresh for a new
      * spell overdrawn; the collector's history on a closed
      * case is cleared with it.
       OPEN-THE-CASE.
           IF CASE-FOUND
               ADD 1 TO CASES-REOPENED
               MOVE "REOPENED" TO CASE-EVENT
           ELSE
               MOVE SPACES TO COLLCASE-REC
               MOVE ACCTMST-ACCT-NBR TO COLLCASE-ACCT-NBR
               MOVE 0 TO COLLCASE-TIMES-OPENED
               ADD 1 TO CASES-OPENED
               MOVE "OPENED" TO CASE-EVENT
           END-IF.
           MOVE 'O' TO COLLCASE-CASE-STATUS.
           MOVE ACCTMST-ENTITY TO COLLCASE-ENTITY.
           MOVE BUSINESS-DATE-NUM TO COLLCASE-OPENED-DATE.
           MOVE BUSINESS-DATE-NUM TO COLLCASE-LAST-SEEN.
           MOVE 1 TO COLLCASE-DAYS-OVERDRAWN.
           MOVE ACCTMST-BALANCE TO COLLCASE-BALANCE.
           COMPUTE COLLCASE-MAX-DEFICIT = 0 - ACCTMST-BALANCE.
           MOVE 0 TO COLLCASE-STAGE.
           MOVE 0 TO COLLCASE-STAGE-DATE.
           MOVE 0 TO COLLCASE-CLOSED-DATE.
           ADD 1 TO COLLCASE-TIMES-OPENED.
           MOVE SPACES TO COLLCASE-LAST-ACTION.
           MOVE 0 TO COLLCASE-ACTION-DATE.
           MOVE SPACES TO COLLCASE-ACTION-BY.
           MOVE 0 TO COLLCASE-ACTION-COUNT.
           MOVE 0 TO COLLCASE-PROMISE-AMOUNT.
           MOVE 0 TO COLLCASE-PROMISE-DATE.
           MOVE SPACE TO COLLCASE-PROMISE-STATUS.
           CALL "MASKACCT" USING COLLCASE-ACCT-NBR MASKED-ACCT.
           PERFORM WRITE-EVENT-LINE.
           PERFORM SET-THE-STAGE.
           PERFORM COUNT-OPEN-CASE.
           IF CASE-FOUND
               REWRITE COLLCASE-REC
                   INVALID KEY
                       DISPLAY "COL01: REWRITE COLLCASE-FILE - "
                               "status " COLLCASE-STATUS
                       ADD 1 TO WRITE-FAILURES
               END-REWRITE
           ELSE
               WRITE COLLCASE-REC
                   INVALID KEY
                       DISPLAY "COL01: WRITE COLLCASE-FILE - "
                               "status " COLLCASE-STATUS
                       ADD 1 TO WRITE-FAILURES
               END-WRITE
           END-IF.

      * Still negative: the spell goes on. Running the same
      * business date twice changes nothing but the balance.
       AGE-THE-CASE.
           MOVE COLLCASE-OPENED-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE DAYS-OVERDRAWN =
               BUSINESS-DATE-SERIAL - SERIAL-RESULT + 1.
           IF DAYS-OVERDRAWN < 1
               MOVE 1 TO DAYS-OVERDRAWN
           END-IF.
           IF DAYS-OVERDRAWN > 99999
               MOVE 99999 TO DAYS-OVERDRAWN
           END-IF.
           MOVE DAYS-OVERDRAWN TO COLLCASE-DAYS-OVERDRAWN.
           MOVE BUSINESS-DATE-NUM TO COLLCASE-LAST-SEEN.
           MOVE ACCTMST-BALANCE TO COLLCASE-BALANCE.
           COMPUTE DEFICIT-NOW = 0 - ACCTMST-BALANCE.
           IF DEFICIT-NOW > COLLCASE-MAX-DEFICIT
               MOVE DEFICIT-NOW TO COLLCASE-MAX-DEFICIT
           END-IF.
           CALL "MASKACCT" USING COLLCASE-ACCT-NBR MASKED-ACCT.
           PERFORM SET-THE-STAGE.
           IF COLLCASE-PROMISE-PENDING AND
              COLLCASE-PROMISE-DATE < BUSINESS-DATE-NUM
               PERFORM BREAK-THE-PROMISE
           END-IF.
           PERFORM COUNT-OPEN-CASE.
           REWRITE COLLCASE-REC
               INVALID KEY
                   DISPLAY "COL01: REWRITE COLLCASE-FILE - status "
                           COLLCASE-STATUS
                   ADD 1 TO WRITE-FAILURES
           END-REWRITE.

       CLOSE-THE-CASE.
           ADD 1 TO CASES-CLOSED.
           MOVE 'C' TO COLLCASE-CASE-STATUS.
           MOVE BUSINESS-DATE-NUM TO COLLCASE-CLOSED-DATE.
           MOVE BUSINESS-DATE-NUM TO COLLCASE-LAST-SEEN.
           MOVE ACCTMST-BALANCE TO COLLCASE-BALANCE.
           IF COLLCASE-PROMISE-PENDING
               MOVE 'K' TO COLLCASE-PROMISE-STATUS
               ADD 1 TO PROMISES-KEPT
           END-IF.
           MOVE "RECOVERED" TO CASE-EVENT.
           CALL "MASKACCT" USING COLLCASE-ACCT-NBR MASKED-ACCT.
           PERFORM WRITE-EVENT-LINE.
           REWRITE COLLCASE-REC
               INVALID KEY
                   DISPLAY "COL01: REWRITE COLLCASE-FILE - status "
                           COLLCASE-STATUS
                   ADD 1 TO WRITE-FAILURES
           END-REWRITE.

      * The highest stage whose first day the case has reached;
      * moving up a stage raises that stage's alert, once. The
      * first stage is reached on the opening night and is not
      * counted as an escalation.
       SET-THE-STAGE.
           MOVE 1 TO NEW-STAGE.
           PERFORM VARYING COLSTAGE-IDX FROM 1 BY 1
                   UNTIL COLSTAGE-IDX > COLSTAGE-COUNT
               IF COLLCASE-DAYS-OVERDRAWN NOT <
                      COLSTAGE-FIRST-DAY (COLSTAGE-IDX)
                   MOVE COLSTAGE-IDX TO NEW-STAGE
               END-IF
           END-PERFORM.
           IF NEW-STAGE > COLLCASE-STAGE
               MOVE NEW-STAGE TO COLLCASE-STAGE
               MOVE BUSINESS-DATE-NUM TO COLLCASE-STAGE-DATE
               IF NEW-STAGE > 1
                   ADD 1 TO CASES-ESCALATED
                   MOVE "STAGE" TO CASE-EVENT
                   PERFORM WRITE-EVENT-LINE
               END-IF
               MOVE SPACES TO ALERT-MESSAGE
               STRING "COLLECTIONS " MASKED-ACCT " STAGE "
                      COLLCASE-STAGE " "
                      COLSTAGE-NAME (COLLCASE-STAGE)
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               MOVE COLSTAGE-SEVERITY (COLLCASE-STAGE) TO
                    ALERT-SEVERITY-HOLD
               PERFORM WRITE-ALERT-NOTIFICATION
           END-IF.

       BREAK-THE-PROMISE.
           ADD 1 TO PROMISES-BROKEN.
           MOVE 'B' TO COLLCASE-PROMISE-STATUS.
           MOVE "PROMISE BROKE" TO CASE-EVENT.
           PERFORM WRITE-EVENT-LINE.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "COLLECTIONS " MASKED-ACCT " PROMISE OF "
                  COLLCASE-PROMISE-DATE " BROKEN"
               DELIMITED BY SIZE INTO ALERT-MESSAGE.
           MOVE "MEDIUM  " TO ALERT-SEVERITY-HOLD.
           PERFORM WRITE-ALERT-NOTIFICATION.

       COUNT-OPEN-CASE.
           COMPUTE DEFICIT-NOW = 0 - COLLCASE-BALANCE.
           ADD 1 TO OPEN-CASE-COUNT.
           ADD DEFICIT-NOW TO OPEN-DEFICIT-TOTAL.
           ADD 1 TO STAGE-CASE-COUNT (COLLCASE-STAGE).
           ADD DEFICIT-NOW TO STAGE-DEFICIT (COLLCASE-STAGE).

       WRITE-EVENT-LINE.
           IF COL01RPT-STATUS = "00"
               MOVE COLLCASE-BALANCE TO EDITED-AMOUNT
               MOVE COLLCASE-DAYS-OVERDRAWN TO EDITED-DAYS
               MOVE SPACES TO COL01-REPORT-LINE
               IF CASE-EVENT = "STAGE"
                   STRING "STAGE " COLLCASE-STAGE " "
                          COLSTAGE-NAME (COLLCASE-STAGE)
                          " " MASKED-ACCT
                          " " EDITED-DAYS "D"
                          " BAL " EDITED-AMOUNT
                       DELIMITED BY SIZE INTO COL01-REPORT-LINE
               ELSE
                   STRING CASE-EVENT " " MASKED-ACCT
                          " OPENED " COLLCASE-OPENED-DATE
                          " " EDITED-DAYS "D"
                          " BAL " EDITED-AMOUNT
                       DELIMITED BY SIZE INTO COL01-REPORT-LINE
               END-IF
               WRITE COL01-REPORT-LINE
           END-IF.

      * Same alert record CNT01 writes, appended to the shared
      * CNT01ALRT file for the ALR01 routing.
       WRITE-ALERT-NOTIFICATION.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE-CCYY TO SUITE-RUN-DATE-X-CCYY.
           MOVE SUITE-RUN-DATE-MM   TO SUITE-RUN-DATE-X-MM.
           MOVE SUITE-RUN-DATE-DD   TO SUITE-RUN-DATE-X-DD.
           ACCEPT SUITE-RUN-TIME FROM TIME.
           OPEN EXTEND COL01-ALERT.
           IF CNT01ALRT-STATUS NOT = "00"
               OPEN OUTPUT COL01-ALERT
           END-IF.
           MOVE SPACES TO COL01-ALERT-REC.
           MOVE SUITE-RUN-DATE-X TO ALERT-DATE.
           MOVE SUITE-RUN-TIME   TO ALERT-TIME.
           MOVE ALERT-SEVERITY-HOLD TO ALERT-SEVERITY.
           MOVE "COL01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE COL01-ALERT-REC.
           CLOSE COL01-ALERT.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="COL01"==.
