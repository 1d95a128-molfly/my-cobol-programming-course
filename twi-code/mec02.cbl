       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEC02.
      *--------------------------------------------------
      * MONTH-END CONTROL CERTIFICATE, THE LAST STEP OF THE
      * CNT01MEC MONTH-END STREAM. THE PAPER CHECKLIST ASKED
      * SOMEBODY TO TICK EACH STEP; MEC02 PROVES IT INSTEAD.
      *   EVERY MONTH-END STEP RAN: DAILYLOG FOR THE BUSINESS
      *   DATE, FROM THE FIRST MEC01 START ON (SO THE NIGHTLY
      *   RUNS OF THE SAME JOBS EARLIER IN THE DAY DO NOT
      *   COUNT), MUST SHOW A START AND A STOP AFTER IT FOR
      *   MEC01, ACR01, CNT01, MST01, ROL01 (THE ACCRUAL FOLD),
      *   ROL01RP (THE REPORT RUN), STM01, AUD01, FXR01, REG01
      *   AND, IN DECEMBER, YEC01 - THE RST01 PAIRING.
      *   EVERY MONTH-END STEP BALANCED: ON THE MONTH-END
      *   CONTROLS DATASET (CTLFILE), TODAY'S LATEST CNT01VAL
      *   MUST EQUAL ACR01'S ACR01OUT - EVERY ACCRUAL WRITTEN
      *   WAS VALIDATED; THE MST01CTL RECORD MUST HAVE READ
      *   CNT01VAL AND ITS OPENING BALANCE PLUS WHAT IT APPLIED
      *   MUST MAKE ITS CLOSING BALANCE; THE ROL01CTL RECORD
      *   MUST HAVE FOLDED CNT01VAL; AND AUD01'S AUD01EXC MUST
      *   SHOW NO MASTER/SUMMARY EXCEPTIONS.
      * MEC02RPT IS THE CERTIFICATE - ONE LINE PER STEP AND PER
      * BALANCE, THEN CERTIFIED OR NOT CERTIFIED. RC 0
      * CERTIFIED, RC 16 NOT CERTIFIED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEC02-DAILYLOG ASSIGN TO DAILYLOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DAILYLOG-STATUS.

           SELECT CONTROL-FILE ASSIGN TO CTLFILE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CONTROLS-STATUS.

           SELECT MST01-CONTROL ASSIGN TO MST01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01CTL-STATUS.

           SELECT ROL01-CONTROL ASSIGN TO ROL01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ROL01CTL-STATUS.

           SELECT MEC02-REPORT ASSIGN TO MEC02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MEC02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEC02-DAILYLOG.
           COPY "daylogrec.cpy".

       FD  CONTROL-FILE.
       01  CONTROL-FILE-REC.
           05  CTL-REC-DATE             PIC X(10).
           05  FILLER                   PIC X.
           05  CTL-REC-STEP             PIC X(8).
           05  FILLER                   PIC X.
           05  CTL-REC-COUNT            PIC 9(7).
           05  FILLER                   PIC X.
           05  CTL-REC-AMOUNT           PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(38).

       FD  MST01-CONTROL.
       01  MST01-CONTROL-REC.
           05  CTL-OPENING-COUNT        PIC 9(7).
           05  CTL-OPENING-BALANCE      PIC S9(11)V99.
           05  CTL-APPLIED-AMOUNT       PIC S9(11)V99.
           05  CTL-CLOSING-COUNT        PIC 9(7).
           05  CTL-CLOSING-BALANCE      PIC S9(11)V99.
           05  CTL-PARTITION            PIC X.
           05  CTL-INPUT-COUNT          PIC 9(7).
           05  CTL-INPUT-AMOUNT         PIC S9(11)V99.
           05  FILLER                   PIC X(6).

       FD  ROL01-CONTROL.
       01  ROL01-CONTROL-REC.
           05  ROLCTL-FOLDED-COUNT      PIC 9(6).
           05  ROLCTL-PARTITION         PIC X.
           05  ROLCTL-FOLDED-AMOUNT     PIC S9(11)V99.
           05  FILLER                   PIC X(60).

       FD  MEC02-REPORT.
       01  MEC02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DAILYLOG==.

       01  DAILYLOG-STATUS.
           05  DAILYLOG-STATUS-L        PIC X.
           05  DAILYLOG-STATUS-R        PIC X.
       01  CONTROLS-STATUS.
           05  CONTROLS-STATUS-L        PIC X.
           05  CONTROLS-STATUS-R        PIC X.
       01  MST01CTL-STATUS.
           05  MST01CTL-STATUS-L        PIC X.
           05  MST01CTL-STATUS-R        PIC X.
       01  ROL01CTL-STATUS.
           05  ROL01CTL-STATUS-L        PIC X.
           05  ROL01CTL-STATUS-R        PIC X.
       01  MEC02RPT-STATUS.
           05  MEC02RPT-STATUS-L        PIC X.
           05  MEC02RPT-STATUS-R        PIC X.

      * The month-end steps in stream order, as each logs itself
      * to DAILYLOG. YEC01 is the last entry and is only looked
      * for in December.
       01  MONTH-END-JOB-LIST.
           05  FILLER                   PIC X(8)    VALUE "MEC01   ".
           05  FILLER                   PIC X(8)    VALUE "ACR01   ".
           05  FILLER                   PIC X(8)    VALUE "CNT01   ".
           05  FILLER                   PIC X(8)    VALUE "MST01   ".
           05  FILLER                   PIC X(8)    VALUE "ROL01   ".
           05  FILLER                   PIC X(8)    VALUE "ROL01RP ".
           05  FILLER                   PIC X(8)    VALUE "STM01   ".
           05  FILLER                   PIC X(8)    VALUE "AUD01   ".
           05  FILLER                   PIC X(8)    VALUE "FXR01   ".
           05  FILLER                   PIC X(8)    VALUE "REG01   ".
           05  FILLER                   PIC X(8)    VALUE "YEC01   ".
       01  MONTH-END-JOB-TABLE REDEFINES MONTH-END-JOB-LIST.
           05  MONTH-END-JOB OCCURS 11 TIMES PIC X(8).
       01  JOB-STATE-TABLE.
           05  JOB-STATE OCCURS 11 TIMES.
               10  JOB-STARTED          PIC X.
               10  JOB-STOPPED          PIC X.
       01  JOB-COUNT                    PIC 99      VALUE 10.
       01  JOB-IDX                      PIC 99.
       01  WINDOW-OPEN-SW               PIC X       VALUE 'N'.
           88  WINDOW-OPEN                           VALUE 'Y'.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-X.
           05  BUSINESS-X-CCYY          PIC 9(4).
           05  FILLER                   PIC X       VALUE '-'.
           05  BUSINESS-X-MM            PIC 9(2).
           05  FILLER                   PIC X       VALUE '-'.
           05  BUSINESS-X-DD            PIC 9(2).

      * Today's latest control record for each step, the way
      * CTLPASS picks them - a rerun supersedes its first try.
       01  ACR01OUT-FOUND-SW            PIC X       VALUE 'N'.
           88  ACR01OUT-FOUND                        VALUE 'Y'.
       01  ACR01OUT-COUNT               PIC 9(7)    VALUE 0.
       01  ACR01OUT-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  CNT01VAL-FOUND-SW            PIC X       VALUE 'N'.
           88  CNT01VAL-FOUND                        VALUE 'Y'.
       01  CNT01VAL-COUNT               PIC 9(7)    VALUE 0.
       01  CNT01VAL-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  AUD01EXC-FOUND-SW            PIC X       VALUE 'N'.
           88  AUD01EXC-FOUND                        VALUE 'Y'.
       01  AUD01EXC-COUNT               PIC 9(7)    VALUE 0.
       01  SCAN-EOF-SW                  PIC X.

       01  CLOSING-EXPECTED             PIC S9(11)V99.
       01  CERTIFY-FAILED-SW            PIC X       VALUE 'N'.
           88  CERTIFY-FAILED                        VALUE 'Y'.
       01  EXCEPTION-COUNT              PIC 99      VALUE 0.
       01  CHECK-TEXT                   PIC X(60).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "MEC02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM (1:4) TO BUSINESS-X-CCYY.
           MOVE BUSINESS-DATE-NUM (5:2) TO BUSINESS-X-MM.
           MOVE BUSINESS-DATE-NUM (7:2) TO BUSINESS-X-DD.
           IF BUSINESS-X-MM = 12
               MOVE 11 TO JOB-COUNT
           END-IF.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE-CCYY TO SUITE-RUN-DATE-X-CCYY.
           MOVE SUITE-RUN-DATE-MM   TO SUITE-RUN-DATE-X-MM.
           MOVE SUITE-RUN-DATE-DD   TO SUITE-RUN-DATE-X-DD.
           PERFORM OPEN-THE-REPORT.
           PERFORM SCAN-THE-DAILYLOG.
           PERFORM CERTIFY-EACH-STEP.
           PERFORM SCAN-THE-CONTROLS.
           PERFORM CERTIFY-THE-ACCRUALS.
           PERFORM CERTIFY-THE-POSTING THRU
               CERTIFY-THE-POSTING-EXIT.
           PERFORM CERTIFY-THE-ROLLUP THRU
               CERTIFY-THE-ROLLUP-EXIT.
           PERFORM CERTIFY-THE-AUDIT.
           PERFORM CLOSE-THE-REPORT.
           IF CERTIFY-FAILED
               DISPLAY "MEC02: " BUSINESS-DATE-X
                       " MONTH-END NOT CERTIFIED - exceptions= "
                       EXCEPTION-COUNT
               MOVE 16 TO RUN-SEVERITY
           ELSE
               DISPLAY "MEC02: " BUSINESS-DATE-X
                       " MONTH-END CERTIFIED"
           END-IF.
           CALL "DAYLOG" USING "MEC02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       OPEN-THE-REPORT.
           OPEN OUTPUT MEC02-REPORT.
           IF MEC02RPT-STATUS NOT = "00"
               DISPLAY "MEC02: OPEN MEC02-REPORT - status "
                       MEC02RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO MEC02-REPORT-LINE
               WRITE MEC02-REPORT-LINE
               MOVE SPACES TO MEC02-REPORT-LINE
               STRING "MONTH-END CONTROL CERTIFICATE FOR "
                      BUSINESS-DATE-X
                   DELIMITED BY SIZE INTO MEC02-REPORT-LINE
               WRITE MEC02-REPORT-LINE
           END-IF.

      * The window opens at the first MEC01 START of the business
      * date; from there the latest START per job wins and a
      * STOP only counts after it - the RST01 pairing.
       SCAN-THE-DAILYLOG.
           PERFORM VARYING JOB-IDX FROM 1 BY 1 UNTIL JOB-IDX > 10
               MOVE 'N' TO JOB-STARTED (JOB-IDX)
               MOVE 'N' TO JOB-STOPPED (JOB-IDX)
           END-PERFORM.
           MOVE 'N' TO DAILYLOG-EOF.
           OPEN INPUT MEC02-DAILYLOG.
           IF DAILYLOG-STATUS NOT = "00"
               DISPLAY "MEC02: OPEN DAILYLOG - status "
                       DAILYLOG-STATUS
               MOVE 'Y' TO DAILYLOG-EOF
           END-IF.
           PERFORM UNTIL DAILYLOG-EOF-YES
               READ MEC02-DAILYLOG
                   AT END MOVE 'Y' TO DAILYLOG-EOF
               END-READ
               IF NOT DAILYLOG-EOF-YES AND
                  DAILYLOG-REC-DATE = BUSINESS-DATE-X
                   IF DAILYLOG-REC-JOB = "MEC01   " AND
                      DAILYLOG-REC-EVENT = "START   "
                       MOVE 'Y' TO WINDOW-OPEN-SW
                   END-IF
                   IF WINDOW-OPEN
                       PERFORM NOTE-ONE-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           IF DAILYLOG-STATUS = "00" OR DAILYLOG-STATUS = "10"
               CLOSE MEC02-DAILYLOG
           END-IF.
           IF NOT WINDOW-OPEN
               MOVE "NO MEC01 START ON DAILYLOG FOR THE BUSINESS DATE"
                    TO CHECK-TEXT
               PERFORM NOTE-EXCEPTION
           END-IF.

       CERTIFY-EACH-STEP.
           PERFORM VARYING JOB-IDX FROM 1 BY 1
                   UNTIL JOB-IDX > JOB-COUNT
               MOVE SPACES TO CHECK-TEXT
               EVALUATE TRUE
                   WHEN JOB-STOPPED (JOB-IDX) = 'Y'
                       STRING "STEP " MONTH-END-JOB (JOB-IDX)
                              " RAN"
                           DELIMITED BY SIZE INTO CHECK-TEXT
                       PERFORM NOTE-PASSED
                   WHEN JOB-STARTED (JOB-IDX) = 'Y'
                       STRING "STEP " MONTH-END-JOB (JOB-IDX)
                              " STARTED BUT NEVER FINISHED"
                           DELIMITED BY SIZE INTO CHECK-TEXT
                       PERFORM NOTE-EXCEPTION
                   WHEN OTHER
                       STRING "STEP " MONTH-END-JOB (JOB-IDX)
                              " DID NOT RUN"
                           DELIMITED BY SIZE INTO CHECK-TEXT
                       PERFORM NOTE-EXCEPTION
               END-EVALUATE
           END-PERFORM.

      * CTLPASS stamps its records with the system date, so that
      * is the date looked for here too.
       SCAN-THE-CONTROLS.
           MOVE 'N' TO SCAN-EOF-SW.
           OPEN INPUT CONTROL-FILE.
           IF CONTROLS-STATUS NOT = "00"
               DISPLAY "MEC02: OPEN CONTROLS - status "
                       CONTROLS-STATUS
               MOVE 'Y' TO SCAN-EOF-SW
           END-IF.
           PERFORM UNTIL SCAN-EOF-SW = 'Y'
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO SCAN-EOF-SW
               END-READ
               IF SCAN-EOF-SW = 'N' AND
                  CTL-REC-DATE = SUITE-RUN-DATE-X
                   PERFORM TAKE-ONE-CONTROL
               END-IF
           END-PERFORM.
           IF CONTROLS-STATUS = "00" OR CONTROLS-STATUS = "10"
               CLOSE CONTROL-FILE
           END-IF.

       CERTIFY-THE-ACCRUALS.
           MOVE SPACES TO CHECK-TEXT.
           EVALUATE TRUE
               WHEN NOT ACR01OUT-FOUND
                   MOVE "ACR01 LEFT NO ACR01OUT CONTROL TODAY"
                        TO CHECK-TEXT
                   PERFORM NOTE-EXCEPTION
               WHEN NOT CNT01VAL-FOUND
                   MOVE "CNT01 LEFT NO CNT01VAL CONTROL TODAY"
                        TO CHECK-TEXT
                   PERFORM NOTE-EXCEPTION
               WHEN CNT01VAL-COUNT NOT = ACR01OUT-COUNT OR
                    CNT01VAL-AMOUNT NOT = ACR01OUT-AMOUNT
                   STRING "ACCRUALS WRITTEN " ACR01OUT-COUNT
                          " BUT VALIDATED " CNT01VAL-COUNT
                       DELIMITED BY SIZE INTO CHECK-TEXT
                   PERFORM NOTE-EXCEPTION
               WHEN OTHER
                   STRING "ACCRUALS WRITTEN AND VALIDATED "
                          ACR01OUT-COUNT
                       DELIMITED BY SIZE INTO CHECK-TEXT
                   PERFORM NOTE-PASSED
                   MOVE ACR01OUT-AMOUNT TO EDITED-AMOUNT
                   MOVE SPACES TO CHECK-TEXT
                   STRING "  AMOUNT " EDITED-AMOUNT
                       DELIMITED BY SIZE INTO CHECK-TEXT
                   PERFORM WRITE-CHECK-LINE
           END-EVALUATE.

       CERTIFY-THE-POSTING.
           OPEN INPUT MST01-CONTROL.
           IF MST01CTL-STATUS NOT = "00"
               MOVE "NO MST01CTL CONTROL RECORD" TO CHECK-TEXT
               PERFORM NOTE-EXCEPTION
               GO TO CERTIFY-THE-POSTING-EXIT
           END-IF.
           READ MST01-CONTROL
               AT END MOVE "10" TO MST01CTL-STATUS
           END-READ.
           CLOSE MST01-CONTROL.
           IF MST01CTL-STATUS NOT = "00"
               MOVE "MST01CTL CONTROL DATASET IS EMPTY" TO CHECK-TEXT
               PERFORM NOTE-EXCEPTION
               GO TO CERTIFY-THE-POSTING-EXIT
           END-IF.
           MOVE SPACES TO CHECK-TEXT.
           IF CTL-INPUT-COUNT NOT = CNT01VAL-COUNT OR
              CTL-INPUT-AMOUNT NOT = CNT01VAL-AMOUNT
               STRING "MST01 READ " CTL-INPUT-COUNT
                      " BUT CNT01 VALIDATED " CNT01VAL-COUNT
                   DELIMITED BY SIZE INTO CHECK-TEXT
               PERFORM NOTE-EXCEPTION
           ELSE
               STRING "MST01 POSTED THE VALIDATED ACCRUALS "
                      CTL-INPUT-COUNT
                   DELIMITED BY SIZE INTO CHECK-TEXT
               PERFORM NOTE-PASSED
           END-IF.
           COMPUTE CLOSING-EXPECTED =
               CTL-OPENING-BALANCE + CTL-APPLIED-AMOUNT.
           MOVE SPACES TO CHECK-TEXT.
           IF CLOSING-EXPECTED NOT = CTL-CLOSING-BALANCE
               MOVE CTL-CLOSING-BALANCE TO EDITED-AMOUNT
               STRING "MASTER OUT OF BALANCE - CLOSING "
                      EDITED-AMOUNT
                   DELIMITED BY SIZE INTO CHECK-TEXT
               PERFORM NOTE-EXCEPTION
           ELSE
               MOVE CTL-CLOSING-BALANCE TO EDITED-AMOUNT
               STRING "MASTER BALANCES - CLOSING " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO CHECK-TEXT
               PERFORM NOTE-PASSED
           END-IF.
       CERTIFY-THE-POSTING-EXIT.
           EXIT.

       CERTIFY-THE-ROLLUP.
           OPEN INPUT ROL01-CONTROL.
           IF ROL01CTL-STATUS NOT = "00"
               MOVE "NO ROL01CTL CONTROL RECORD" TO CHECK-TEXT
               PERFORM NOTE-EXCEPTION
               GO TO CERTIFY-THE-ROLLUP-EXIT
           END-IF.
           READ ROL01-CONTROL
               AT END MOVE "10" TO ROL01CTL-STATUS
           END-READ.
           CLOSE ROL01-CONTROL.
           IF ROL01CTL-STATUS NOT = "00"
               MOVE "ROL01CTL CONTROL DATASET IS EMPTY" TO CHECK-TEXT
               PERFORM NOTE-EXCEPTION
               GO TO CERTIFY-THE-ROLLUP-EXIT
           END-IF.
           MOVE SPACES TO CHECK-TEXT.
           IF ROLCTL-FOLDED-COUNT NOT = CNT01VAL-COUNT OR
              ROLCTL-FOLDED-AMOUNT NOT = CNT01VAL-AMOUNT
               STRING "ROL01 FOLDED " ROLCTL-FOLDED-COUNT
                      " BUT CNT01 VALIDATED " CNT01VAL-COUNT
                   DELIMITED BY SIZE INTO CHECK-TEXT
               PERFORM NOTE-EXCEPTION
           ELSE
               STRING "ROL01 FOLDED THE VALIDATED ACCRUALS "
                      ROLCTL-FOLDED-COUNT
                   DELIMITED BY SIZE INTO CHECK-TEXT
               PERFORM NOTE-PASSED
           END-IF.
       CERTIFY-THE-ROLLUP-EXIT.
           EXIT.

       CERTIFY-THE-AUDIT.
           MOVE SPACES TO CHECK-TEXT.
           EVALUATE TRUE
               WHEN NOT AUD01EXC-FOUND
                   MOVE "AUD01 LEFT NO AUD01EXC CONTROL TODAY"
                        TO CHECK-TEXT
                   PERFORM NOTE-EXCEPTION
               WHEN AUD01EXC-COUNT > 0
                   STRING "AUD01 FOUND MASTER/SUMMARY EXCEPTIONS "
                          AUD01EXC-COUNT
                       DELIMITED BY SIZE INTO CHECK-TEXT
                   PERFORM NOTE-EXCEPTION
               WHEN OTHER
                   MOVE "AUD01 MASTER AND SUMMARY AGREE" TO CHECK-TEXT
                   PERFORM NOTE-PASSED
           END-EVALUATE.

       CLOSE-THE-REPORT.
           IF MEC02RPT-STATUS = "00"
               MOVE SPACES TO MEC02-REPORT-LINE
               IF CERTIFY-FAILED
                   STRING "RESULT: *** NOT CERTIFIED - EXCEPTIONS "
                          EXCEPTION-COUNT
                       DELIMITED BY SIZE INTO MEC02-REPORT-LINE
               ELSE
                   STRING "RESULT: CERTIFIED - EVERY STEP RAN AND "
                          "BALANCED"
                       DELIMITED BY SIZE INTO MEC02-REPORT-LINE
               END-IF
               WRITE MEC02-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO MEC02-REPORT-LINE
               WRITE MEC02-REPORT-LINE
               CLOSE MEC02-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       NOTE-ONE-EVENT.
           PERFORM VARYING JOB-IDX FROM 1 BY 1 UNTIL JOB-IDX > 10
               IF DAILYLOG-REC-JOB = MONTH-END-JOB (JOB-IDX)
                   EVALUATE DAILYLOG-REC-EVENT
                       WHEN "START   "
                           MOVE 'Y' TO JOB-STARTED (JOB-IDX)
                           MOVE 'N' TO JOB-STOPPED (JOB-IDX)
                       WHEN "STOP    "
                           IF JOB-STARTED (JOB-IDX) = 'Y'
                               MOVE 'Y' TO JOB-STOPPED (JOB-IDX)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       TAKE-ONE-CONTROL.
           EVALUATE CTL-REC-STEP
               WHEN "ACR01OUT"
                   MOVE 'Y' TO ACR01OUT-FOUND-SW
                   MOVE CTL-REC-COUNT TO ACR01OUT-COUNT
                   MOVE CTL-REC-AMOUNT TO ACR01OUT-AMOUNT
               WHEN "CNT01VAL"
                   MOVE 'Y' TO CNT01VAL-FOUND-SW
                   MOVE CTL-REC-COUNT TO CNT01VAL-COUNT
                   MOVE CTL-REC-AMOUNT TO CNT01VAL-AMOUNT
               WHEN "AUD01EXC"
                   MOVE 'Y' TO AUD01EXC-FOUND-SW
                   MOVE CTL-REC-COUNT TO AUD01EXC-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       NOTE-PASSED.
           DISPLAY "MEC02: " CHECK-TEXT.
           PERFORM WRITE-CHECK-LINE.

       NOTE-EXCEPTION.
           MOVE 'Y' TO CERTIFY-FAILED-SW.
           ADD 1 TO EXCEPTION-COUNT.
           DISPLAY "MEC02: *** " CHECK-TEXT.
           IF MEC02RPT-STATUS = "00"
               MOVE SPACES TO MEC02-REPORT-LINE
               STRING "*** " CHECK-TEXT
                   DELIMITED BY SIZE INTO MEC02-REPORT-LINE
               WRITE MEC02-REPORT-LINE
           END-IF.

       WRITE-CHECK-LINE.
           IF MEC02RPT-STATUS = "00"
               MOVE SPACES TO MEC02-REPORT-LINE
               STRING "    " CHECK-TEXT
                   DELIMITED BY SIZE INTO MEC02-REPORT-LINE
               WRITE MEC02-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="MEC02"==.
