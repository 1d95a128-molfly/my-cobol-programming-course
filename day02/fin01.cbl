       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIN01 IS INITIAL PROGRAM.
      *-------------------------------------------------
      * LOAN AND SAVINGS CALCULATOR, OFFERED FROM MENU01 NEXT TO
      * ADD02 SO THE ACCOUNT TEAMS NO LONGER REACH FOR A POCKET
      * CALCULATOR WHEN A CUSTOMER ASKS WHAT A REPAYMENT WOULD
      * BE OR WHAT A DEPOSIT GROWS TO. THE OPERATOR PICKS A LOAN
      * REPAYMENT SCHEDULE OR A SAVINGS GROWTH PROJECTION AND
      * KEYS THE PRINCIPAL, THE ANNUAL RATE IN PERCENT, THE TERM
      * IN YEARS AND THE NUMBER OF PERIODS PER YEAR (1, 2, 4,
      * 12, 26 OR 52), ALL FREE-FORM AS IN ADD02.
      * A LOAN IS AMORTIZED AT A LEVEL PAYMENT - PRINCIPAL TIMES
      * THE PERIOD RATE TIMES (1 + RATE) ** N OVER
      * ((1 + RATE) ** N - 1), OR A STRAIGHT SPLIT AT A ZERO RATE
      * - AND THE SCHEDULE SHOWS EACH PERIOD'S PAYMENT, INTEREST,
      * PRINCIPAL AND REMAINING BALANCE; THE LAST PAYMENT TAKES
      * UP THE PENNIES SO THE BALANCE ENDS AT EXACTLY ZERO. A
      * SAVINGS PROJECTION COMPOUNDS THE INTEREST INTO THE
      * BALANCE EVERY PERIOD. EACH PERIOD'S INTEREST IS THE
      * BALANCE TIMES THE ANNUAL RATE OVER 100 TIMES THE PERIODS
      * PER YEAR, ROUNDED TO THE PENNY AS ACR01 ACCRUES IT,
      * UNLESS FIN01PARM ASKS FOR TRUNCATION AS ADD02PARM CAN.
      * THE SCHEDULE PAUSES EVERY PAGE-BREAK-SIZE LINES LIKE
      * MULT04 (SUITECFG, DEFAULT 15; UNATTENDED RUNS TAKE THE
      * PAUSE ANSWER FROM AUTOANS) AND MAY ALSO BE PRINTED TO
      * FIN01RPT. EVERY CALCULATION IS LOGGED TO FIN01LOG AND
      * WRITTEN TO THE SHARED TXNHIST TRANSACTION-HISTORY FILE.
      *-------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIN01-PARMCARD ASSIGN TO FIN01PARM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FIN01PARM-STATUS.

      * Report, log, and history ASSIGNs name working-storage
      * variables so the suite training switch can divert a
      * practice session to the TRN-prefixed copies.
           SELECT FIN01-REPORT ASSIGN TO FIN01-RPT-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FIN01RPT-STATUS.

           SELECT FIN01-RUNLOG ASSIGN TO FIN01-LOG-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FIN01LOG-STATUS.

           SELECT FIN01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

           SELECT TXNHIST-FILE ASSIGN TO FIN01-HIST-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS TXNHIST-KEY
                  FILE STATUS   IS TXNHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TXNHIST-FILE.
       COPY "txnhist.cpy".

       FD  FIN01-PARMCARD.
       01  FIN01PARM-REC.
           05  FIN01PARM-ROUND-SW       PIC X.
               88  FIN01PARM-TRUNCATE                VALUE 'T'.

       FD  FIN01-REPORT.
       01  FIN01-REPORT-LINE            PIC X(80).

       FD  FIN01-RUNLOG.
       01  FIN01-LOG-LINE               PIC X(80).

       FD  FIN01-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  FIN01PARM-STATUS.
           05  FIN01PARM-STATUS-L       PIC X.
           05  FIN01PARM-STATUS-R       PIC X.
       01  FIN01RPT-STATUS.
           05  FIN01RPT-STATUS-L        PIC X.
           05  FIN01RPT-STATUS-R        PIC X.
       01  FIN01LOG-STATUS.
           05  FIN01LOG-STATUS-L        PIC X.
           05  FIN01LOG-STATUS-R        PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.
       01  TXNHIST-STATUS.
           05  TXNHIST-STATUS-L         PIC X.
           05  TXNHIST-STATUS-R         PIC X.

      * Suite training switch and the dataset names it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  FIN01-RPT-NAME               PIC X(12)
                                        VALUE "FIN01RPT".
       01  FIN01-LOG-NAME               PIC X(12)
                                        VALUE "FIN01LOG".
       01  FIN01-HIST-NAME              PIC X(12)
                                        VALUE "TXNHIST".

       01  CALC-KIND-SW                 PIC X       VALUE SPACE.
           88  LOAN-CALC                             VALUE '1'.
           88  SAVINGS-CALC                          VALUE '2'.
           88  CALC-KIND-VALID                       VALUE '1' '2'.
       01  PRINT-ANSWER                 PIC X       VALUE 'N'.
       01  PRINT-SW                     PIC X       VALUE 'N'.
           88  PRINT-REQUESTED                       VALUE 'Y'.
       01  ROUND-MODE-SW                PIC X       VALUE 'R'.
           88  INTEREST-TRUNCATES                    VALUE 'T'.
       01  OVERFLOW-SW                  PIC X       VALUE 'N'.
           88  RESULT-OVERFLOWED                     VALUE 'Y'.

      * The calculation inputs. The rate is an annual percentage
      * carried to four places, as on the ACRSCHED rate cards.
       01  PRINCIPAL-AMOUNT             PIC 9(9)V99 VALUE 0.
       01  ANNUAL-RATE                  PIC 99V9(4) VALUE 0.
       01  TERM-YEARS                   PIC 99      VALUE 0.
       01  PERIODS-PER-YEAR             PIC 99      VALUE 0.
           88  PERIODS-PER-YEAR-VALID   VALUES 1 2 4 12 26 52.
       01  PERIOD-COUNT                 PIC 9(4)    VALUE 0.

      * Working figures. PERIOD-RATE and GROWTH-FACTOR are only
      * used to size the level loan payment; every period's
      * interest is worked from ANNUAL-RATE directly, the way
      * ACR01 works it, so no precision is lost per period.
       01  PERIOD-RATE                  PIC 9V9(12) VALUE 0.
       01  GROWTH-FACTOR                PIC 9(7)V9(11) VALUE 0.
       01  GROWTH-LESS-ONE              PIC 9(7)V9(11) VALUE 0.
       01  PAYMENT-FACTOR               PIC 9(3)V9(12) VALUE 0.
       01  RATE-DIVISOR                 PIC 9(4)    VALUE 0.
       01  LEVEL-PAYMENT                PIC 9(9)V99 VALUE 0.
       01  RUNNING-BALANCE              PIC 9(10)V99 VALUE 0.
       01  PERIOD-NBR                   PIC 9(4)    VALUE 0.
       01  PERIOD-PAYMENT               PIC 9(10)V99 VALUE 0.
       01  PERIOD-INTEREST              PIC 9(10)V99 VALUE 0.
       01  PERIOD-PRINCIPAL             PIC 9(10)V99 VALUE 0.
       01  TOTAL-PAID                   PIC 9(11)V99 VALUE 0.
       01  TOTAL-INTEREST               PIC 9(11)V99 VALUE 0.
       01  THE-RESULT                   PIC 9(10)V99 VALUE 0.

      * Free-form numeric entry: digits with an optional point
      * and up to ENTRY-MAX-DECIMALS decimals - parsed by hand the
      * way ADD02 does it. Nothing here is ever negative, so a
      * sign is refused rather than guessed at.
       01  ENTRY-TEXT                   PIC X(14).
       01  ENTRY-WHOLE-X                PIC X(9).
       01  ENTRY-FRAC-X                 PIC X(4).
       01  ENTRY-WHOLE-NUM              PIC 9(9).
       01  ENTRY-FRAC-NUM               PIC 9(4).
       01  ENTRY-MAX-WHOLE              PIC 99.
       01  ENTRY-MAX-DECIMALS           PIC 9.
       01  ENTRY-OK-SW                  PIC X.
           88  ENTRY-OK                              VALUE 'Y'.
       01  ENTRY-SCAN-IDX               PIC 99.
       01  ENTRY-DIGIT-COUNT            PIC 99.
       01  ENTRY-FRAC-COUNT             PIC 9.
       01  PARSED-NUMBER                PIC 9(9)V9(4).

      * Screen paging, as in MULT04, and report paging.
       01  PAGE-BREAK-SIZE              PIC 99      VALUE 15.
       01  SCREEN-LINES                 PIC 99      VALUE 0.
       01  REPORT-PAGE-SIZE             PIC 99      VALUE 50.
       01  REPORT-LINES                 PIC 99      VALUE 0.
       01  A-DUMMY                      PIC X.
       01  AUTO-ANSWER-FIELD            PIC X(14).
       01  AUTO-ANSWER-RESULT           PIC X.
           88  AUTO-ATTENDED                         VALUE 'N'.

      * The inputs restated above the schedule, on screen and
      * on the report; SUMMARY-PTR leaves the length built.
       01  SUMMARY-LINE                 PIC X(80).
       01  SUMMARY-PTR                  PIC 99.
       01  SAVED-REPORT-LINE         PIC X(80).
       01  AMOUNT-EDITED                PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITED                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  RATE-EDITED                  PIC Z9.9999.
       01  TERM-EDITED                  PIC Z9.
       01  FREQ-EDITED                  PIC Z9.

       01  LOAN-COLUMN-HEADING.
           05  FILLER                   PIC X(6)    VALUE "PERIOD".
           05  FILLER                   PIC X(17)
                                  VALUE "          PAYMENT".
           05  FILLER                   PIC X(17)
                                  VALUE "         INTEREST".
           05  FILLER                   PIC X(17)
                                  VALUE "        PRINCIPAL".
           05  FILLER                   PIC X(17)
                                  VALUE "          BALANCE".
       01  LOAN-DETAIL-LINE.
           05  LOAN-DTL-PERIOD          PIC ZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  LOAN-DTL-PAYMENT         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X       VALUE SPACE.
           05  LOAN-DTL-INTEREST        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X       VALUE SPACE.
           05  LOAN-DTL-PRINCIPAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X       VALUE SPACE.
           05  LOAN-DTL-BALANCE         PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  SAVINGS-COLUMN-HEADING.
           05  FILLER                   PIC X(6)    VALUE "PERIOD".
           05  FILLER                   PIC X(17)
                                  VALUE "         INTEREST".
           05  FILLER                   PIC X(18)
                                  VALUE "           BALANCE".
       01  SAVINGS-DETAIL-LINE.
           05  SAV-DTL-PERIOD           PIC ZZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  SAV-DTL-INTEREST         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X       VALUE SPACE.
           05  SAV-DTL-BALANCE          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      * History detail: kind, principal, rate, periods x per
      * year, and the result - the level payment for a loan, the
      * closing balance for savings.
       01  HIST-PRINCIPAL-EDITED        PIC Z(8)9.99.
       01  HIST-RESULT-EDITED           PIC Z(9)9.99.
       01  HIST-KIND                    PIC X.

       01  TXNHIST-SEQ-CTR              PIC 9(4)    VALUE 0.
       01  TXNHIST-WRITTEN-SW           PIC X.
           88  TXNHIST-WRITTEN                       VALUE 'Y'.
       01  TXNHIST-WRITE-FAILS          PIC 9(3)    VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.
       01  OVERFLOW-SEEN-SW             PIC X       VALUE 'N'.
           88  OVERFLOW-SEEN                         VALUE 'Y'.

       PROCEDURE DIVISION.

       PROGRAM-BEGIN.
           PERFORM GET-SUITE-CONFIG.
           CALL "DAYLOG" USING "FIN01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM GET-PARM-CARD.
           PERFORM GET-CALCULATION-INPUTS.
           PERFORM ASK-ABOUT-PRINTING.
           IF PRINT-REQUESTED
               PERFORM OPEN-FIN01-REPORT
           END-IF.
           IF LOAN-CALC
               PERFORM RUN-LOAN-SCHEDULE
           ELSE
               PERFORM RUN-SAVINGS-PROJECTION
           END-IF.
           IF PRINT-REQUESTED
               PERFORM CLOSE-FIN01-REPORT
           END-IF.
           PERFORM LOG-THE-CALCULATION.
           IF TXNHIST-WRITE-FAILS > 0
               DISPLAY "FIN01: TXNHIST write failures= "
                       TXNHIST-WRITE-FAILS
           END-IF.
           CALL "DAYLOG" USING "FIN01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
      * Suite return-code ladder: 8 when the calculation ran out
      * of range or the history write was lost. Set after the
      * last CALL - a callee's GOBACK resets it.
           IF OVERFLOW-SEEN OR TXNHIST-WRITE-FAILS > 0
               MOVE 8 TO RUN-SEVERITY
           END-IF.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      * LEVEL 2 ROUTINES
       GET-SUITE-CONFIG.
           OPEN INPUT FIN01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ FIN01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00"
                   AND SUITECFG-PAGE-BREAK-SIZE > 0
                   MOVE SUITECFG-PAGE-BREAK-SIZE TO PAGE-BREAK-SIZE
               END-IF
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNFINRPT" TO FIN01-RPT-NAME
                   MOVE "TRNFINLOG" TO FIN01-LOG-NAME
                   MOVE "TRNHIST" TO FIN01-HIST-NAME
                   DISPLAY "*** TRAINING *** practice outputs "
                           "in use"
               END-IF
               CLOSE FIN01-SUITECFG
           END-IF.

       GET-PARM-CARD.
           OPEN INPUT FIN01-PARMCARD.
           IF FIN01PARM-STATUS = "00"
               READ FIN01-PARMCARD
                   AT END MOVE "10" TO FIN01PARM-STATUS
               END-READ
               IF FIN01PARM-STATUS = "00" AND
                  FIN01PARM-TRUNCATE
                   MOVE 'T' TO ROUND-MODE-SW
               END-IF
               CLOSE FIN01-PARMCARD
           END-IF.

       GET-CALCULATION-INPUTS.
           DISPLAY "Select calculation: 1=Loan repayment schedule".
           DISPLAY "2=Savings growth projection".
           ACCEPT CALC-KIND-SW.
           PERFORM UNTIL CALC-KIND-VALID
               DISPLAY "Enter 1 or 2:"
               ACCEPT CALC-KIND-SW
           END-PERFORM.

           DISPLAY "Enter the principal amount.".
           PERFORM GET-PRINCIPAL-ENTRY.
           DISPLAY "Enter the annual interest rate in percent.".
           PERFORM GET-RATE-ENTRY.
           DISPLAY "Enter the term in years (1-40).".
           PERFORM GET-TERM-ENTRY.
           IF LOAN-CALC
               DISPLAY "Enter the payments per year "
                       "(1, 2, 4, 12, 26 or 52)."
           ELSE
               DISPLAY "Enter the compounding periods per year "
                       "(1, 2, 4, 12, 26 or 52)."
           END-IF.
           PERFORM GET-FREQUENCY-ENTRY.
           COMPUTE PERIOD-COUNT = TERM-YEARS * PERIODS-PER-YEAR.
           COMPUTE RATE-DIVISOR = 100 * PERIODS-PER-YEAR.

       ASK-ABOUT-PRINTING.
           DISPLAY "Print the schedule to the report file (Y/N)?".
           ACCEPT PRINT-ANSWER.
           IF PRINT-ANSWER = 'Y' OR PRINT-ANSWER = 'y'
               MOVE 'Y' TO PRINT-SW
           END-IF.

       OPEN-FIN01-REPORT.
           OPEN OUTPUT FIN01-REPORT.
           IF FIN01RPT-STATUS NOT = "00"
               DISPLAY "FIN01: OPEN FIN01-REPORT - status "
                       FIN01RPT-STATUS
               MOVE 'N' TO PRINT-SW
           ELSE
               PERFORM WRITE-REPORT-PAGE-HEADER
           END-IF.

       CLOSE-FIN01-REPORT.
           PERFORM BUILD-RPT-FOOTER.
           MOVE RPT-FTR-LINE TO FIN01-REPORT-LINE.
           WRITE FIN01-REPORT-LINE.
           CLOSE FIN01-REPORT.

       RUN-LOAN-SCHEDULE.
           PERFORM COMPUTE-LEVEL-PAYMENT.
           PERFORM SHOW-SUMMARY-LINE.
           IF RESULT-OVERFLOWED
               MOVE 'Y' TO OVERFLOW-SEEN-SW
               DISPLAY "The calculation is out of range."
           ELSE
               MOVE LEVEL-PAYMENT TO THE-RESULT
               MOVE LEVEL-PAYMENT TO AMOUNT-EDITED
               MOVE SPACES TO SUMMARY-LINE
               MOVE 1 TO SUMMARY-PTR
               STRING "LEVEL PAYMENT PER PERIOD " AMOUNT-EDITED
                   DELIMITED BY SIZE INTO SUMMARY-LINE
                   WITH POINTER SUMMARY-PTR
               PERFORM SHOW-BUILT-LINE
               PERFORM SHOW-LOAN-COLUMN-HEADING
               MOVE PRINCIPAL-AMOUNT TO RUNNING-BALANCE
               MOVE 0 TO PERIOD-NBR
               PERFORM UNTIL PERIOD-NBR >= PERIOD-COUNT
                          OR RUNNING-BALANCE = 0
                   PERFORM SHOW-ONE-LOAN-PERIOD
               END-PERFORM
               MOVE TOTAL-PAID TO TOTAL-EDITED
               MOVE SPACES TO SUMMARY-LINE
               MOVE 1 TO SUMMARY-PTR
               STRING "TOTAL PAID      " TOTAL-EDITED
                   DELIMITED BY SIZE INTO SUMMARY-LINE
                   WITH POINTER SUMMARY-PTR
               PERFORM SHOW-BUILT-LINE
               MOVE TOTAL-INTEREST TO TOTAL-EDITED
               MOVE SPACES TO SUMMARY-LINE
               MOVE 1 TO SUMMARY-PTR
               STRING "TOTAL INTEREST  " TOTAL-EDITED
                   DELIMITED BY SIZE INTO SUMMARY-LINE
                   WITH POINTER SUMMARY-PTR
               PERFORM SHOW-BUILT-LINE
           END-IF.

       RUN-SAVINGS-PROJECTION.
           PERFORM SHOW-SUMMARY-LINE.
           PERFORM SHOW-SAVINGS-COLUMN-HEADING.
           MOVE 'N' TO OVERFLOW-SW.
           MOVE PRINCIPAL-AMOUNT TO RUNNING-BALANCE.
           MOVE 0 TO PERIOD-NBR.
           PERFORM UNTIL PERIOD-NBR >= PERIOD-COUNT
                      OR RESULT-OVERFLOWED
               PERFORM SHOW-ONE-SAVINGS-PERIOD
           END-PERFORM.
           IF RESULT-OVERFLOWED
               MOVE 'Y' TO OVERFLOW-SEEN-SW
               DISPLAY "The projection overflowed."
           ELSE
               MOVE RUNNING-BALANCE TO THE-RESULT
               MOVE RUNNING-BALANCE TO TOTAL-EDITED
               MOVE SPACES TO SUMMARY-LINE
               MOVE 1 TO SUMMARY-PTR
               STRING "VALUE AT END    " TOTAL-EDITED
                   DELIMITED BY SIZE INTO SUMMARY-LINE
                   WITH POINTER SUMMARY-PTR
               PERFORM SHOW-BUILT-LINE
               MOVE TOTAL-INTEREST TO TOTAL-EDITED
               MOVE SPACES TO SUMMARY-LINE
               MOVE 1 TO SUMMARY-PTR
               STRING "TOTAL INTEREST  " TOTAL-EDITED
                   DELIMITED BY SIZE INTO SUMMARY-LINE
                   WITH POINTER SUMMARY-PTR
               PERFORM SHOW-BUILT-LINE
           END-IF.

       LOG-THE-CALCULATION.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE-CCYY TO SUITE-RUN-DATE-X-CCYY.
           MOVE SUITE-RUN-DATE-MM   TO SUITE-RUN-DATE-X-MM.
           MOVE SUITE-RUN-DATE-DD   TO SUITE-RUN-DATE-X-DD.
           ACCEPT SUITE-RUN-TIME FROM TIME.

           OPEN EXTEND FIN01-RUNLOG.
           IF FIN01LOG-STATUS NOT = "00"
               OPEN OUTPUT FIN01-RUNLOG
           END-IF.

           IF LOAN-CALC
               MOVE 'L' TO HIST-KIND
           ELSE
               MOVE 'S' TO HIST-KIND
           END-IF.
           MOVE PRINCIPAL-AMOUNT TO HIST-PRINCIPAL-EDITED.
           MOVE ANNUAL-RATE TO RATE-EDITED.
           MOVE SPACES TO FIN01-LOG-LINE.
           IF RESULT-OVERFLOWED
               STRING SUITE-RUN-DATE-X " " SUITE-RUN-TIME
                      " " HIST-KIND " P " HIST-PRINCIPAL-EDITED
                      " RATE " RATE-EDITED
                      " N " PERIOD-COUNT "X" PERIODS-PER-YEAR
                      " OVERFLOW"
                   DELIMITED BY SIZE INTO FIN01-LOG-LINE
           ELSE
               MOVE THE-RESULT TO HIST-RESULT-EDITED
               STRING SUITE-RUN-DATE-X " " SUITE-RUN-TIME
                      " " HIST-KIND " P " HIST-PRINCIPAL-EDITED
                      " RATE " RATE-EDITED
                      " N " PERIOD-COUNT "X" PERIODS-PER-YEAR
                      " RESULT " HIST-RESULT-EDITED
                   DELIMITED BY SIZE INTO FIN01-LOG-LINE
           END-IF.
           WRITE FIN01-LOG-LINE.
           CLOSE FIN01-RUNLOG.

           PERFORM WRITE-TXNHIST-RECORD.

      * LEVEL 3 ROUTINES
      * Each entry re-prompts until it parses and is in range.
       GET-PRINCIPAL-ENTRY.
           MOVE 9 TO ENTRY-MAX-WHOLE.
           MOVE 2 TO ENTRY-MAX-DECIMALS.
           MOVE 'N' TO ENTRY-OK-SW.
           PERFORM UNTIL ENTRY-OK
               ACCEPT ENTRY-TEXT
               PERFORM PARSE-NUMBER-ENTRY
               IF ENTRY-OK AND PARSED-NUMBER = 0
                   MOVE 'N' TO ENTRY-OK-SW
               END-IF
               IF NOT ENTRY-OK
                   DISPLAY "Enter an amount such as 12500.00:"
               END-IF
           END-PERFORM.
           MOVE PARSED-NUMBER TO PRINCIPAL-AMOUNT.

       GET-RATE-ENTRY.
           MOVE 2 TO ENTRY-MAX-WHOLE.
           MOVE 4 TO ENTRY-MAX-DECIMALS.
           MOVE 'N' TO ENTRY-OK-SW.
           PERFORM UNTIL ENTRY-OK
               ACCEPT ENTRY-TEXT
               PERFORM PARSE-NUMBER-ENTRY
               IF NOT ENTRY-OK
                   DISPLAY "Enter a rate such as 5.25:"
               END-IF
           END-PERFORM.
           MOVE PARSED-NUMBER TO ANNUAL-RATE.

       GET-TERM-ENTRY.
           MOVE 2 TO ENTRY-MAX-WHOLE.
           MOVE 0 TO ENTRY-MAX-DECIMALS.
           MOVE 'N' TO ENTRY-OK-SW.
           PERFORM UNTIL ENTRY-OK
               ACCEPT ENTRY-TEXT
               PERFORM PARSE-NUMBER-ENTRY
               IF ENTRY-OK AND
                  (PARSED-NUMBER < 1 OR PARSED-NUMBER > 40)
                   MOVE 'N' TO ENTRY-OK-SW
               END-IF
               IF NOT ENTRY-OK
                   DISPLAY "Enter a whole number of years, 1-40:"
               END-IF
           END-PERFORM.
           MOVE PARSED-NUMBER TO TERM-YEARS.

       GET-FREQUENCY-ENTRY.
           MOVE 2 TO ENTRY-MAX-WHOLE.
           MOVE 0 TO ENTRY-MAX-DECIMALS.
           MOVE 'N' TO ENTRY-OK-SW.
           PERFORM UNTIL ENTRY-OK
               ACCEPT ENTRY-TEXT
               PERFORM PARSE-NUMBER-ENTRY
               IF ENTRY-OK
                   MOVE PARSED-NUMBER TO PERIODS-PER-YEAR
                   IF NOT PERIODS-PER-YEAR-VALID
                       MOVE 'N' TO ENTRY-OK-SW
                   END-IF
               END-IF
               IF NOT ENTRY-OK
                   DISPLAY "Enter 1, 2, 4, 12, 26 or 52:"
               END-IF
           END-PERFORM.

       PARSE-NUMBER-ENTRY.
           MOVE 'Y' TO ENTRY-OK-SW.
           MOVE SPACES TO ENTRY-WHOLE-X.
           MOVE "0000" TO ENTRY-FRAC-X.
           MOVE 0 TO ENTRY-FRAC-NUM.
           MOVE 0 TO ENTRY-DIGIT-COUNT.
           MOVE 1 TO ENTRY-SCAN-IDX.
           IF ENTRY-TEXT (1:1) = '+'
               MOVE 2 TO ENTRY-SCAN-IDX
           END-IF.
           PERFORM UNTIL ENTRY-SCAN-IDX > 14
                      OR ENTRY-TEXT (ENTRY-SCAN-IDX:1) = '.'
                      OR ENTRY-TEXT (ENTRY-SCAN-IDX:1) = SPACE
               IF ENTRY-TEXT (ENTRY-SCAN-IDX:1) IS NUMERIC
                   ADD 1 TO ENTRY-DIGIT-COUNT
                   IF ENTRY-DIGIT-COUNT > ENTRY-MAX-WHOLE
                       MOVE 'N' TO ENTRY-OK-SW
                   ELSE
                       MOVE ENTRY-TEXT (ENTRY-SCAN-IDX:1) TO
                            ENTRY-WHOLE-X (ENTRY-DIGIT-COUNT:1)
                   END-IF
               ELSE
                   MOVE 'N' TO ENTRY-OK-SW
               END-IF
               ADD 1 TO ENTRY-SCAN-IDX
           END-PERFORM.
           IF ENTRY-DIGIT-COUNT = 0
               MOVE 'N' TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK AND ENTRY-SCAN-IDX <= 14
               IF ENTRY-TEXT (ENTRY-SCAN-IDX:1) = '.'
                   PERFORM PARSE-ENTRY-DECIMALS
               END-IF
           END-IF.
           IF ENTRY-OK
               MOVE 0 TO ENTRY-WHOLE-NUM
               MOVE ENTRY-WHOLE-X (1:ENTRY-DIGIT-COUNT) TO
                    ENTRY-WHOLE-NUM
                        (10 - ENTRY-DIGIT-COUNT:ENTRY-DIGIT-COUNT)
               COMPUTE PARSED-NUMBER =
                   ENTRY-WHOLE-NUM + (ENTRY-FRAC-NUM / 10000)
           END-IF.

       PARSE-ENTRY-DECIMALS.
           ADD 1 TO ENTRY-SCAN-IDX.
           MOVE "0000" TO ENTRY-FRAC-X.
           MOVE 0 TO ENTRY-FRAC-COUNT.
           IF ENTRY-MAX-DECIMALS = 0
               MOVE 'N' TO ENTRY-OK-SW
           END-IF.
           PERFORM UNTIL ENTRY-SCAN-IDX > 14
                      OR ENTRY-TEXT (ENTRY-SCAN-IDX:1) = SPACE
                      OR NOT ENTRY-OK
               IF ENTRY-TEXT (ENTRY-SCAN-IDX:1) IS NUMERIC AND
                  ENTRY-FRAC-COUNT < ENTRY-MAX-DECIMALS
                   ADD 1 TO ENTRY-FRAC-COUNT
                   MOVE ENTRY-TEXT (ENTRY-SCAN-IDX:1) TO
                        ENTRY-FRAC-X (ENTRY-FRAC-COUNT:1)
               ELSE
                   MOVE 'N' TO ENTRY-OK-SW
               END-IF
               ADD 1 TO ENTRY-SCAN-IDX
           END-PERFORM.
           IF ENTRY-FRAC-COUNT = 0
               MOVE 'N' TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-FRAC-X IS NUMERIC
               MOVE ENTRY-FRAC-X TO ENTRY-FRAC-NUM
           ELSE
               MOVE 0 TO ENTRY-FRAC-NUM
           END-IF.

      * The level payment that clears the loan in PERIOD-COUNT
      * payments. The growth factor is built by repeated
      * multiplication rather than an exponent so the figure
      * stays in fixed decimal throughout.
       COMPUTE-LEVEL-PAYMENT.
           MOVE 'N' TO OVERFLOW-SW.
           COMPUTE PERIOD-RATE ROUNDED =
                   ANNUAL-RATE / RATE-DIVISOR.
           IF PERIOD-RATE = 0
               IF INTEREST-TRUNCATES
                   COMPUTE LEVEL-PAYMENT =
                           PRINCIPAL-AMOUNT / PERIOD-COUNT
               ELSE
                   COMPUTE LEVEL-PAYMENT ROUNDED =
                           PRINCIPAL-AMOUNT / PERIOD-COUNT
               END-IF
           ELSE
               MOVE 1 TO GROWTH-FACTOR
               PERFORM COMPOUND-ONE-PERIOD PERIOD-COUNT TIMES
               IF NOT RESULT-OVERFLOWED
                   PERFORM COMPUTE-PAYMENT-FROM-FACTOR
               END-IF
           END-IF.
      * A payment that does not beat the first period's interest
      * would never clear the loan - treat it as out of range.
           IF NOT RESULT-OVERFLOWED
               MOVE PRINCIPAL-AMOUNT TO RUNNING-BALANCE
               PERFORM COMPUTE-PERIOD-INTEREST
               IF LEVEL-PAYMENT = 0 OR
                  LEVEL-PAYMENT NOT > PERIOD-INTEREST
                   MOVE 'Y' TO OVERFLOW-SW
               END-IF
           END-IF.

       COMPOUND-ONE-PERIOD.
           IF NOT RESULT-OVERFLOWED
               COMPUTE GROWTH-FACTOR ROUNDED =
                       GROWTH-FACTOR * (1 + PERIOD-RATE)
                   ON SIZE ERROR MOVE 'Y' TO OVERFLOW-SW
               END-COMPUTE
           END-IF.

      * The factor is taken to twelve places first so the
      * payment never needs more digits than the arithmetic
      * carries.
       COMPUTE-PAYMENT-FROM-FACTOR.
           COMPUTE GROWTH-LESS-ONE = GROWTH-FACTOR - 1.
           COMPUTE PAYMENT-FACTOR ROUNDED =
                   (PERIOD-RATE * GROWTH-FACTOR) / GROWTH-LESS-ONE
               ON SIZE ERROR MOVE 'Y' TO OVERFLOW-SW
           END-COMPUTE.
           IF NOT RESULT-OVERFLOWED
               IF INTEREST-TRUNCATES
                   COMPUTE LEVEL-PAYMENT =
                           PRINCIPAL-AMOUNT * PAYMENT-FACTOR
                       ON SIZE ERROR MOVE 'Y' TO OVERFLOW-SW
                   END-COMPUTE
               ELSE
                   COMPUTE LEVEL-PAYMENT ROUNDED =
                           PRINCIPAL-AMOUNT * PAYMENT-FACTOR
                       ON SIZE ERROR MOVE 'Y' TO OVERFLOW-SW
                   END-COMPUTE
               END-IF
           END-IF.

      * One period's interest on RUNNING-BALANCE, as ACR01 works
      * a RATEPCT card: balance times annual rate over 100 times
      * the periods per year.
       COMPUTE-PERIOD-INTEREST.
           IF INTEREST-TRUNCATES
               COMPUTE PERIOD-INTEREST =
                       (RUNNING-BALANCE * ANNUAL-RATE) / RATE-DIVISOR
                   ON SIZE ERROR MOVE 'Y' TO OVERFLOW-SW
               END-COMPUTE
           ELSE
               COMPUTE PERIOD-INTEREST ROUNDED =
                       (RUNNING-BALANCE * ANNUAL-RATE) / RATE-DIVISOR
                   ON SIZE ERROR MOVE 'Y' TO OVERFLOW-SW
               END-COMPUTE
           END-IF.

      * The last period, or one whose level payment would
      * overpay, clears whatever balance is left.
       SHOW-ONE-LOAN-PERIOD.
           ADD 1 TO PERIOD-NBR.
           PERFORM COMPUTE-PERIOD-INTEREST.
           IF PERIOD-NBR = PERIOD-COUNT OR
              LEVEL-PAYMENT - PERIOD-INTEREST >= RUNNING-BALANCE
               MOVE RUNNING-BALANCE TO PERIOD-PRINCIPAL
               COMPUTE PERIOD-PAYMENT =
                       RUNNING-BALANCE + PERIOD-INTEREST
           ELSE
               MOVE LEVEL-PAYMENT TO PERIOD-PAYMENT
               COMPUTE PERIOD-PRINCIPAL =
                       LEVEL-PAYMENT - PERIOD-INTEREST
           END-IF.
           SUBTRACT PERIOD-PRINCIPAL FROM RUNNING-BALANCE.
           ADD PERIOD-PAYMENT TO TOTAL-PAID.
           ADD PERIOD-INTEREST TO TOTAL-INTEREST.
           MOVE PERIOD-NBR TO LOAN-DTL-PERIOD.
           MOVE PERIOD-PAYMENT TO LOAN-DTL-PAYMENT.
           MOVE PERIOD-INTEREST TO LOAN-DTL-INTEREST.
           MOVE PERIOD-PRINCIPAL TO LOAN-DTL-PRINCIPAL.
           MOVE RUNNING-BALANCE TO LOAN-DTL-BALANCE.
           DISPLAY LOAN-DETAIL-LINE.
           IF PRINT-REQUESTED
               MOVE LOAN-DETAIL-LINE TO FIN01-REPORT-LINE
               PERFORM WRITE-SCHEDULE-REPORT-LINE
           END-IF.
           PERFORM COUNT-SCREEN-LINE.

       SHOW-ONE-SAVINGS-PERIOD.
           ADD 1 TO PERIOD-NBR.
           PERFORM COMPUTE-PERIOD-INTEREST.
           IF NOT RESULT-OVERFLOWED
               ADD PERIOD-INTEREST TO RUNNING-BALANCE
                   ON SIZE ERROR MOVE 'Y' TO OVERFLOW-SW
               END-ADD
           END-IF.
           IF NOT RESULT-OVERFLOWED
               ADD PERIOD-INTEREST TO TOTAL-INTEREST
               MOVE PERIOD-NBR TO SAV-DTL-PERIOD
               MOVE PERIOD-INTEREST TO SAV-DTL-INTEREST
               MOVE RUNNING-BALANCE TO SAV-DTL-BALANCE
               DISPLAY SAVINGS-DETAIL-LINE
               IF PRINT-REQUESTED
                   MOVE SAVINGS-DETAIL-LINE TO FIN01-REPORT-LINE
                   PERFORM WRITE-SCHEDULE-REPORT-LINE
               END-IF
               PERFORM COUNT-SCREEN-LINE
           END-IF.

      * Pause every PAGE-BREAK-SIZE lines as MULT04 does, then
      * repeat the column heading for the next screenful.
       COUNT-SCREEN-LINE.
           ADD 1 TO SCREEN-LINES.
           IF SCREEN-LINES >= PAGE-BREAK-SIZE AND
              PERIOD-NBR < PERIOD-COUNT
      * Unattended runs take the pause answer from AUTOANS (or
      * skip the pause once the answers run dry).
               CALL "AUTOANS" USING AUTO-ANSWER-FIELD
                                     AUTO-ANSWER-RESULT
               IF AUTO-ATTENDED
                   DISPLAY "Press ENTER to continue . . ."
                   ACCEPT A-DUMMY
               END-IF
               MOVE 0 TO SCREEN-LINES
               IF LOAN-CALC
                   DISPLAY LOAN-COLUMN-HEADING
               ELSE
                   DISPLAY SAVINGS-COLUMN-HEADING
               END-IF
           END-IF.

       SHOW-SUMMARY-LINE.
           MOVE PRINCIPAL-AMOUNT TO AMOUNT-EDITED.
           MOVE ANNUAL-RATE TO RATE-EDITED.
           MOVE TERM-YEARS TO TERM-EDITED.
           MOVE PERIODS-PER-YEAR TO FREQ-EDITED.
           MOVE SPACES TO SUMMARY-LINE.
           MOVE 1 TO SUMMARY-PTR.
           IF LOAN-CALC
               STRING "LOAN OF " AMOUNT-EDITED
                   DELIMITED BY SIZE INTO SUMMARY-LINE
                   WITH POINTER SUMMARY-PTR
           ELSE
               STRING "DEPOSIT OF " AMOUNT-EDITED
                   DELIMITED BY SIZE INTO SUMMARY-LINE
                   WITH POINTER SUMMARY-PTR
           END-IF.
           STRING " AT " RATE-EDITED "% FOR " TERM-EDITED
                  " YEARS, " FREQ-EDITED " PERIODS A YEAR"
               DELIMITED BY SIZE INTO SUMMARY-LINE
               WITH POINTER SUMMARY-PTR.
           PERFORM SHOW-BUILT-LINE.

      * Display the line built in SUMMARY-LINE and print it too.
       SHOW-BUILT-LINE.
           DISPLAY SUMMARY-LINE (1:SUMMARY-PTR - 1).
           IF PRINT-REQUESTED
               MOVE SUMMARY-LINE TO FIN01-REPORT-LINE
               WRITE FIN01-REPORT-LINE
               ADD 1 TO REPORT-LINES
           END-IF.

       SHOW-LOAN-COLUMN-HEADING.
           DISPLAY LOAN-COLUMN-HEADING.
           IF PRINT-REQUESTED
               MOVE LOAN-COLUMN-HEADING TO FIN01-REPORT-LINE
               WRITE FIN01-REPORT-LINE
               ADD 1 TO REPORT-LINES
           END-IF.

       SHOW-SAVINGS-COLUMN-HEADING.
           DISPLAY SAVINGS-COLUMN-HEADING.
           IF PRINT-REQUESTED
               MOVE SAVINGS-COLUMN-HEADING TO FIN01-REPORT-LINE
               WRITE FIN01-REPORT-LINE
               ADD 1 TO REPORT-LINES
           END-IF.

      * A full report page gets a fresh header and the column
      * heading before the next schedule line.
       WRITE-SCHEDULE-REPORT-LINE.
           IF REPORT-LINES >= REPORT-PAGE-SIZE
               MOVE FIN01-REPORT-LINE TO SAVED-REPORT-LINE
               PERFORM WRITE-REPORT-PAGE-HEADER
               IF LOAN-CALC
                   MOVE LOAN-COLUMN-HEADING TO FIN01-REPORT-LINE
               ELSE
                   MOVE SAVINGS-COLUMN-HEADING TO FIN01-REPORT-LINE
               END-IF
               WRITE FIN01-REPORT-LINE
               ADD 1 TO REPORT-LINES
               MOVE SAVED-REPORT-LINE TO FIN01-REPORT-LINE
           END-IF.
           WRITE FIN01-REPORT-LINE.
           ADD 1 TO REPORT-LINES.

       WRITE-REPORT-PAGE-HEADER.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO FIN01-REPORT-LINE.
           WRITE FIN01-REPORT-LINE.
           MOVE 1 TO REPORT-LINES.
           IF TRAINING-MODE
               MOVE "*** TRAINING ***" TO FIN01-REPORT-LINE
               WRITE FIN01-REPORT-LINE
               ADD 1 TO REPORT-LINES
           END-IF.

       WRITE-TXNHIST-RECORD.
           ADD 1 TO TXNHIST-SEQ-CTR.
           MOVE SUITE-RUN-DATE-X    TO TXNHIST-KEY-DATE.
           MOVE SUITE-RUN-TIME      TO TXNHIST-KEY-TIME.
           MOVE "FIN01   "       TO TXNHIST-KEY-PGM.
           MOVE TXNHIST-SEQ-CTR  TO TXNHIST-KEY-SEQ.
           MOVE DAYLOG-BLANK-OPERATOR TO TXNHIST-OPERATOR.
           MOVE PRINCIPAL-AMOUNT TO HIST-PRINCIPAL-EDITED.
           MOVE ANNUAL-RATE TO RATE-EDITED.
           MOVE SPACES TO TXNHIST-DETAIL.
           IF RESULT-OVERFLOWED
               STRING HIST-KIND " " HIST-PRINCIPAL-EDITED
                      " " RATE-EDITED " " PERIOD-COUNT
                      "X" PERIODS-PER-YEAR " OVERFLOW"
                   DELIMITED BY SIZE INTO TXNHIST-DETAIL
           ELSE
               MOVE THE-RESULT TO HIST-RESULT-EDITED
               STRING HIST-KIND " " HIST-PRINCIPAL-EDITED
                      " " RATE-EDITED " " PERIOD-COUNT
                      "X" PERIODS-PER-YEAR " " HIST-RESULT-EDITED
                   DELIMITED BY SIZE INTO TXNHIST-DETAIL
           END-IF.

           OPEN I-O TXNHIST-FILE.
           IF TXNHIST-STATUS NOT = "00"
               OPEN OUTPUT TXNHIST-FILE
           END-IF.
      * A duplicate key bumps the sequence and retries, as in
      * ADD02, so no calculation is ever silently missing from
      * the history; a final failure is counted and reported.
           MOVE 'N' TO TXNHIST-WRITTEN-SW.
           IF TXNHIST-STATUS NOT = "00"
               MOVE 9999 TO TXNHIST-SEQ-CTR
           END-IF.
           PERFORM UNTIL TXNHIST-WRITTEN
                      OR TXNHIST-SEQ-CTR = 9999
               WRITE TXNHIST-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               EVALUATE TXNHIST-STATUS
                   WHEN "00"
                   WHEN "02"
                       MOVE 'Y' TO TXNHIST-WRITTEN-SW
                   WHEN "22"
                       ADD 1 TO TXNHIST-SEQ-CTR
                       MOVE TXNHIST-SEQ-CTR TO TXNHIST-KEY-SEQ
                   WHEN OTHER
                       MOVE 9999 TO TXNHIST-SEQ-CTR
               END-EVALUATE
           END-PERFORM.
           IF NOT TXNHIST-WRITTEN
               ADD 1 TO TXNHIST-WRITE-FAILS
               DISPLAY "FIN01: TXNHIST write failed - sequence "
                       "space exhausted"
           END-IF.
           CLOSE TXNHIST-FILE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="FIN01"==.
