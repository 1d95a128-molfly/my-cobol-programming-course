       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQ01.
      *--------------------------------------------------
      * FORWARD CASH AND LIQUIDITY PROJECTION. TREASURY ASKS
      * EVERY AFTERNOON HOW MUCH WILL MOVE OVER THE NEXT FEW
      * WEEKS; THE ANSWER IS ALREADY ON FILE. LIQ01 STARTS FROM
      * TODAY'S ACCTMST TOTALS PER ENTITY AND PROJECTS, FOR EACH
      * OF THE NEXT N PROCESSING DAYS ON THE HOLCAL CALENDAR
      * (WEEKEND RULE AND HOLIDAYS, AS CAL01 AND STO02 READ IT),
      * THE DEBITS, CREDITS, NET MOVEMENT AND RESULTING POSITION
      * PER ENTITY AND CURRENCY, FROM:
      *   CNT01SUSP   FUTURE-DATED ITEMS WAITING FOR THEIR DATE,
      *   CNT01HOLD   ITEMS HELD FOR REVIEW - SHOWN ON THE FIRST
      *               DAY, AS IF ALL RELEASED AT ONCE,
      *   STDORD      EVERY STANDING-ORDER PAYMENT FALLING DUE,
      *               STEPPED AND ROLLED THE WAY STO02 DOES IT,
      *               BOTH LEGS OF AN INTERNAL TRANSFER,
      *   ACRSCHED    THE INTEREST AND FEES ACR01 WILL CHARGE,
      *               ON THE LAST PROCESSING DAY OF EACH MONTH
      *               IN VIEW, WORKED FROM TODAY'S BALANCES WITH
      *               EACH ACCOUNT'S PRODUCT CHARGE PLAN.
      * A DATE THAT IS NOT A PROCESSING DAY FALLS ON THE NEXT ONE;
      * ANYTHING ALREADY DUE FALLS ON THE FIRST. THE LIQ01PM CARD
      * CARRIES THE NUMBER OF DAYS (DEFAULT 10, AT MOST 20), THE
      * OUTFLOW THRESHOLD, AND A START DATE (ZERO FOR TODAY). A
      * DAY WHOSE NET OUTFLOW EXCEEDS THE THRESHOLD IS MARKED
      * '**' ON LIQ01RPT AND COUNTED IN THE TOTALS; A ZERO
      * THRESHOLD MARKS NOTHING. THE ACCOUNT MASTER IS THE ONLY
      * FILE REQUIRED - ANY SOURCE THAT IS MISSING IS SIMPLY NOT
      * IN THE PROJECTION, AND THE REPORT SAYS SO. THE STEP ENDS
      * RC 0; THE MARKED DAYS ARE FOR TREASURY, NOT THE STREAM.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO CNT01SUSP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01SUSP-STATUS.

           SELECT HOLD-FILE ASSIGN TO CNT01HOLD
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01HOLD-STATUS.

           SELECT STDORD-FILE ASSIGN TO STDORD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS STDORD-KEY
                  FILE STATUS   IS STDORD-STATUS.

      * Account class and product, for the charge plan each
      * account's accruals follow - the same lookup ACR01 makes.
           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT PRODMST-FILE ASSIGN TO PRODMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PRODMST-CLASS
                  FILE STATUS   IS PRODMST-STATUS.

           SELECT LIQ01-SCHEDULE ASSIGN TO ACRSCHED
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ACRSCHED-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS HOLCAL-STATUS.

           SELECT LIQ01-PARMCARD ASSIGN TO LIQ01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LIQ01PM-STATUS.

           SELECT LIQ01-REPORT ASSIGN TO LIQ01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LIQ01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  SUSPENSE-FILE.
           COPY "filedatclt.cpy".

       FD  HOLD-FILE.
       01  HOLD-REC.
           05  HOLD-ACCT-NBR            PIC X(10).
           05  HOLD-SEQ-NBR             PIC 9(4).
           05  HOLD-DATE                PIC 9(8).
           05  HOLD-AMOUNT              PIC S9(9)V99.
           05  HOLD-REC-TYPE            PIC X(2).
           05  HOLD-CURRENCY-CODE       PIC X(3).
           05  FILLER                   PIC X(39).
           05  HOLD-ENTITY              PIC X(3).

       FD  STDORD-FILE.
           COPY "stdord.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  PRODMST-FILE.
           COPY "prodmst.cpy".

       FD  LIQ01-SCHEDULE.
       01  LIQ01-SCHEDULE-REC.
           05  SCHED-REC-TYPE           PIC X(2).
           05  SCHED-KIND               PIC X(8).
           05  SCHED-RATE-PCT           PIC 9(3)V9(4).
           05  SCHED-FLAT-FEE           PIC 9(7)V99.
           05  SCHED-MIN-BALANCE        PIC 9(11)V99.
           05  SCHED-PLAN               PIC X(4).
           05  FILLER                   PIC X(37).

       FD  HOLIDAY-CALENDAR.
       01  HOLCAL-REC.
           05  HOLCAL-REC-TYPE          PIC X.
           05  HOLCAL-DATE              PIC 9(8).
           05  HOLCAL-NAME              PIC X(30).
           05  HOLCAL-SAT-SW            PIC X.
           05  HOLCAL-SUN-SW            PIC X.
           05  FILLER                   PIC X(39).

       FD  LIQ01-PARMCARD.
       01  LIQ01PM-REC.
           05  LIQ01PM-DAYS             PIC 99.
           05  FILLER                   PIC X.
           05  LIQ01PM-THRESHOLD        PIC 9(11)V99.
           05  FILLER                   PIC X.
           05  LIQ01PM-START-DATE       PIC 9(8).

       FD  LIQ01-REPORT.
       01  LIQ01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SUSPENSE==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==HOLDF==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==STDORD==.

       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  CNT01SUSP-STATUS.
           05  CNT01SUSP-STATUS-L       PIC X.
           05  CNT01SUSP-STATUS-R       PIC X.
       01  CNT01HOLD-STATUS.
           05  CNT01HOLD-STATUS-L       PIC X.
           05  CNT01HOLD-STATUS-R       PIC X.
       01  STDORD-STATUS.
           05  STDORD-STATUS-L          PIC X.
           05  STDORD-STATUS-R          PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  PRODMST-STATUS.
           05  PRODMST-STATUS-L         PIC X.
           05  PRODMST-STATUS-R         PIC X.
       01  ACRSCHED-STATUS.
           05  ACRSCHED-STATUS-L        PIC X.
           05  ACRSCHED-STATUS-R        PIC X.
       01  HOLCAL-STATUS.
           05  HOLCAL-STATUS-L          PIC X.
           05  HOLCAL-STATUS-R          PIC X.
       01  LIQ01PM-STATUS.
           05  LIQ01PM-STATUS-L         PIC X.
           05  LIQ01PM-STATUS-R         PIC X.
       01  LIQ01RPT-STATUS.
           05  LIQ01RPT-STATUS-L        PIC X.
           05  LIQ01RPT-STATUS-R        PIC X.

       01  LIQ-READY-SW                 PIC X       VALUE 'N'.
           88  LIQ-READY                             VALUE 'Y'.
       01  PRODUCTS-PRESENT-SW          PIC X       VALUE 'N'.
           88  PRODUCTS-PRESENT                      VALUE 'Y'.
       01  ACCOUNT-PLAN                 PIC X(4)    VALUE SPACES.
       01  START-DATE-NUM               PIC 9(8)    VALUE 0.
       01  PROJECTION-DAYS              PIC 99      VALUE 10.
       01  OUTFLOW-THRESHOLD            PIC 9(11)V99 VALUE 0.

      * Weekend rule and holidays from HOLCAL, as CAL01 loads
      * them.
       01  PROCESS-SAT-SW               PIC X       VALUE 'N'.
       01  PROCESS-SUN-SW               PIC X       VALUE 'N'.
       01  HOLIDAY-COUNT                PIC 99      VALUE 0.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 30 TIMES.
               10  HOLIDAY-TBL-DATE     PIC 9(8).
       01  HOLIDAY-IDX                  PIC 99.

      * Day-of-week from the shared DATESER serial-day count;
      * serial mod 7: 0=SAT 1=SUN 2=MON ... .
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  DAY-OF-WEEK-NUM              PIC 9.
       01  SERIAL-WORK                  PIC 9(9).

      * Date stepping, as STO02 does it: a day is added by
      * bumping the day and letting DATECK say when the month
      * (or year) has rolled.
       01  STEP-DATE-PARTS.
           05  STEP-CCYY                PIC 9(4).
           05  STEP-MM                  PIC 99.
           05  STEP-DD                  PIC 99.
       01  STEP-DATE REDEFINES STEP-DATE-PARTS
                                        PIC 9(8).
       01  STEP-DAYS                    PIC 99.
       01  STEP-MONTHS                  PIC 99.
       01  STEP-IDX                     PIC 99.
       01  STEP-ANCHOR-DAY              PIC 99.
       01  PROCESSING-DAY-SW            PIC X.
           88  PROCESSING-DAY                        VALUE 'Y'.

       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

      * The projection days, plus one more so the last day in
      * view can be told apart as a month end.
       01  DAY-TABLE.
           05  DAY-DATE OCCURS 21 TIMES PIC 9(8).
       01  DAY-IDX                      PIC 99.
       01  NEXT-DAY-IDX                 PIC 99.

      * One slot per entity and currency, with its opening
      * position and each day's debits and credits.
       01  POS-COUNT                    PIC 99      VALUE 0.
       01  POS-TABLE.
           05  POS-ENTRY OCCURS 20 TIMES.
               10  POS-ENTITY           PIC X(3).
               10  POS-CURRENCY         PIC X(3).
               10  POS-OPENING          PIC S9(13)V99.
               10  POS-DAY OCCURS 20 TIMES.
                   15  POS-DEBITS       PIC 9(13)V99.
                   15  POS-CREDITS      PIC 9(13)V99.
       01  POS-IDX                      PIC 99.
       01  SLOT-IDX                     PIC 99.
       01  RUNNING-POSITION             PIC S9(13)V99.
       01  DAY-NET                      PIC S9(13)V99.
       01  DAY-OUTFLOW                  PIC 9(13)V99.

      * The item being placed on the projection.
       01  ITEM-DATE                    PIC 9(8).
       01  ITEM-AMOUNT                  PIC S9(11)V99.
       01  ITEM-ENTITY                  PIC X(3).
       01  ITEM-CURRENCY                PIC X(3).

      * A standing order's occurrences, walked forward without
      * touching the order itself.
       01  ORDER-NOMINAL                PIC 9(8).
       01  ORDER-DUE                    PIC 9(8).
       01  ORDER-ENTITY                 PIC X(3).
       01  CONTRA-ENTITY                PIC X(3).
       01  ORDER-CURRENCY               PIC X(3).
       01  CONTRA-CURRENCY              PIC X(3).

       01  SCHED-COUNT                  PIC 99      VALUE 0.
       01  SCHED-TABLE.
           05  SCHED-ENTRY OCCURS 10 TIMES.
               10  SCHED-TBL-KIND       PIC X(8).
               10  SCHED-TBL-RATE       PIC 9(3)V9(4).
               10  SCHED-TBL-FEE        PIC 9(7)V99.
               10  SCHED-TBL-MIN-BAL    PIC 9(11)V99.
               10  SCHED-TBL-PLAN       PIC X(4).
       01  SCHED-IDX                    PIC 99.
       01  BALANCE-MAGNITUDE            PIC 9(11)V99.
       01  ACCRUAL-AMOUNT               PIC S9(11)V99.

       01  ACCOUNTS-READ                PIC 9(7)    VALUE 0.
       01  SUSPENSE-ITEMS               PIC 9(6)    VALUE 0.
       01  HELD-ITEMS                   PIC 9(6)    VALUE 0.
       01  ORDER-PAYMENTS               PIC 9(6)    VALUE 0.
       01  ACCRUAL-ITEMS                PIC 9(6)    VALUE 0.
       01  BEYOND-HORIZON               PIC 9(6)    VALUE 0.
       01  NOT-PLACED                   PIC 9(6)    VALUE 0.
       01  DAYS-MARKED                  PIC 9(4)    VALUE 0.
       01  SOURCES-MISSING              PIC X(40)   VALUE SPACES.
       01  SOURCES-PTR                  PIC 99      VALUE 1.
       01  DAY-MARK                     PIC X(2).
       01  CURRENCY-SHOWN               PIC X(4).
       01  EDITED-DEBITS                PIC Z(10)9.99.
       01  EDITED-CREDITS               PIC Z(10)9.99.
       01  EDITED-NET                   PIC -(11)9.99.
       01  EDITED-POSITION              PIC -(12)9.99.
       01  EDITED-THRESHOLD             PIC Z(10)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "LIQ01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM GET-PARM-CARD.
           PERFORM LOAD-THE-CALENDAR.
           PERFORM BUILD-THE-DAYS.
           PERFORM OPEN-THE-FILES.
           IF LIQ-READY
               PERFORM TAKE-OPENING-POSITIONS
               PERFORM PROJECT-THE-SUSPENSE
               PERFORM PROJECT-THE-HELD-ITEMS
               PERFORM PROJECT-STANDING-ORDERS
               PERFORM PROJECT-THE-ACCRUALS
               PERFORM WRITE-THE-PROJECTION
           END-IF.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "LIQ01: days= " PROJECTION-DAYS
                   " positions= " POS-COUNT
                   " days over threshold= " DAYS-MARKED.
           CALL "DAYLOG" USING "LIQ01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The projection is asked for in the working day, so it
      * starts from the calendar date, not the night's business
      * date, unless the card names one.
       GET-PARM-CARD.
           ACCEPT START-DATE-NUM FROM DATE YYYYMMDD.
           OPEN INPUT LIQ01-PARMCARD.
           IF LIQ01PM-STATUS = "00"
               READ LIQ01-PARMCARD
                   AT END MOVE "10" TO LIQ01PM-STATUS
               END-READ
               IF LIQ01PM-STATUS = "00"
                   IF LIQ01PM-DAYS IS NUMERIC AND
                      LIQ01PM-DAYS > 0
                       MOVE LIQ01PM-DAYS TO PROJECTION-DAYS
                   END-IF
                   IF LIQ01PM-THRESHOLD IS NUMERIC
                       MOVE LIQ01PM-THRESHOLD TO OUTFLOW-THRESHOLD
                   END-IF
                   IF LIQ01PM-START-DATE IS NUMERIC AND
                      LIQ01PM-START-DATE NOT = 0
                       MOVE LIQ01PM-START-DATE TO START-DATE-NUM
                   END-IF
               END-IF
               CLOSE LIQ01-PARMCARD
           END-IF.
           IF PROJECTION-DAYS > 20
               MOVE 20 TO PROJECTION-DAYS
           END-IF.
           MOVE OUTFLOW-THRESHOLD TO EDITED-THRESHOLD.
           DISPLAY "LIQ01: from= " START-DATE-NUM
                   " days= " PROJECTION-DAYS
                   " threshold= " EDITED-THRESHOLD.

       LOAD-THE-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR.
           IF HOLCAL-STATUS = "00"
               PERFORM UNTIL HOLCAL-STATUS NOT = "00"
                   READ HOLIDAY-CALENDAR
                       AT END MOVE "10" TO HOLCAL-STATUS
                   END-READ
                   IF HOLCAL-STATUS = "00"
                       PERFORM LOAD-ONE-CALENDAR-CARD
                   END-IF
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR
           ELSE
               DISPLAY "LIQ01: OPEN HOLIDAY-CALENDAR - status "
                       HOLCAL-STATUS " - weekends only"
           END-IF.

      * The first day is the start date, rolled onto a
      * processing day; each later day is the next processing
      * day after the one before.
       BUILD-THE-DAYS.
           MOVE START-DATE-NUM TO STEP-DATE.
           PERFORM ROLL-TO-PROCESSING-DAY.
           MOVE STEP-DATE TO DAY-DATE (1).
           PERFORM VARYING DAY-IDX FROM 2 BY 1
                   UNTIL DAY-IDX > PROJECTION-DAYS + 1
               PERFORM STEP-ONE-DAY
               PERFORM ROLL-TO-PROCESSING-DAY
               MOVE STEP-DATE TO DAY-DATE (DAY-IDX)
           END-PERFORM.

       OPEN-THE-FILES.
           MOVE 'Y' TO LIQ-READY-SW.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "LIQ01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS " - no projection"
               MOVE 'N' TO LIQ-READY-SW
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF CNT01SUSP-STATUS NOT = "00"
               MOVE 'Y' TO SUSPENSE-EOF
               STRING "SUSPENSE " DELIMITED BY SIZE
                   INTO SOURCES-MISSING WITH POINTER SOURCES-PTR
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF CNT01HOLD-STATUS NOT = "00"
               MOVE 'Y' TO HOLDF-EOF
               STRING "HELD " DELIMITED BY SIZE
                   INTO SOURCES-MISSING WITH POINTER SOURCES-PTR
           END-IF.
           OPEN INPUT STDORD-FILE.
           IF STDORD-STATUS NOT = "00"
               MOVE 'Y' TO STDORD-EOF
               STRING "ORDERS " DELIMITED BY SIZE
                   INTO SOURCES-MISSING WITH POINTER SOURCES-PTR
           END-IF.
           PERFORM LOAD-THE-SCHEDULE.
           IF SCHED-COUNT = 0
               STRING "ACCRUALS " DELIMITED BY SIZE
                   INTO SOURCES-MISSING WITH POINTER SOURCES-PTR
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               OPEN INPUT PRODMST-FILE
               IF PRODMST-STATUS = "00"
                   MOVE 'Y' TO PRODUCTS-PRESENT-SW
               ELSE
                   CLOSE ACCTREF-FILE
               END-IF
           END-IF.
           OPEN OUTPUT LIQ01-REPORT.
           IF LIQ01RPT-STATUS NOT = "00"
               DISPLAY "LIQ01: OPEN LIQ01-REPORT - status "
                       LIQ01RPT-STATUS
               MOVE 'N' TO LIQ-READY-SW
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO LIQ01-REPORT-LINE
               WRITE LIQ01-REPORT-LINE
               MOVE SPACES TO LIQ01-REPORT-LINE
               STRING "FORWARD CASH PROJECTION FROM "
                      DAY-DATE (1) " FOR " PROJECTION-DAYS
                      " PROCESSING DAYS - OUTFLOW LIMIT "
                      EDITED-THRESHOLD
                   DELIMITED BY SIZE INTO LIQ01-REPORT-LINE
               WRITE LIQ01-REPORT-LINE
               IF SOURCES-MISSING NOT = SPACES
                   MOVE SPACES TO LIQ01-REPORT-LINE
                   STRING "NOT IN THIS PROJECTION: " SOURCES-MISSING
                       DELIMITED BY SIZE INTO LIQ01-REPORT-LINE
                   WRITE LIQ01-REPORT-LINE
               END-IF
           END-IF.

      * The opening position of each entity is the sum of its
      * open accounts' balances, kept apart by the currency each
      * account is held in (spaces being base).
       TAKE-OPENING-POSITIONS.
           PERFORM POSITION-MASTER-AT-TOP.
           PERFORM UNTIL ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
               IF NOT ACCTMST-EOF-YES AND NOT ACCTMST-CLOSED
                   ADD 1 TO ACCOUNTS-READ
                   MOVE ACCTMST-ENTITY TO ITEM-ENTITY
                   MOVE ACCTMST-CURRENCY TO ITEM-CURRENCY
                   PERFORM FIND-POSITION-SLOT
                   IF POS-IDX > 0
                       ADD ACCTMST-BALANCE TO POS-OPENING (POS-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       PROJECT-THE-SUSPENSE.
           PERFORM UNTIL SUSPENSE-EOF-YES
               READ SUSPENSE-FILE
                   AT END MOVE 'Y' TO SUSPENSE-EOF
               END-READ
               IF NOT SUSPENSE-EOF-YES AND
                  NOT FILEDATCLT-CONTROL-REC
                   ADD 1 TO SUSPENSE-ITEMS
                   MOVE FILEDATCLT-DATE TO ITEM-DATE
                   MOVE FILEDATCLT-AMOUNT TO ITEM-AMOUNT
                   MOVE FILEDATCLT-ENTITY TO ITEM-ENTITY
                   MOVE FILEDATCLT-CURRENCY-CODE TO ITEM-CURRENCY
                   PERFORM PLACE-ONE-ITEM
               END-IF
           END-PERFORM.

      * A held item has no date of its own to wait for; it posts
      * the night it is released, so the projection takes the
      * worst case - all of them on the first day.
       PROJECT-THE-HELD-ITEMS.
           PERFORM UNTIL HOLDF-EOF-YES
               READ HOLD-FILE
                   AT END MOVE 'Y' TO HOLDF-EOF
               END-READ
               IF NOT HOLDF-EOF-YES AND
                  HOLD-REC-TYPE NOT = "HD" AND
                  HOLD-REC-TYPE NOT = "TR"
                   ADD 1 TO HELD-ITEMS
                   MOVE DAY-DATE (1) TO ITEM-DATE
                   MOVE HOLD-AMOUNT TO ITEM-AMOUNT
                   MOVE HOLD-ENTITY TO ITEM-ENTITY
                   MOVE HOLD-CURRENCY-CODE TO ITEM-CURRENCY
                   PERFORM PLACE-ONE-ITEM
               END-IF
           END-PERFORM.

       PROJECT-STANDING-ORDERS.
           IF NOT STDORD-EOF-YES
               MOVE LOW-VALUES TO STDORD-KEY
               START STDORD-FILE KEY IS NOT LESS THAN STDORD-KEY
                   INVALID KEY MOVE 'Y' TO STDORD-EOF
               END-START
           END-IF.
           PERFORM UNTIL STDORD-EOF-YES
               READ STDORD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO STDORD-EOF
               END-READ
               IF NOT STDORD-EOF-YES AND STDORD-ACTIVE
                   PERFORM PROJECT-ONE-ORDER THRU
                       PROJECT-ONE-ORDER-EXIT
               END-IF
           END-PERFORM.

      * Each month end in view brings ACR01's charges, worked
      * from today's balances.
       PROJECT-THE-ACCRUALS.
           IF SCHED-COUNT > 0
               PERFORM VARYING DAY-IDX FROM 1 BY 1
                       UNTIL DAY-IDX > PROJECTION-DAYS
                   COMPUTE NEXT-DAY-IDX = DAY-IDX + 1
                   IF DAY-DATE (DAY-IDX) (1:6) NOT =
                      DAY-DATE (NEXT-DAY-IDX) (1:6)
                       PERFORM ACCRUE-FOR-MONTH-END
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-THE-PROJECTION.
           PERFORM VARYING POS-IDX FROM 1 BY 1
                   UNTIL POS-IDX > POS-COUNT
               PERFORM WRITE-ONE-POSITION
           END-PERFORM.

       CLOSE-THE-FILES.
           IF ACCTMST-STATUS NOT = "35"
               CLOSE ACCTMST-FILE
           END-IF.
           IF CNT01SUSP-STATUS = "00" OR CNT01SUSP-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.
           IF CNT01HOLD-STATUS = "00" OR CNT01HOLD-STATUS = "10"
               CLOSE HOLD-FILE
           END-IF.
           IF STDORD-STATUS = "00" OR STDORD-STATUS = "10"
               CLOSE STDORD-FILE
           END-IF.
           IF PRODUCTS-PRESENT
               CLOSE ACCTREF-FILE
               CLOSE PRODMST-FILE
           END-IF.
           IF LIQ01RPT-STATUS = "00"
               MOVE SPACES TO LIQ01-REPORT-LINE
               STRING "Accounts is= " ACCOUNTS-READ
                      "  Suspense is= " SUSPENSE-ITEMS
                      "  Held is= " HELD-ITEMS
                   DELIMITED BY SIZE INTO LIQ01-REPORT-LINE
               WRITE LIQ01-REPORT-LINE
               MOVE SPACES TO LIQ01-REPORT-LINE
               STRING "Order payments is= " ORDER-PAYMENTS
                      "  Accruals is= " ACCRUAL-ITEMS
                      "  Beyond the last day is= " BEYOND-HORIZON
                   DELIMITED BY SIZE INTO LIQ01-REPORT-LINE
               WRITE LIQ01-REPORT-LINE
               MOVE SPACES TO LIQ01-REPORT-LINE
               STRING "Days over the outflow limit is= "
                      DAYS-MARKED
                      "  Not placed (table full) is= " NOT-PLACED
                   DELIMITED BY SIZE INTO LIQ01-REPORT-LINE
               WRITE LIQ01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO LIQ01-REPORT-LINE
               WRITE LIQ01-REPORT-LINE
               CLOSE LIQ01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       LOAD-ONE-CALENDAR-CARD.
           EVALUATE HOLCAL-REC-TYPE
               WHEN 'W'
                   MOVE HOLCAL-SAT-SW TO PROCESS-SAT-SW
                   MOVE HOLCAL-SUN-SW TO PROCESS-SUN-SW
               WHEN 'H'
                   IF HOLIDAY-COUNT < 30
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE HOLCAL-DATE TO
                            HOLIDAY-TBL-DATE (HOLIDAY-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-THE-SCHEDULE.
           MOVE 0 TO SCHED-COUNT.
           OPEN INPUT LIQ01-SCHEDULE.
           IF ACRSCHED-STATUS = "00"
               PERFORM UNTIL ACRSCHED-STATUS NOT = "00"
                   READ LIQ01-SCHEDULE
                       AT END MOVE "10" TO ACRSCHED-STATUS
                   END-READ
                   IF ACRSCHED-STATUS = "00" AND
                      SCHED-COUNT < 10
                       ADD 1 TO SCHED-COUNT
                       MOVE SCHED-KIND TO
                            SCHED-TBL-KIND (SCHED-COUNT)
                       MOVE SCHED-RATE-PCT TO
                            SCHED-TBL-RATE (SCHED-COUNT)
                       MOVE SCHED-FLAT-FEE TO
                            SCHED-TBL-FEE (SCHED-COUNT)
                       MOVE SCHED-MIN-BALANCE TO
                            SCHED-TBL-MIN-BAL (SCHED-COUNT)
                       MOVE SCHED-PLAN TO
                            SCHED-TBL-PLAN (SCHED-COUNT)
                   END-IF
               END-PERFORM
               CLOSE LIQ01-SCHEDULE
           END-IF.

       POSITION-MASTER-AT-TOP.
           MOVE 'N' TO ACCTMST-EOF.
           MOVE LOW-VALUES TO ACCTMST-ACCT-NBR.
           START ACCTMST-FILE KEY IS NOT LESS THAN ACCTMST-ACCT-NBR
               INVALID KEY
                   MOVE 'Y' TO ACCTMST-EOF
           END-START.

      * An item lands on the first projection day on or after
      * its date; past its date it lands on the first day, and
      * after the last day it is only counted.
       PLACE-ONE-ITEM.
           MOVE 0 TO DAY-IDX.
           PERFORM VARYING NEXT-DAY-IDX FROM 1 BY 1
                   UNTIL NEXT-DAY-IDX > PROJECTION-DAYS OR
                         DAY-IDX > 0
               IF DAY-DATE (NEXT-DAY-IDX) NOT < ITEM-DATE
                   MOVE NEXT-DAY-IDX TO DAY-IDX
               END-IF
           END-PERFORM.
           IF DAY-IDX = 0
               ADD 1 TO BEYOND-HORIZON
           ELSE
               PERFORM FIND-POSITION-SLOT
               IF POS-IDX = 0
                   ADD 1 TO NOT-PLACED
               ELSE
                   IF ITEM-AMOUNT < 0
                       SUBTRACT ITEM-AMOUNT FROM
                           POS-DEBITS (POS-IDX DAY-IDX)
                   ELSE
                       ADD ITEM-AMOUNT TO
                           POS-CREDITS (POS-IDX DAY-IDX)
                   END-IF
               END-IF
           END-IF.

       FIND-POSITION-SLOT.
           MOVE 0 TO POS-IDX.
           PERFORM VARYING SLOT-IDX FROM 1 BY 1
                   UNTIL SLOT-IDX > POS-COUNT OR POS-IDX > 0
               IF POS-ENTITY (SLOT-IDX) = ITEM-ENTITY AND
                  POS-CURRENCY (SLOT-IDX) = ITEM-CURRENCY
                   MOVE SLOT-IDX TO POS-IDX
               END-IF
           END-PERFORM.
           IF POS-IDX = 0 AND POS-COUNT < 20
               ADD 1 TO POS-COUNT
               MOVE POS-COUNT TO POS-IDX
               INITIALIZE POS-ENTRY (POS-IDX)
               MOVE ITEM-ENTITY TO POS-ENTITY (POS-IDX)
               MOVE ITEM-CURRENCY TO POS-CURRENCY (POS-IDX)
           END-IF.

      * Every payment the order will make up to the last day,
      * from its next due date on, stepped from the nominal date
      * and rolled the way STO02 will roll it, until the order's
      * end date. A transfer's contra leg lands in the contra
      * account's entity.
       PROJECT-ONE-ORDER.
           MOVE STDORD-ACCT-NBR TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO PROJECT-ONE-ORDER-EXIT
           END-READ.
           IF ACCTMST-CLOSED
               GO TO PROJECT-ONE-ORDER-EXIT
           END-IF.
           MOVE ACCTMST-ENTITY TO ORDER-ENTITY.
           MOVE ORDER-ENTITY TO CONTRA-ENTITY.
           MOVE ACCTMST-CURRENCY TO ORDER-CURRENCY.
           MOVE ORDER-CURRENCY TO CONTRA-CURRENCY.
           IF STDORD-CONTRA-ACCT NOT = SPACES
               MOVE STDORD-CONTRA-ACCT TO ACCTMST-ACCT-NBR
               READ ACCTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTMST-ENTITY TO CONTRA-ENTITY
                       MOVE ACCTMST-CURRENCY TO CONTRA-CURRENCY
               END-READ
           END-IF.
           MOVE STDORD-NOMINAL-DUE TO ORDER-NOMINAL.
           MOVE STDORD-NEXT-DUE TO ORDER-DUE.
           MOVE STDORD-ANCHOR-DAY TO STEP-ANCHOR-DAY.
           PERFORM UNTIL ORDER-DUE > DAY-DATE (PROJECTION-DAYS)
                      OR (STDORD-END-DATE NOT = 0 AND
                          ORDER-NOMINAL > STDORD-END-DATE)
               ADD 1 TO ORDER-PAYMENTS
               MOVE ORDER-DUE TO ITEM-DATE
               MOVE STDORD-AMOUNT TO ITEM-AMOUNT
               MOVE ORDER-ENTITY TO ITEM-ENTITY
               MOVE ORDER-CURRENCY TO ITEM-CURRENCY
               PERFORM PLACE-ONE-ITEM
               IF STDORD-CONTRA-ACCT NOT = SPACES
                   COMPUTE ITEM-AMOUNT = 0 - STDORD-AMOUNT
                   MOVE CONTRA-ENTITY TO ITEM-ENTITY
                   MOVE CONTRA-CURRENCY TO ITEM-CURRENCY
                   PERFORM PLACE-ONE-ITEM
               END-IF
               PERFORM STEP-THE-ORDER
           END-PERFORM.
       PROJECT-ONE-ORDER-EXIT.
           EXIT.

       STEP-THE-ORDER.
           MOVE ORDER-NOMINAL TO STEP-DATE.
           EVALUATE TRUE
               WHEN STDORD-WEEKLY
                   MOVE 7 TO STEP-DAYS
                   PERFORM STEP-FORWARD-DAYS
               WHEN STDORD-FORTNIGHTLY
                   MOVE 14 TO STEP-DAYS
                   PERFORM STEP-FORWARD-DAYS
               WHEN STDORD-MONTHLY
                   MOVE 1 TO STEP-MONTHS
                   PERFORM STEP-FORWARD-MONTHS
               WHEN STDORD-QUARTERLY
                   MOVE 3 TO STEP-MONTHS
                   PERFORM STEP-FORWARD-MONTHS
               WHEN OTHER
                   MOVE 12 TO STEP-MONTHS
                   PERFORM STEP-FORWARD-MONTHS
           END-EVALUATE.
           MOVE STEP-DATE TO ORDER-NOMINAL.
           PERFORM ROLL-TO-PROCESSING-DAY.
           MOVE STEP-DATE TO ORDER-DUE.

       STEP-FORWARD-DAYS.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-DAYS
               PERFORM STEP-ONE-DAY
           END-PERFORM.

       STEP-FORWARD-MONTHS.
           ADD STEP-MONTHS TO STEP-MM.
           IF STEP-MM > 12
               SUBTRACT 12 FROM STEP-MM
               ADD 1 TO STEP-CCYY
           END-IF.
           MOVE STEP-ANCHOR-DAY TO STEP-DD.
           IF STEP-DD = 0
               MOVE 1 TO STEP-DD
           END-IF.
           MOVE STEP-DATE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           PERFORM UNTIL DC-PASSED OR STEP-DD < 29
               SUBTRACT 1 FROM STEP-DD
               MOVE STEP-DATE TO DC-DATE
               CALL "DATECK" USING DC-DATE DC-RESULT
                                    DC-VIOLATION DC-REASON
           END-PERFORM.

       STEP-ONE-DAY.
           ADD 1 TO STEP-DD.
           MOVE STEP-DATE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               MOVE 1 TO STEP-DD
               ADD 1 TO STEP-MM
               IF STEP-MM > 12
                   MOVE 1 TO STEP-MM
                   ADD 1 TO STEP-CCYY
               END-IF
           END-IF.

       ROLL-TO-PROCESSING-DAY.
           PERFORM CHECK-PROCESSING-DAY.
           PERFORM UNTIL PROCESSING-DAY
               PERFORM STEP-ONE-DAY
               PERFORM CHECK-PROCESSING-DAY
           END-PERFORM.

      * The CAL01 test: a weekend day the rule does not process,
      * or any holiday on the calendar.
       CHECK-PROCESSING-DAY.
           MOVE 'Y' TO PROCESSING-DAY-SW.
           MOVE STEP-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO SERIAL-WORK.
           COMPUTE DAY-OF-WEEK-NUM =
               SERIAL-WORK - ((SERIAL-WORK / 7) * 7).
           IF DAY-OF-WEEK-NUM = 0 AND PROCESS-SAT-SW NOT = 'Y'
               MOVE 'N' TO PROCESSING-DAY-SW
           END-IF.
           IF DAY-OF-WEEK-NUM = 1 AND PROCESS-SUN-SW NOT = 'Y'
               MOVE 'N' TO PROCESSING-DAY-SW
           END-IF.
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               IF STEP-DATE = HOLIDAY-TBL-DATE (HOLIDAY-IDX)
                   MOVE 'N' TO PROCESSING-DAY-SW
               END-IF
           END-PERFORM.

       ACCRUE-FOR-MONTH-END.
           PERFORM POSITION-MASTER-AT-TOP.
           PERFORM UNTIL ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
               IF NOT ACCTMST-EOF-YES AND NOT ACCTMST-CLOSED
                   PERFORM FIND-ACCOUNT-PLAN THRU
                       FIND-ACCOUNT-PLAN-EXIT
                   PERFORM VARYING SCHED-IDX FROM 1 BY 1
                           UNTIL SCHED-IDX > SCHED-COUNT
                       PERFORM ACCRUE-ONE-SCHEDULE-CARD THRU
                           ACCRUE-ONE-SCHEDULE-CARD-EXIT
                   END-PERFORM
               END-IF
           END-PERFORM.

      * ACR01's card test and arithmetic, unchanged.
       ACCRUE-ONE-SCHEDULE-CARD.
           IF SCHED-TBL-PLAN (SCHED-IDX) NOT = ACCOUNT-PLAN
               GO TO ACCRUE-ONE-SCHEDULE-CARD-EXIT
           END-IF.
           IF ACCTMST-BALANCE < 0
               COMPUTE BALANCE-MAGNITUDE = 0 - ACCTMST-BALANCE
           ELSE
               MOVE ACCTMST-BALANCE TO BALANCE-MAGNITUDE
           END-IF.
           IF BALANCE-MAGNITUDE < SCHED-TBL-MIN-BAL (SCHED-IDX)
               GO TO ACCRUE-ONE-SCHEDULE-CARD-EXIT
           END-IF.
           EVALUATE SCHED-TBL-KIND (SCHED-IDX)
               WHEN "RATEPCT "
                   COMPUTE ACCRUAL-AMOUNT ROUNDED =
                       (ACCTMST-BALANCE *
                        SCHED-TBL-RATE (SCHED-IDX)) / 1200
               WHEN "FLATFEE "
                   COMPUTE ACCRUAL-AMOUNT =
                       0 - SCHED-TBL-FEE (SCHED-IDX)
               WHEN OTHER
                   MOVE 0 TO ACCRUAL-AMOUNT
           END-EVALUATE.
           IF ACCRUAL-AMOUNT = 0
               GO TO ACCRUE-ONE-SCHEDULE-CARD-EXIT
           END-IF.
           ADD 1 TO ACCRUAL-ITEMS.
           MOVE DAY-DATE (DAY-IDX) TO ITEM-DATE.
           MOVE ACCRUAL-AMOUNT TO ITEM-AMOUNT.
           MOVE ACCTMST-ENTITY TO ITEM-ENTITY.
           MOVE ACCTMST-CURRENCY TO ITEM-CURRENCY.
           PERFORM PLACE-MONTH-END-ITEM.
       ACCRUE-ONE-SCHEDULE-CARD-EXIT.
           EXIT.

      * PLACE-ONE-ITEM would reuse DAY-IDX, which is holding the
      * month end being worked, so accruals are added directly.
       PLACE-MONTH-END-ITEM.
           PERFORM FIND-POSITION-SLOT.
           IF POS-IDX = 0
               ADD 1 TO NOT-PLACED
           ELSE
               IF ITEM-AMOUNT < 0
                   SUBTRACT ITEM-AMOUNT FROM
                       POS-DEBITS (POS-IDX DAY-IDX)
               ELSE
                   ADD ITEM-AMOUNT TO
                       POS-CREDITS (POS-IDX DAY-IDX)
               END-IF
           END-IF.

       FIND-ACCOUNT-PLAN.
           MOVE SPACES TO ACCOUNT-PLAN.
           IF NOT PRODUCTS-PRESENT
               GO TO FIND-ACCOUNT-PLAN-EXIT
           END-IF.
           MOVE ACCTMST-ACCT-NBR TO ACCTREF-ACCT-NBR.
           READ ACCTREF-FILE
               INVALID KEY
                   MOVE SPACES TO ACCTREF-CLASS
           END-READ.
           IF ACCTREF-CLASS = SPACES
               GO TO FIND-ACCOUNT-PLAN-EXIT
           END-IF.
           MOVE ACCTREF-CLASS TO PRODMST-CLASS.
           READ PRODMST-FILE
               INVALID KEY
                   MOVE SPACES TO PRODMST-CHARGE-PLAN
           END-READ.
           MOVE PRODMST-CHARGE-PLAN TO ACCOUNT-PLAN.
       FIND-ACCOUNT-PLAN-EXIT.
           EXIT.

      * One block per entity and currency: the opening position,
      * then a line per day carrying it forward.
       WRITE-ONE-POSITION.
           IF POS-CURRENCY (POS-IDX) = SPACES
               MOVE "BASE" TO CURRENCY-SHOWN
           ELSE
               MOVE POS-CURRENCY (POS-IDX) TO CURRENCY-SHOWN
           END-IF.
           MOVE POS-OPENING (POS-IDX) TO RUNNING-POSITION.
           MOVE RUNNING-POSITION TO EDITED-POSITION.
           MOVE SPACES TO LIQ01-REPORT-LINE.
           WRITE LIQ01-REPORT-LINE.
           MOVE SPACES TO LIQ01-REPORT-LINE.
           STRING "ENTITY " POS-ENTITY (POS-IDX)
                  "  CURRENCY " CURRENCY-SHOWN
                  "  OPENING POSITION " EDITED-POSITION
               DELIMITED BY SIZE INTO LIQ01-REPORT-LINE.
           WRITE LIQ01-REPORT-LINE.
           MOVE SPACES TO LIQ01-REPORT-LINE.
           STRING "  DATE             DEBITS        CREDITS"
                  "             NET         POSITION"
               DELIMITED BY SIZE INTO LIQ01-REPORT-LINE.
           WRITE LIQ01-REPORT-LINE.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > PROJECTION-DAYS
               PERFORM WRITE-ONE-DAY
           END-PERFORM.

      * Net outflow is tested on the magnitude of a negative
      * net, so only a day that takes money out can be marked.
       WRITE-ONE-DAY.
           COMPUTE DAY-NET = POS-CREDITS (POS-IDX DAY-IDX)
                           - POS-DEBITS (POS-IDX DAY-IDX).
           ADD DAY-NET TO RUNNING-POSITION.
           MOVE "  " TO DAY-MARK.
           IF DAY-NET < 0 AND OUTFLOW-THRESHOLD > 0
               COMPUTE DAY-OUTFLOW = 0 - DAY-NET
               IF DAY-OUTFLOW > OUTFLOW-THRESHOLD
                   MOVE "**" TO DAY-MARK
                   ADD 1 TO DAYS-MARKED
               END-IF
           END-IF.
           MOVE POS-DEBITS (POS-IDX DAY-IDX) TO EDITED-DEBITS.
           MOVE POS-CREDITS (POS-IDX DAY-IDX) TO EDITED-CREDITS.
           MOVE DAY-NET TO EDITED-NET.
           MOVE RUNNING-POSITION TO EDITED-POSITION.
           MOVE SPACES TO LIQ01-REPORT-LINE.
           STRING DAY-MARK DAY-DATE (DAY-IDX) " " EDITED-DEBITS
                  " " EDITED-CREDITS " " EDITED-NET " "
                  EDITED-POSITION
               DELIMITED BY SIZE INTO LIQ01-REPORT-LINE.
           WRITE LIQ01-REPORT-LINE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="LIQ01"==.
