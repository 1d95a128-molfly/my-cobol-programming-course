       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLS01.
      *--------------------------------------------------
      * ACCOUNT-CLOSURE PAYOUT. MST01 RIGHTLY REFUSES A 'DL'
      * CLOSE WHILE AN ACCOUNT STILL HOLDS A BALANCE, SO EVERY
      * CLOSURE REQUEST USED TO BECOME AN EMAIL: SOMEONE WORKED
      * OUT THE FINAL FIGURE, KEYED A ZEROING ADJUSTMENT AND
      * RAISED THE PAYMENT BY HAND. CLS01 TAKES THE NIGHT'S
      * CLSREQ CLOSURE REQUESTS AND FOR EACH ONE:
      *   WORKS OUT THE FINAL BALANCE - THE MASTER BALANCE PLUS
      *   WHAT ACR01 WOULD CHARGE FOR THE MONTH SO FAR: EVERY
      *   ACRSCHED CARD OF THE ACCOUNT'S CHARGE PLAN, APPLIED AS
      *   ACR01 APPLIES IT, PRO-RATED BY THE DAYS OF THE MONTH
      *   UP TO AND INCLUDING THE CLOSING DATE;
      *   WRITES THE ACCRUAL POSTINGS, A 'CP' CLOSURE PAYOUT
      *   DEBIT THAT TAKES THE BALANCE TO ZERO, AND THE 'DL'
      *   CLOSE, IN THAT SEQUENCE, AS ONE NORMAL DELIVERY ON
      *   CLSFILE - ONE HD/TR SECTION PER ENTITY UNDER SOURCE ID
      *   'CLOSURE' - SO CNT01 PROVES IT AND MST01 POSTS AND
      *   CLOSES THE ACCOUNT IN ONE PASS;
      *   PUTS A CREDIT BALANCE ON THE PAYOUT INSTRUCTION FILE
      *   IN THE PAYMENTS SYSTEM'S LAYOUT, TO THE PAYEE ON THE
      *   REQUEST.
      * A CLOSURE THAT CANNOT COMPLETE IS REFUSED AND REPORTED:
      * NOT ON THE MASTER OR ALREADY CLOSED, AN ACTIVE ACCTBLK
      * BLOCK OF ANY KIND ON THE CLOSING DATE, A DEBIT FINAL
      * BALANCE (THE COLLECTIONS QUEUE OWNS THOSE), A CREDIT
      * BALANCE WITH NO PAYEE, OR A BAD OR PAST CLOSING DATE.
      * ONE THAT CANNOT COMPLETE TONIGHT IS HELD AND REPORTED:
      * A CLOSING DATE STILL TO COME, A POSTING FOR THE ACCOUNT
      * ON TONIGHT'S KEYED FILEDATCLX COPY OR ON ANY OF THE
      * GENDLV DELIVERIES ALREADY WRITTEN FOR THE SAME CNT01 RUN
      * (THE BALANCE WOULD MOVE UNDER THE CALCULATION), NO KEYED
      * COPY, GENDLV UNREADABLE OR TOO BIG TO HOLD, A BALANCE
      * TOO LARGE FOR ONE POSTING, OR A FULL DELIVERY. EITHER
      * ENDS THE STEP RC 4. RUNS AFTER THE FILEDATCLX LOAD AND
      * AHEAD OF CNT01 - SEE STEP005D IN THE CNT01EOD JOB.
      * A FOREIGN-CURRENCY ACCOUNT IS CLOSED AND PAID OUT IN ITS
      * OWN CURRENCY: THE POSTINGS CARRY IT AND SO DOES THE
      * PAYOUT INSTRUCTION (BAS FOR A BASE ACCOUNT).
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLS01-REQUESTS ASSIGN TO CLSREQ
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CLSREQ-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

      * Tonight's keyed transaction copy: a posting on a closing
      * account holds it, and each account's highest sequence in
      * use is read from it.
           SELECT FILEDATCLT-INDEXED ASSIGN TO FILEDATCLX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS FILEDATCLT-IDX-KEY
                  FILE STATUS   IS FILEDATCLX-STATUS.

      * Legal freeze / posting-block register. No register, no
      * blocks - the usual missing-file fallback.
      * The standing-order, escheat and sweep deliveries that go
      * into the same CNT01 run but are not on the keyed copy:
      * an item on them holds a closure too, and their sequences
      * count towards each account's high water.
           SELECT GENERATED-DELIVERIES ASSIGN TO GENDLV
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS GENDLV-STATUS.

           SELECT ACCTBLK-FILE ASSIGN TO ACCTBLK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTBLK-ACCT-NBR
                  FILE STATUS   IS ACCTBLK-STATUS.

      * Account class and the product it names, for the charge
      * plan - either missing, the no-plan cards, as in ACR01.
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

           SELECT CLS01-SCHEDULE ASSIGN TO ACRSCHED
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ACRSCHED-STATUS.

           SELECT CLS01-DELIVERY ASSIGN TO CLSFILE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CLSFILE-STATUS.

           SELECT CLS01-PAYOUT ASSIGN TO PAYOUT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PAYOUT-STATUS.

           SELECT CLS01-REPORT ASSIGN TO CLS01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CLS01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLS01-REQUESTS.
           COPY "clsreq.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  FILEDATCLT-INDEXED.
           COPY "filedatclx.cpy".

      * Only the key and record type of each delivered item are
      * needed; the layout is FILEDATCLT's.
       FD  GENERATED-DELIVERIES.
       01  GENDLV-REC.
           05  GENDLV-ACCT-NBR          PIC X(10).
           05  GENDLV-SEQ-NBR           PIC 9(4).
           05  FILLER                   PIC X(19).
           05  GENDLV-REC-TYPE          PIC X(2).
           05  FILLER                   PIC X(45).

       FD  ACCTBLK-FILE.
           COPY "acctblk.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  PRODMST-FILE.
           COPY "prodmst.cpy".

      * The ACR01 rate/fee schedule, card for card.
       FD  CLS01-SCHEDULE.
       01  CLS01-SCHEDULE-REC.
           05  SCHED-REC-TYPE           PIC X(2).
           05  SCHED-KIND               PIC X(8).
           05  SCHED-RATE-PCT           PIC 9(3)V9(4).
           05  SCHED-FLAT-FEE           PIC 9(7)V99.
           05  SCHED-MIN-BALANCE        PIC 9(11)V99.
           05  SCHED-PLAN               PIC X(4).
           05  FILLER                   PIC X(37).

       FD  CLS01-DELIVERY.
           COPY "filedatclt.cpy".

       FD  CLS01-PAYOUT.
           COPY "payout.cpy".

       FD  CLS01-REPORT.
       01  CLS01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CLSREQ==.

       01  CLSREQ-STATUS.
           05  CLSREQ-STATUS-L          PIC X.
           05  CLSREQ-STATUS-R          PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  FILEDATCLX-STATUS.
           05  FILEDATCLX-STATUS-L      PIC X.
           05  FILEDATCLX-STATUS-R      PIC X.
       01  GENDLV-STATUS.
           05  GENDLV-STATUS-L          PIC X.
           05  GENDLV-STATUS-R          PIC X.
       01  ACCTBLK-STATUS.
           05  ACCTBLK-STATUS-L         PIC X.
           05  ACCTBLK-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  PRODMST-STATUS.
           05  PRODMST-STATUS-L         PIC X.
           05  PRODMST-STATUS-R         PIC X.
       01  ACRSCHED-STATUS.
           05  ACRSCHED-STATUS-L        PIC X.
           05  ACRSCHED-STATUS-R        PIC X.
       01  CLSFILE-STATUS.
           05  CLSFILE-STATUS-L         PIC X.
           05  CLSFILE-STATUS-R         PIC X.
       01  PAYOUT-STATUS.
           05  PAYOUT-STATUS-L          PIC X.
           05  PAYOUT-STATUS-R          PIC X.
       01  CLS01RPT-STATUS.
           05  CLS01RPT-STATUS-L        PIC X.
           05  CLS01RPT-STATUS-R        PIC X.

       01  CLS-READY-SW                 PIC X       VALUE 'N'.
           88  CLS-READY                             VALUE 'Y'.
       01  CLX-PRESENT-SW               PIC X       VALUE 'N'.
           88  CLX-PRESENT                           VALUE 'Y'.
       01  DELIVERED-PRESENT-SW         PIC X       VALUE 'N'.
           88  DELIVERED-PRESENT                     VALUE 'Y'.
       01  BLOCKS-PRESENT-SW            PIC X       VALUE 'N'.
           88  BLOCKS-PRESENT                        VALUE 'Y'.
       01  PRODUCTS-PRESENT-SW          PIC X       VALUE 'N'.
           88  PRODUCTS-PRESENT                      VALUE 'Y'.
       01  MASTER-OPEN-SW               PIC X       VALUE 'N'.
           88  MASTER-OPEN                           VALUE 'Y'.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-NUM.
           05  BUSINESS-CCYY            PIC 9(4).
           05  BUSINESS-MM              PIC 99.
           05  BUSINESS-DD              PIC 99.

      * The month so far, for pro-rating the month's charges:
      * days elapsed through the closing date over the days in
      * the month, both from the shared DATESER serial days.
       01  MONTH-START-PARTS.
           05  MONTH-START-CCYY         PIC 9(4).
           05  MONTH-START-MM           PIC 99.
           05  MONTH-START-DD           PIC 99.
       01  MONTH-START-DATE REDEFINES MONTH-START-PARTS
                                        PIC 9(8).
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  MONTH-START-SERIAL           PIC S9(9)   COMP.
       01  DAYS-IN-MONTH                PIC 99      VALUE 30.
       01  DAYS-ELAPSED                 PIC 99      VALUE 0.

      * Linkage fields for the shared DATECK calendar check.
       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

      * Loaded charge schedule, as ACR01 loads it.
       01  SCHED-COUNT                  PIC 99      VALUE 0.
       01  SCHED-TABLE.
           05  SCHED-ENTRY OCCURS 10 TIMES.
               10  SCHED-TBL-REC-TYPE   PIC X(2).
               10  SCHED-TBL-KIND       PIC X(8).
               10  SCHED-TBL-RATE       PIC 9(3)V9(4).
               10  SCHED-TBL-FEE        PIC 9(7)V99.
               10  SCHED-TBL-MIN-BAL    PIC 9(11)V99.
               10  SCHED-TBL-PLAN       PIC X(4).
       01  SCHED-IDX                    PIC 99.
       01  ACCOUNT-PLAN                 PIC X(4)    VALUE SPACES.

      * The closing account's accruals, held until the closure
      * is known to go ahead.
       01  ACCRUAL-COUNT                PIC 99      VALUE 0.
       01  ACCRUAL-TABLE.
           05  ACCRUAL-ENTRY OCCURS 10 TIMES.
               10  ACCRUAL-TBL-TYPE     PIC X(2).
               10  ACCRUAL-TBL-AMOUNT   PIC S9(9)V99.
       01  ACCRUAL-IDX                  PIC 99.
       01  MONTH-CHARGE                 PIC S9(9)V99.
       01  ACCRUAL-AMOUNT               PIC S9(9)V99.
       01  ACCRUAL-TOTAL                PIC S9(9)V99.
       01  BALANCE-MAGNITUDE            PIC 9(11)V99.
       01  FINAL-BALANCE                PIC S9(11)V99.

      * Tonight's closure postings, written out one entity
      * section at a time once every request has been seen.
       01  PENDING-COUNT                PIC 9(3)    VALUE 0.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 600 TIMES.
               10  PENDING-ACCT-NBR     PIC X(10).
               10  PENDING-SEQ          PIC 9(4).
               10  PENDING-TYPE         PIC X(2).
               10  PENDING-AMOUNT       PIC S9(9)V99.
               10  PENDING-ENTITY       PIC X(3).
               10  PENDING-CURRENCY     PIC X(3).
       01  PENDING-IDX                  PIC 9(3).
       01  PENDING-ROOM                 PIC 9(3).

       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  ENTITY-TABLE.
           05  ENTITY-CODE OCCURS 10 TIMES  PIC X(3).
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SEEN-SW               PIC X.
       01  CURRENT-ENTITY               PIC X(3).

      * Each account on the GENDLV deliveries, with the highest
      * sequence it carries there. Full means an account could
      * not be noted, so no closure can be shown to be quiet.
       01  DELIVERED-COUNT              PIC 9(4)    VALUE 0.
       01  DELIVERED-TABLE.
           05  DELIVERED-ENTRY OCCURS 1500 TIMES.
               10  DELIVERED-ACCT       PIC X(10).
               10  DELIVERED-SEQ        PIC 9(4).
       01  DELIVERED-IDX                PIC 9(4).
       01  DELIVERED-SLOT               PIC 9(4).
       01  DELIVERED-LOOKUP-ACCT        PIC X(10).
       01  DELIVERED-FULL-SW            PIC X       VALUE 'N'.
           88  DELIVERED-FULL                        VALUE 'Y'.

       01  MASTER-FOUND-SW              PIC X.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  ACTIVITY-TONIGHT-SW          PIC X.
           88  ACTIVITY-TONIGHT                      VALUE 'Y'.
       01  BLOCK-ACTIVE-SW              PIC X.
           88  BLOCK-ACTIVE                          VALUE 'Y'.
       01  HIGH-WATER-DONE-SW           PIC X.
       01  CLOSE-DATE-NUM               PIC 9(8).
       01  POSTING-SEQ                  PIC 9(4).
       01  STOP-WORDS                   PIC X(18).
       01  SECTION-COUNT                PIC 9(6)    VALUE 0.
       01  SECTION-AMOUNT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  REQUESTS-READ                PIC 9(6)    VALUE 0.
       01  CLOSURES-MADE                PIC 9(6)    VALUE 0.
       01  CLOSURES-REFUSED             PIC 9(6)    VALUE 0.
       01  CLOSURES-HELD                PIC 9(6)    VALUE 0.
       01  PAYOUT-COUNT-RUN             PIC 9(7)    VALUE 0.
       01  PAYOUT-TOTAL-RUN             PIC 9(13)V99 VALUE 0.
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-ACCRUAL               PIC -(7)9.99.
       01  MASKED-ACCT                  PIC X(10).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "CLS01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM MEASURE-THE-MONTH.
           PERFORM LOAD-THE-SCHEDULE.
           PERFORM LOAD-THE-DELIVERED-ITEMS.
           PERFORM OPEN-THE-FILES.
           IF CLS-READY
               PERFORM UNTIL CLSREQ-EOF-YES
                   READ CLS01-REQUESTS
                       AT END MOVE 'Y' TO CLSREQ-EOF
                   END-READ
                   IF NOT CLSREQ-EOF-YES AND
                      CLSREQ-ACCT-NBR NOT = SPACES
                       ADD 1 TO REQUESTS-READ
                       PERFORM CLOSE-ONE-ACCOUNT THRU
                           CLOSE-ONE-ACCOUNT-EXIT
                   END-IF
               END-PERFORM
               PERFORM WRITE-THE-DELIVERY
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "CLS01: requests read=     " REQUESTS-READ.
           DISPLAY "CLS01: accounts closed=   " CLOSURES-MADE.
           DISPLAY "CLS01: payouts written=   " PAYOUT-COUNT-RUN.
           IF CLOSURES-REFUSED > 0 OR CLOSURES-HELD > 0
               DISPLAY "CLS01: closures refused= " CLOSURES-REFUSED
                       " held= " CLOSURES-HELD
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           CALL "DAYLOG" USING "CLS01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       MEASURE-THE-MONTH.
           MOVE BUSINESS-CCYY TO MONTH-START-CCYY.
           MOVE BUSINESS-MM TO MONTH-START-MM.
           MOVE 1 TO MONTH-START-DD.
           MOVE MONTH-START-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO MONTH-START-SERIAL.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE DAYS-ELAPSED =
               SERIAL-RESULT - MONTH-START-SERIAL + 1.
           ADD 1 TO MONTH-START-MM.
           IF MONTH-START-MM > 12
               MOVE 1 TO MONTH-START-MM
               ADD 1 TO MONTH-START-CCYY
           END-IF.
           MOVE MONTH-START-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE DAYS-IN-MONTH = SERIAL-RESULT - MONTH-START-SERIAL.
           DISPLAY "CLS01: business date= " BUSINESS-DATE-NUM
                   " charges for " DAYS-ELAPSED " of "
                   DAYS-IN-MONTH " days".

       LOAD-THE-SCHEDULE.
           MOVE 0 TO SCHED-COUNT.
           OPEN INPUT CLS01-SCHEDULE.
           IF ACRSCHED-STATUS = "00"
               PERFORM UNTIL ACRSCHED-STATUS NOT = "00"
                   READ CLS01-SCHEDULE
                       AT END MOVE "10" TO ACRSCHED-STATUS
                   END-READ
                   IF ACRSCHED-STATUS = "00" AND
                      SCHED-COUNT < 10
                       ADD 1 TO SCHED-COUNT
                       MOVE SCHED-REC-TYPE TO
                            SCHED-TBL-REC-TYPE (SCHED-COUNT)
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
               CLOSE CLS01-SCHEDULE
           END-IF.
           DISPLAY "CLS01: schedule cards loaded= " SCHED-COUNT.

      * Control records are skipped; every other record notes
      * its account and sequence.
       LOAD-THE-DELIVERED-ITEMS.
           MOVE 0 TO DELIVERED-COUNT.
           OPEN INPUT GENERATED-DELIVERIES.
           IF GENDLV-STATUS = "00"
               MOVE 'Y' TO DELIVERED-PRESENT-SW
               PERFORM UNTIL GENDLV-STATUS NOT = "00"
                   READ GENERATED-DELIVERIES
                       AT END MOVE "10" TO GENDLV-STATUS
                   END-READ
                   IF GENDLV-STATUS = "00" AND
                      GENDLV-REC-TYPE NOT = "HD" AND
                      GENDLV-REC-TYPE NOT = "TR" AND
                      GENDLV-ACCT-NBR NOT = SPACES
                       PERFORM NOTE-ONE-DELIVERED-ITEM
                   END-IF
               END-PERFORM
               CLOSE GENERATED-DELIVERIES
           ELSE
               DISPLAY "CLS01: OPEN GENERATED-DELIVERIES - status "
                       GENDLV-STATUS
                       " - closures held tonight"
           END-IF.
           DISPLAY "CLS01: accounts on other deliveries= "
                   DELIVERED-COUNT.
           IF DELIVERED-FULL
               DISPLAY "CLS01: other deliveries over 1500 accounts"
                       " - closures held tonight"
           END-IF.

       OPEN-THE-FILES.
           MOVE 'Y' TO CLS-READY-SW.
           OPEN INPUT CLS01-REQUESTS.
           IF CLSREQ-STATUS NOT = "00"
               DISPLAY "CLS01: OPEN CLS01-REQUESTS - status "
                       CLSREQ-STATUS " - no closures tonight"
               MOVE 'N' TO CLS-READY-SW
           ELSE
               MOVE 'O' TO CLSREQ-OPEN-FLAG
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "CLS01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'N' TO CLS-READY-SW
           ELSE
               MOVE 'Y' TO MASTER-OPEN-SW
           END-IF.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS = "00"
               MOVE 'Y' TO CLX-PRESENT-SW
           ELSE
               DISPLAY "CLS01: OPEN FILEDATCLT-INDEXED - status "
                       FILEDATCLX-STATUS
                       " - closures held tonight"
           END-IF.
           OPEN INPUT ACCTBLK-FILE.
           IF ACCTBLK-STATUS = "00"
               MOVE 'Y' TO BLOCKS-PRESENT-SW
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
           OPEN OUTPUT CLS01-DELIVERY.
           IF CLSFILE-STATUS NOT = "00"
               DISPLAY "CLS01: OPEN CLS01-DELIVERY - status "
                       CLSFILE-STATUS
               MOVE 'N' TO CLS-READY-SW
           END-IF.
           OPEN OUTPUT CLS01-PAYOUT.
           IF PAYOUT-STATUS NOT = "00"
               DISPLAY "CLS01: OPEN CLS01-PAYOUT - status "
                       PAYOUT-STATUS
               MOVE 'N' TO CLS-READY-SW
           ELSE
               MOVE SPACES TO PAYOUT-REC
               MOVE "PH" TO PAYOUT-REC-TYPE
               MOVE "CLS01   " TO PAYOUT-ORIGIN
               MOVE BUSINESS-DATE-NUM TO PAYOUT-FILE-DATE
               WRITE PAYOUT-REC
           END-IF.
           OPEN OUTPUT CLS01-REPORT.
           IF CLS01RPT-STATUS NOT = "00"
               DISPLAY "CLS01: OPEN CLS01-REPORT - status "
                       CLS01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO CLS01-REPORT-LINE
               WRITE CLS01-REPORT-LINE
               MOVE SPACES TO CLS01-REPORT-LINE
               STRING "ACCOUNT CLOSURES FOR BUSINESS DATE "
                      BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO CLS01-REPORT-LINE
               WRITE CLS01-REPORT-LINE
           END-IF.

      * One request: every reason it cannot go ahead is tested
      * before anything is queued, so a refused or held closure
      * leaves no half-written postings behind.
       CLOSE-ONE-ACCOUNT.
           MOVE SPACES TO STOP-WORDS.
           IF CLSREQ-CLOSE-DATE IS NOT NUMERIC OR
              CLSREQ-CLOSE-DATE = 0
               MOVE BUSINESS-DATE-NUM TO CLOSE-DATE-NUM
           ELSE
               MOVE CLSREQ-CLOSE-DATE TO CLOSE-DATE-NUM
               MOVE CLOSE-DATE-NUM TO DC-DATE
               CALL "DATECK" USING DC-DATE DC-RESULT
                                    DC-VIOLATION DC-REASON
               EVALUATE TRUE
                   WHEN NOT DC-PASSED
                       MOVE "BAD CLOSING DATE" TO STOP-WORDS
                   WHEN CLOSE-DATE-NUM < BUSINESS-DATE-NUM
                       MOVE "CLOSING DATE PAST" TO STOP-WORDS
                   WHEN CLOSE-DATE-NUM > BUSINESS-DATE-NUM
                       MOVE "NOT YET DUE" TO STOP-WORDS
                       PERFORM WRITE-HELD-LINE
                       GO TO CLOSE-ONE-ACCOUNT-EXIT
               END-EVALUATE
           END-IF.
           IF STOP-WORDS NOT = SPACES
               PERFORM WRITE-REFUSED-LINE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE CLSREQ-ACCT-NBR TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
           PERFORM CHECK-ACTIVE-BLOCK.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE "NOT ON MASTER" TO STOP-WORDS
               WHEN ACCTMST-CLOSED
                   MOVE "ALREADY CLOSED" TO STOP-WORDS
               WHEN BLOCK-ACTIVE
                   MOVE "ACTIVE BLOCK" TO STOP-WORDS
           END-EVALUATE.
           IF STOP-WORDS NOT = SPACES
               PERFORM WRITE-REFUSED-LINE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM CHECK-ACTIVITY-TONIGHT.
           EVALUATE TRUE
               WHEN NOT CLX-PRESENT
                   MOVE "NO KEYED COPY" TO STOP-WORDS
               WHEN NOT DELIVERED-PRESENT OR DELIVERED-FULL
                   MOVE "GENDLV UNSEEN" TO STOP-WORDS
               WHEN ACTIVITY-TONIGHT
                   MOVE "ACTIVITY TONIGHT" TO STOP-WORDS
           END-EVALUATE.
           IF STOP-WORDS NOT = SPACES
               PERFORM WRITE-HELD-LINE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM FIND-ACCOUNT-PLAN THRU FIND-ACCOUNT-PLAN-EXIT.
           MOVE 0 TO ACCRUAL-COUNT.
           MOVE 0 TO ACCRUAL-TOTAL.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               PERFORM ACCRUE-ONE-SCHEDULE-CARD THRU
                   ACCRUE-ONE-SCHEDULE-CARD-EXIT
           END-PERFORM.
           COMPUTE FINAL-BALANCE = ACCTMST-BALANCE + ACCRUAL-TOTAL.
           IF FINAL-BALANCE < 0
               MOVE "DEBIT BALANCE" TO STOP-WORDS
           END-IF.
           IF FINAL-BALANCE > 0 AND
              (CLSREQ-PAYEE-NAME = SPACES OR
               CLSREQ-PAYEE-BANK = SPACES OR
               CLSREQ-PAYEE-ACCOUNT = SPACES)
               MOVE "NO PAYEE DETAILS" TO STOP-WORDS
           END-IF.
           IF STOP-WORDS NOT = SPACES
               PERFORM WRITE-REFUSED-LINE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
      * Room for the accruals, the payout debit and the close.
           COMPUTE PENDING-ROOM = 600 - PENDING-COUNT.
           EVALUATE TRUE
               WHEN FINAL-BALANCE > 999999999.99
                   MOVE "TOO LARGE - HAND" TO STOP-WORDS
               WHEN PENDING-ROOM < ACCRUAL-COUNT + 2
                   MOVE "DELIVERY FULL" TO STOP-WORDS
           END-EVALUATE.
           IF STOP-WORDS NOT = SPACES
               PERFORM WRITE-HELD-LINE
               GO TO CLOSE-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM FIND-ACCOUNT-HIGH-WATER THRU
               FIND-ACCOUNT-HIGH-WATER-EXIT.
           PERFORM VARYING ACCRUAL-IDX FROM 1 BY 1
                   UNTIL ACCRUAL-IDX > ACCRUAL-COUNT
               PERFORM QUEUE-ONE-ACCRUAL
           END-PERFORM.
           IF FINAL-BALANCE > 0
               ADD 1 TO POSTING-SEQ
               ADD 1 TO PENDING-COUNT
               MOVE "CP" TO PENDING-TYPE (PENDING-COUNT)
               COMPUTE PENDING-AMOUNT (PENDING-COUNT) =
                   0 - FINAL-BALANCE
               PERFORM FILL-PENDING-ENTRY
               PERFORM WRITE-ONE-PAYOUT
           END-IF.
           ADD 1 TO POSTING-SEQ.
           ADD 1 TO PENDING-COUNT.
           MOVE "DL" TO PENDING-TYPE (PENDING-COUNT).
           MOVE 0 TO PENDING-AMOUNT (PENDING-COUNT).
           PERFORM FILL-PENDING-ENTRY.
           ADD 1 TO CLOSURES-MADE.
           IF CLS01RPT-STATUS = "00"
               CALL "MASKACCT" USING ACCTMST-ACCT-NBR MASKED-ACCT
               MOVE FINAL-BALANCE TO EDITED-AMOUNT
               MOVE ACCRUAL-TOTAL TO EDITED-ACCRUAL
               MOVE SPACES TO CLS01-REPORT-LINE
               STRING "CLOSED    " MASKED-ACCT
                      " ENT " ACCTMST-ENTITY
                      " ACCRUED " EDITED-ACCRUAL
                      " FINAL " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO CLS01-REPORT-LINE
               WRITE CLS01-REPORT-LINE
               IF FINAL-BALANCE > 0
                   MOVE SPACES TO CLS01-REPORT-LINE
                   STRING "    PAID OUT TO " CLSREQ-PAYEE-NAME
                          " BANK " CLSREQ-PAYEE-BANK
                          " REQ BY " CLSREQ-REQUESTED-BY
                       DELIMITED BY SIZE INTO CLS01-REPORT-LINE
                   WRITE CLS01-REPORT-LINE
               END-IF
           END-IF.
       CLOSE-ONE-ACCOUNT-EXIT.
           EXIT.

       WRITE-THE-DELIVERY.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               PERFORM NOTE-ONE-ENTITY
           END-PERFORM.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM WRITE-ONE-ENTITY-SECTION
           END-PERFORM.

       WRITE-RUN-TOTALS.
           IF CLS01RPT-STATUS = "00"
               MOVE SPACES TO CLS01-REPORT-LINE
               WRITE CLS01-REPORT-LINE
               MOVE SPACES TO CLS01-REPORT-LINE
               STRING "Requests read is= " REQUESTS-READ
                      "  Closed is= " CLOSURES-MADE
                      "  Refused is= " CLOSURES-REFUSED
                      "  Held is= " CLOSURES-HELD
                   DELIMITED BY SIZE INTO CLS01-REPORT-LINE
               WRITE CLS01-REPORT-LINE
               MOVE PAYOUT-TOTAL-RUN TO EDITED-AMOUNT
               MOVE SPACES TO CLS01-REPORT-LINE
               STRING "Payouts is= " PAYOUT-COUNT-RUN
                      "  Amount paid out is= " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO CLS01-REPORT-LINE
               WRITE CLS01-REPORT-LINE
           END-IF.

      * The payments trailer goes on even on a night with no
      * closures, so the payments system always gets a whole
      * file to prove.
       CLOSE-THE-FILES.
           IF CLSREQ-OPEN-FLAG = 'O'
               CLOSE CLS01-REQUESTS
           END-IF.
           IF MASTER-OPEN
               CLOSE ACCTMST-FILE
           END-IF.
           IF CLX-PRESENT
               CLOSE FILEDATCLT-INDEXED
           END-IF.
           IF BLOCKS-PRESENT
               CLOSE ACCTBLK-FILE
           END-IF.
           IF PRODUCTS-PRESENT
               CLOSE ACCTREF-FILE
               CLOSE PRODMST-FILE
           END-IF.
           IF CLSFILE-STATUS = "00"
               CLOSE CLS01-DELIVERY
           END-IF.
           IF PAYOUT-STATUS = "00"
               MOVE SPACES TO PAYOUT-REC
               MOVE "PT" TO PAYOUT-REC-TYPE
               MOVE PAYOUT-COUNT-RUN TO PAYOUT-COUNT
               MOVE PAYOUT-TOTAL-RUN TO PAYOUT-TOTAL
               WRITE PAYOUT-REC
               CLOSE CLS01-PAYOUT
           END-IF.
           IF CLS01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO CLS01-REPORT-LINE
               WRITE CLS01-REPORT-LINE
               CLOSE CLS01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
      * Any block in force on the closing date stops the
      * closure, whatever it blocks: a total block stops the
      * close itself, and the others would divert the payout
      * debit or an accrual and leave the close refused.
       CHECK-ACTIVE-BLOCK.
           MOVE 'N' TO BLOCK-ACTIVE-SW.
           IF BLOCKS-PRESENT
               MOVE CLSREQ-ACCT-NBR TO ACCTBLK-ACCT-NBR
               READ ACCTBLK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCTBLK-EFF-DATE NOT > CLOSE-DATE-NUM AND
                          (ACCTBLK-EXP-DATE = 0 OR
                           ACCTBLK-EXP-DATE NOT < CLOSE-DATE-NUM)
                           MOVE 'Y' TO BLOCK-ACTIVE-SW
                       END-IF
               END-READ
           END-IF.

      * Any record for the account on tonight's keyed copy or
      * on the GENDLV deliveries is activity the master balance
      * does not include yet.
       CHECK-ACTIVITY-TONIGHT.
           MOVE 'N' TO ACTIVITY-TONIGHT-SW.
           MOVE CLSREQ-ACCT-NBR TO DELIVERED-LOOKUP-ACCT.
           PERFORM FIND-DELIVERED-ACCOUNT.
           IF DELIVERED-SLOT > 0
               MOVE 'Y' TO ACTIVITY-TONIGHT-SW
           END-IF.
           IF CLX-PRESENT
               MOVE SPACES TO FILEDATCLT-IDX-KEY
               MOVE CLSREQ-ACCT-NBR TO FILEDATCLT-IDX-KEY (1:10)
               MOVE "0000" TO FILEDATCLT-IDX-KEY (11:4)
               START FILEDATCLT-INDEXED
                   KEY IS NOT LESS THAN FILEDATCLT-IDX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FILEDATCLT-INDEXED NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FILEDATCLT-IDX-KEY (1:10) =
                                      CLSREQ-ACCT-NBR
                                   MOVE 'Y' TO ACTIVITY-TONIGHT-SW
                               END-IF
                       END-READ
               END-START
           END-IF.

      * The plan the account's product names; spaces when there
      * is no product for it.
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

      * The card's charge for a whole month, worked exactly as
      * ACR01 works it, then cut to the days of the month up to
      * the closing date.
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
                   COMPUTE MONTH-CHARGE ROUNDED =
                       (ACCTMST-BALANCE *
                        SCHED-TBL-RATE (SCHED-IDX)) / 1200
               WHEN "FLATFEE "
                   COMPUTE MONTH-CHARGE =
                       0 - SCHED-TBL-FEE (SCHED-IDX)
               WHEN OTHER
                   MOVE 0 TO MONTH-CHARGE
           END-EVALUATE.
           COMPUTE ACCRUAL-AMOUNT ROUNDED =
               (MONTH-CHARGE * DAYS-ELAPSED) / DAYS-IN-MONTH.
           IF ACCRUAL-AMOUNT = 0
               GO TO ACCRUE-ONE-SCHEDULE-CARD-EXIT
           END-IF.
           ADD 1 TO ACCRUAL-COUNT.
           MOVE SCHED-TBL-REC-TYPE (SCHED-IDX) TO
                ACCRUAL-TBL-TYPE (ACCRUAL-COUNT).
           MOVE ACCRUAL-AMOUNT TO ACCRUAL-TBL-AMOUNT (ACCRUAL-COUNT).
           ADD ACCRUAL-AMOUNT TO ACCRUAL-TOTAL.
       ACCRUE-ONE-SCHEDULE-CARD-EXIT.
           EXIT.

       QUEUE-ONE-ACCRUAL.
           ADD 1 TO POSTING-SEQ.
           ADD 1 TO PENDING-COUNT.
           MOVE ACCRUAL-TBL-TYPE (ACCRUAL-IDX) TO
                PENDING-TYPE (PENDING-COUNT).
           MOVE ACCRUAL-TBL-AMOUNT (ACCRUAL-IDX) TO
                PENDING-AMOUNT (PENDING-COUNT).
           PERFORM FILL-PENDING-ENTRY.

       FILL-PENDING-ENTRY.
           MOVE ACCTMST-ACCT-NBR TO PENDING-ACCT-NBR (PENDING-COUNT).
           MOVE POSTING-SEQ TO PENDING-SEQ (PENDING-COUNT).
           MOVE ACCTMST-ENTITY TO PENDING-ENTITY (PENDING-COUNT).
           MOVE ACCTMST-CURRENCY TO
                PENDING-CURRENCY (PENDING-COUNT).

       WRITE-ONE-PAYOUT.
           MOVE SPACES TO PAYOUT-REC.
           MOVE "PD" TO PAYOUT-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO PAYOUT-VALUE-DATE.
           MOVE FINAL-BALANCE TO PAYOUT-AMOUNT.
           MOVE ACCTMST-CURRENCY TO PAYOUT-CURRENCY.
           IF ACCTMST-CURRENCY = SPACES
               MOVE "BAS" TO PAYOUT-CURRENCY
           END-IF.
           MOVE CLSREQ-PAYEE-NAME TO PAYOUT-PAYEE-NAME.
           MOVE CLSREQ-PAYEE-BANK TO PAYOUT-PAYEE-BANK.
           MOVE CLSREQ-PAYEE-ACCOUNT TO PAYOUT-PAYEE-ACCOUNT.
           MOVE ACCTMST-ACCT-NBR TO PAYOUT-FROM-ACCT.
           MOVE ACCTMST-ENTITY TO PAYOUT-FROM-ENTITY.
           WRITE PAYOUT-REC.
           ADD 1 TO PAYOUT-COUNT-RUN.
           ADD FINAL-BALANCE TO PAYOUT-TOTAL-RUN.

       WRITE-REFUSED-LINE.
           ADD 1 TO CLOSURES-REFUSED.
           IF CLS01RPT-STATUS = "00"
               CALL "MASKACCT" USING CLSREQ-ACCT-NBR MASKED-ACCT
               MOVE SPACES TO CLS01-REPORT-LINE
               STRING "REFUSED   " MASKED-ACCT
                      " " STOP-WORDS
                      " REQ BY " CLSREQ-REQUESTED-BY
                   DELIMITED BY SIZE INTO CLS01-REPORT-LINE
               WRITE CLS01-REPORT-LINE
           END-IF.

       WRITE-HELD-LINE.
           ADD 1 TO CLOSURES-HELD.
           IF CLS01RPT-STATUS = "00"
               CALL "MASKACCT" USING CLSREQ-ACCT-NBR MASKED-ACCT
               MOVE SPACES TO CLS01-REPORT-LINE
               STRING "HELD      " MASKED-ACCT
                      " " STOP-WORDS
                      " CLOSING " CLOSE-DATE-NUM
                   DELIMITED BY SIZE INTO CLS01-REPORT-LINE
               WRITE CLS01-REPORT-LINE
           END-IF.

      * The account's closure sequences start one past the
      * highest on tonight's keyed copy and the GENDLV
      * deliveries, so no two items in the CNT01 run share a
      * key.
       FIND-ACCOUNT-HIGH-WATER.
           MOVE 0 TO POSTING-SEQ.
           MOVE 'N' TO HIGH-WATER-DONE-SW.
           MOVE SPACES TO FILEDATCLT-IDX-KEY.
           MOVE ACCTMST-ACCT-NBR TO FILEDATCLT-IDX-KEY (1:10).
           MOVE "0000" TO FILEDATCLT-IDX-KEY (11:4).
           START FILEDATCLT-INDEXED
               KEY IS NOT LESS THAN FILEDATCLT-IDX-KEY
               INVALID KEY
                   MOVE 'Y' TO HIGH-WATER-DONE-SW
           END-START.
           PERFORM UNTIL HIGH-WATER-DONE-SW = 'Y'
               READ FILEDATCLT-INDEXED NEXT RECORD
                   AT END MOVE 'Y' TO HIGH-WATER-DONE-SW
               END-READ
               IF HIGH-WATER-DONE-SW = 'N'
                   IF FILEDATCLT-IDX-KEY (1:10) NOT =
                          ACCTMST-ACCT-NBR
                       MOVE 'Y' TO HIGH-WATER-DONE-SW
                   ELSE
                       IF FILEDATCLT-IDX-KEY (11:4) IS NUMERIC
                           MOVE FILEDATCLT-IDX-KEY (11:4) TO
                                POSTING-SEQ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ACCTMST-ACCT-NBR TO DELIVERED-LOOKUP-ACCT.
           PERFORM FIND-DELIVERED-ACCOUNT.
           IF DELIVERED-SLOT > 0
               IF DELIVERED-SEQ (DELIVERED-SLOT) > POSTING-SEQ
                   MOVE DELIVERED-SEQ (DELIVERED-SLOT) TO POSTING-SEQ
               END-IF
           END-IF.
       FIND-ACCOUNT-HIGH-WATER-EXIT.
           EXIT.

       NOTE-ONE-DELIVERED-ITEM.
           MOVE GENDLV-ACCT-NBR TO DELIVERED-LOOKUP-ACCT.
           PERFORM FIND-DELIVERED-ACCOUNT.
           IF DELIVERED-SLOT = 0
               IF DELIVERED-COUNT < 1500
                   ADD 1 TO DELIVERED-COUNT
                   MOVE DELIVERED-COUNT TO DELIVERED-SLOT
                   MOVE GENDLV-ACCT-NBR TO
                        DELIVERED-ACCT (DELIVERED-SLOT)
                   MOVE 0 TO DELIVERED-SEQ (DELIVERED-SLOT)
               ELSE
                   MOVE 'Y' TO DELIVERED-FULL-SW
               END-IF
           END-IF.
           IF DELIVERED-SLOT > 0 AND
              GENDLV-SEQ-NBR IS NUMERIC
               IF GENDLV-SEQ-NBR > DELIVERED-SEQ (DELIVERED-SLOT)
                   MOVE GENDLV-SEQ-NBR TO
                        DELIVERED-SEQ (DELIVERED-SLOT)
               END-IF
           END-IF.

      * DELIVERED-SLOT is the account's entry, or 0 when it has
      * nothing on the GENDLV deliveries.
       FIND-DELIVERED-ACCOUNT.
           MOVE 0 TO DELIVERED-SLOT.
           PERFORM VARYING DELIVERED-IDX FROM 1 BY 1
                   UNTIL DELIVERED-IDX > DELIVERED-COUNT OR
                         DELIVERED-SLOT > 0
               IF DELIVERED-ACCT (DELIVERED-IDX) =
                      DELIVERED-LOOKUP-ACCT
                   MOVE DELIVERED-IDX TO DELIVERED-SLOT
               END-IF
           END-PERFORM.

       NOTE-ONE-ENTITY.
           MOVE 'N' TO ENTITY-SEEN-SW.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               IF PENDING-ENTITY (PENDING-IDX) =
                      ENTITY-CODE (ENTITY-IDX)
                   MOVE 'Y' TO ENTITY-SEEN-SW
               END-IF
           END-PERFORM.
           IF ENTITY-SEEN-SW = 'N' AND ENTITY-COUNT < 10
               ADD 1 TO ENTITY-COUNT
               MOVE PENDING-ENTITY (PENDING-IDX) TO
                    ENTITY-CODE (ENTITY-COUNT)
           END-IF.

       WRITE-ONE-ENTITY-SECTION.
           MOVE ENTITY-CODE (ENTITY-IDX) TO CURRENT-ENTITY.
           MOVE 0 TO SECTION-COUNT.
           MOVE 0 TO SECTION-AMOUNT-TOTAL.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "HD" TO FILEDATCLT-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE 0 TO FILEDATCLT-AMOUNT.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "CLOSURE " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               IF PENDING-ENTITY (PENDING-IDX) = CURRENT-ENTITY
                   PERFORM WRITE-ONE-POSTING
               END-IF
           END-PERFORM.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "TR" TO FILEDATCLT-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE SECTION-AMOUNT-TOTAL TO FILEDATCLT-AMOUNT.
           MOVE SECTION-COUNT TO FILEDATCLT-CTL-COUNT.
           MOVE "CLOSURE " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.

       WRITE-ONE-POSTING.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE PENDING-ACCT-NBR (PENDING-IDX) TO
                FILEDATCLT-ACCT-NBR.
           MOVE PENDING-SEQ (PENDING-IDX) TO FILEDATCLT-SEQ-NBR.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE PENDING-AMOUNT (PENDING-IDX) TO FILEDATCLT-AMOUNT.
           MOVE PENDING-TYPE (PENDING-IDX) TO FILEDATCLT-REC-TYPE.
           MOVE PENDING-CURRENCY (PENDING-IDX) TO
                FILEDATCLT-CURRENCY-CODE.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "CLOSURE " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.
           ADD 1 TO SECTION-COUNT.
           ADD PENDING-AMOUNT (PENDING-IDX) TO SECTION-AMOUNT-TOTAL.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="CLS01"==.
