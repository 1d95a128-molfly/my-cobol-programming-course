       IDENTIFICATION DIVISION.
       PROGRAM-ID. STO02.
      *--------------------------------------------------
      * NIGHTLY STANDING-ORDER GENERATOR. READS THE STDORD
      * MASTER KEPT THROUGH STO01 AND WRITES EVERY ORDER DUE ON
      * OR BEFORE THE BUSINESS DATE AS A NORMAL FILEDATCLT
      * DELIVERY ON STOFILE - ONE DELIVERY SECTION PER ENTITY,
      * EACH WITH ITS OWN HD/TR CONTROL RECORDS UNDER SOURCE ID
      * 'STANDORD', THE WAY ACR01 WRITES THE ACCRUALS - SO CNT01
      * PROVES IT AND MST01 POSTS IT LIKE ANY SUPPLIER FILE (ADD
      * STOFILE TO THE CNT01 FILE LIST). AN ORDER WITH A CONTRA
      * ACCOUNT IS AN INTERNAL TRANSFER AND GETS THE OPPOSITE
      * LEG ON THE CONTRA ACCOUNT; BOTH LEGS CARRY THE ORDER AS
      * THEIR TRANSFER REFERENCE FOR ICS01. SEQUENCE NUMBERS ARE TAKEN
      * ABOVE EACH ACCOUNT'S HIGH-WATER ON THE KEYED FILEDATCLX
      * COPY AND ON THE GENDLV DELIVERIES ALREADY WRITTEN FOR THE
      * SAME CNT01 RUN. EACH POSTED ORDER MOVES ON BY ITS FREQUENCY FROM
      * ITS NOMINAL DATE AND THE NEW DUE DATE IS ROLLED PAST
      * WEEKENDS AND HOLIDAYS ON THE HOLCAL CALENDAR, SO A
      * PAYMENT FALLING ON A SATURDAY POSTS ON THE NEXT
      * PROCESSING DAY INSTEAD OF GOING MISSING; AN ORDER PAST
      * ITS END DATE IS MARKED ENDED. ON A NIGHT CAL01 FLAGGED
      * NON-PROCESSING NOTHING IS GENERATED AND THE ORDERS STAY
      * DUE FOR THE NEXT PROCESSING NIGHT. AN ORDER ON A CLOSED
      * (OR MISSING) ACCOUNT IS SKIPPED AND STILL MOVED ON, AS IS
      * A TRANSFER BETWEEN ACCOUNTS HELD IN DIFFERENT CURRENCIES -
      * EACH LEG CARRIES ITS ACCOUNT'S CURRENCY, SO SUCH A PAIR
      * WOULD POST ONE LEG AND NOT THE OTHER. THE
      * REGISTER ON STO02RPT LISTS WHAT WAS SKIPPED, WHAT WAS
      * GENERATED, AND THE ORDERS THAT EXPIRE THIS MONTH, MASKED
      * AS USUAL.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STDORD-FILE ASSIGN TO STDORD
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS STDORD-KEY
                  FILE STATUS   IS STDORD-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

      * The keyed transaction copy, read only to learn each
      * account's highest sequence number already in use.
           SELECT FILEDATCLT-INDEXED ASSIGN TO FILEDATCLX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS FILEDATCLT-IDX-KEY
                  FILE STATUS   IS FILEDATCLX-STATUS.

      * The sweep delivery that goes into the same CNT01 run but
      * is not on the keyed copy, read only for its sequences.
           SELECT GENERATED-DELIVERIES ASSIGN TO GENDLV
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS GENDLV-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS HOLCAL-STATUS.

           SELECT CALENDAR-FLAG ASSIGN TO CALFLAG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CALFLAG-STATUS.

           SELECT STO02-DELIVERY ASSIGN TO STOFILE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS STOFILE-STATUS.

           SELECT STO02-REPORT ASSIGN TO STO02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS STO02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STDORD-FILE.
           COPY "stdord.cpy".

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

       FD  HOLIDAY-CALENDAR.
       01  HOLCAL-REC.
           05  HOLCAL-REC-TYPE          PIC X.
           05  HOLCAL-DATE              PIC 9(8).
           05  HOLCAL-NAME              PIC X(30).
           05  HOLCAL-SAT-SW            PIC X.
           05  HOLCAL-SUN-SW            PIC X.
           05  FILLER                   PIC X(39).

       FD  CALENDAR-FLAG.
       01  CALENDAR-FLAG-REC.
           05  CALFLAG-DATE             PIC 9(8).
           05  FILLER                   PIC X.
           05  CALFLAG-STATUS-WORD      PIC X(9).
           05  FILLER                   PIC X.
           05  CALFLAG-REASON           PIC X(30).
           05  FILLER                   PIC X(31).

       FD  STO02-DELIVERY.
           COPY "filedatclt.cpy".

       FD  STO02-REPORT.
       01  STO02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==STDORD==.

       01  STDORD-STATUS.
           05  STDORD-STATUS-L          PIC X.
           05  STDORD-STATUS-R          PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  FILEDATCLX-STATUS.
           05  FILEDATCLX-STATUS-L      PIC X.
           05  FILEDATCLX-STATUS-R      PIC X.
       01  GENDLV-STATUS.
           05  GENDLV-STATUS-L          PIC X.
           05  GENDLV-STATUS-R          PIC X.
       01  HOLCAL-STATUS.
           05  HOLCAL-STATUS-L          PIC X.
           05  HOLCAL-STATUS-R          PIC X.
       01  CALFLAG-STATUS.
           05  CALFLAG-STATUS-L         PIC X.
           05  CALFLAG-STATUS-R         PIC X.
       01  STOFILE-STATUS.
           05  STOFILE-STATUS-L         PIC X.
           05  STOFILE-STATUS-R         PIC X.
       01  STO02RPT-STATUS.
           05  STO02RPT-STATUS-L        PIC X.
           05  STO02RPT-STATUS-R        PIC X.

      * Weekend rule and holidays from HOLCAL, as CAL01 loads
      * them, for rolling a due date onto a processing day.
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

      * Date stepping. A day is added by bumping the day and
      * letting DATECK say when the month (or year) has rolled.
       01  STEP-DATE-PARTS.
           05  STEP-CCYY                PIC 9(4).
           05  STEP-MM                  PIC 99.
           05  STEP-DD                  PIC 99.
       01  STEP-DATE REDEFINES STEP-DATE-PARTS
                                        PIC 9(8).
       01  STEP-DAYS                    PIC 99.
       01  STEP-MONTHS                  PIC 99.
       01  STEP-IDX                     PIC 99.
       01  PROCESSING-DAY-SW            PIC X.
           88  PROCESSING-DAY                        VALUE 'Y'.

      * Linkage fields for the shared DATECK calendar check.
       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

      * Tonight's postings, gathered in the order sweep and
      * written out one entity section at a time. A transfer
      * takes two slots; an order that no longer fits stays due
      * for the next night.
       01  PENDING-COUNT                PIC 9(3)    VALUE 0.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 500 TIMES.
               10  PENDING-ACCT-NBR     PIC X(10).
               10  PENDING-ORDER-NBR    PIC 9(3).
               10  PENDING-REC-TYPE     PIC X(2).
               10  PENDING-AMOUNT       PIC S9(9)V99.
               10  PENDING-ENTITY       PIC X(3).
               10  PENDING-CURRENCY     PIC X(3).
               10  PENDING-CONTRA-SW    PIC X.
               10  PENDING-SEQ          PIC 9(4).
               10  PENDING-XFER-REF     PIC X(16).
       01  PENDING-IDX                  PIC 9(3).
       01  PRIOR-IDX                    PIC 9(3).

      * Each account on the GENDLV deliveries, with the highest
      * sequence it carries there.
       01  DELIVERED-COUNT              PIC 9(4)    VALUE 0.
       01  DELIVERED-TABLE.
           05  DELIVERED-ENTRY OCCURS 500 TIMES.
               10  DELIVERED-ACCT       PIC X(10).
               10  DELIVERED-SEQ        PIC 9(4).
       01  DELIVERED-IDX                PIC 9(4).
       01  DELIVERED-SLOT               PIC 9(4).

       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  ENTITY-TABLE.
           05  ENTITY-CODE OCCURS 10 TIMES  PIC X(3).
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SEEN-SW               PIC X.
       01  CURRENT-ENTITY               PIC X(3).

       01  STO-READY-SW                 PIC X       VALUE 'N'.
           88  STO-READY                             VALUE 'Y'.
       01  NO-PROCESS-SW                PIC X       VALUE 'N'.
           88  NO-PROCESS-TODAY                      VALUE 'Y'.
       01  NO-PROCESS-REASON            PIC X(30)   VALUE SPACES.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-MONTH               PIC 9(6).
       01  CLX-PRESENT-SW               PIC X       VALUE 'N'.
           88  CLX-PRESENT                           VALUE 'Y'.
       01  HIGH-WATER-DONE-SW           PIC X.
       01  HIGH-WATER-ACCT              PIC X(10).
       01  POSTING-SEQ                  PIC 9(4).
       01  ORDER-SKIP-REASON            PIC X(24).
       01  CONTRA-ENTITY                PIC X(3).
       01  ACCOUNT-ENTITY               PIC X(3).
       01  CONTRA-CURRENCY              PIC X(3).
       01  ACCOUNT-CURRENCY             PIC X(3).
       01  SECTION-COUNT                PIC 9(6)    VALUE 0.
       01  SECTION-AMOUNT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  ORDERS-DUE                   PIC 9(6)    VALUE 0.
       01  ORDERS-GENERATED             PIC 9(6)    VALUE 0.
       01  ORDERS-SKIPPED               PIC 9(6)    VALUE 0.
       01  ORDERS-CARRIED               PIC 9(6)    VALUE 0.
       01  ORDERS-ENDED                 PIC 9(6)    VALUE 0.
       01  ORDERS-EXPIRING              PIC 9(6)    VALUE 0.
       01  POSTING-COUNT                PIC 9(6)    VALUE 0.
       01  POSTING-AMOUNT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  MASKED-ACCT                  PIC X(10).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "STO02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM (1:6) TO BUSINESS-MONTH.
           PERFORM LOAD-THE-CALENDAR.
           PERFORM CHECK-NO-PROCESS-DAY.
           PERFORM LOAD-THE-DELIVERED-ITEMS.
           PERFORM OPEN-THE-FILES.
           IF STO-READY AND NOT NO-PROCESS-TODAY
               PERFORM SWEEP-THE-ORDERS
               PERFORM WRITE-THE-DELIVERY
           END-IF.
           IF STO-READY
               PERFORM LIST-EXPIRING-ORDERS
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "STO02: orders due=         " ORDERS-DUE.
           DISPLAY "STO02: orders generated=   " ORDERS-GENERATED.
           DISPLAY "STO02: orders skipped=     " ORDERS-SKIPPED.
           DISPLAY "STO02: postings written=   " POSTING-COUNT.
           IF ORDERS-CARRIED > 0
               DISPLAY "STO02: orders carried to the next night= "
                       ORDERS-CARRIED
               MOVE 8 TO RUN-SEVERITY
           END-IF.
           CALL "DAYLOG" USING "STO02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
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
               DISPLAY "STO02: OPEN HOLIDAY-CALENDAR - status "
                       HOLCAL-STATUS " - weekends only"
           END-IF.
           DISPLAY "STO02: holidays loaded= " HOLIDAY-COUNT.

      * CAL01's flag for tonight: on a declared non-processing
      * day the orders are left due, not generated.
       CHECK-NO-PROCESS-DAY.
           MOVE 'N' TO NO-PROCESS-SW.
           OPEN INPUT CALENDAR-FLAG.
           IF CALFLAG-STATUS = "00"
               READ CALENDAR-FLAG
                   AT END MOVE "10" TO CALFLAG-STATUS
               END-READ
               IF CALFLAG-STATUS = "00"
                   IF CALFLAG-DATE = BUSINESS-DATE-NUM AND
                      CALFLAG-STATUS-WORD = "NOPROCESS"
                       MOVE 'Y' TO NO-PROCESS-SW
                       MOVE CALFLAG-REASON TO NO-PROCESS-REASON
                   END-IF
               END-IF
               CLOSE CALENDAR-FLAG
           END-IF.

      * Control records are skipped; every other record notes
      * its account and sequence. An account that cannot be
      * noted could be given a key already in use, so the step
      * ends RC 8 for the operator to look before CNT01 runs.
       LOAD-THE-DELIVERED-ITEMS.
           MOVE 0 TO DELIVERED-COUNT.
           OPEN INPUT GENERATED-DELIVERIES.
           IF GENDLV-STATUS = "00"
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
               DISPLAY "STO02: OPEN GENERATED-DELIVERIES - status "
                       GENDLV-STATUS
                       " - keyed copy high water only"
           END-IF.
           DISPLAY "STO02: accounts on other deliveries= "
                   DELIVERED-COUNT.

       OPEN-THE-FILES.
           MOVE 'Y' TO STO-READY-SW.
           OPEN I-O STDORD-FILE.
           IF STDORD-STATUS NOT = "00"
               DISPLAY "STO02: OPEN STDORD-FILE - status "
                       STDORD-STATUS
               MOVE 'N' TO STO-READY-SW
           ELSE
               MOVE 'O' TO STDORD-OPEN-FLAG
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "STO02: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'N' TO STO-READY-SW
           END-IF.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS = "00"
               MOVE 'Y' TO CLX-PRESENT-SW
           ELSE
               DISPLAY "STO02: OPEN FILEDATCLT-INDEXED - status "
                       FILEDATCLX-STATUS
                       " - sequences start at 0001"
           END-IF.
           OPEN OUTPUT STO02-DELIVERY.
           IF STOFILE-STATUS NOT = "00"
               DISPLAY "STO02: OPEN STO02-DELIVERY - status "
                       STOFILE-STATUS
               MOVE 'N' TO STO-READY-SW
           END-IF.
           OPEN OUTPUT STO02-REPORT.
           IF STO02RPT-STATUS NOT = "00"
               DISPLAY "STO02: OPEN STO02-REPORT - status "
                       STO02RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
               MOVE SPACES TO STO02-REPORT-LINE
               STRING "STANDING ORDERS DUE BY " BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
               IF NO-PROCESS-TODAY
                   MOVE SPACES TO STO02-REPORT-LINE
                   STRING "NON-PROCESSING DAY - " NO-PROCESS-REASON
                          " - ORDERS STAY DUE"
                       DELIMITED BY SIZE INTO STO02-REPORT-LINE
                   WRITE STO02-REPORT-LINE
               END-IF
           END-IF.

      * Pass one: every active order due by tonight is either
      * queued for the delivery or skipped, then moved on to its
      * next due date and rewritten.
       SWEEP-THE-ORDERS.
           PERFORM POSITION-ORDERS-AT-TOP.
           PERFORM UNTIL STDORD-EOF-YES
               READ STDORD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO STDORD-EOF
               END-READ
               IF NOT STDORD-EOF-YES AND
                  STDORD-ACTIVE AND
                  STDORD-NEXT-DUE NOT > BUSINESS-DATE-NUM
                   ADD 1 TO ORDERS-DUE
                   PERFORM PROCESS-ONE-DUE-ORDER THRU
                       PROCESS-ONE-DUE-ORDER-EXIT
               END-IF
           END-PERFORM.

      * Pass two: one delivery section - HD, the entity's
      * postings, TR - per entity that has anything tonight.
       WRITE-THE-DELIVERY.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               PERFORM NOTE-ONE-ENTITY
           END-PERFORM.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM WRITE-ONE-ENTITY-SECTION
           END-PERFORM.

      * Pass three, read only: active orders whose end date
      * falls in the business month, plus any this run ended.
       LIST-EXPIRING-ORDERS.
           IF STO02RPT-STATUS = "00"
               MOVE SPACES TO STO02-REPORT-LINE
               MOVE "ORDERS EXPIRING THIS MONTH" TO
                    STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
           END-IF.
           PERFORM POSITION-ORDERS-AT-TOP.
           PERFORM UNTIL STDORD-EOF-YES
               READ STDORD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO STDORD-EOF
               END-READ
               IF NOT STDORD-EOF-YES AND
                  NOT STDORD-CANCELLED AND
                  STDORD-END-DATE NOT = 0 AND
                  STDORD-END-DATE (1:6) = BUSINESS-MONTH
                   ADD 1 TO ORDERS-EXPIRING
                   PERFORM WRITE-EXPIRY-LINE
               END-IF
           END-PERFORM.

       WRITE-REGISTER-TOTALS.
           IF STO02RPT-STATUS = "00"
               MOVE SPACES TO STO02-REPORT-LINE
               STRING "Orders due is= " ORDERS-DUE
                      "  Generated is= " ORDERS-GENERATED
                      "  Skipped is= " ORDERS-SKIPPED
                   DELIMITED BY SIZE INTO STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
               MOVE SPACES TO STO02-REPORT-LINE
               STRING "Carried (still due) is= " ORDERS-CARRIED
                      "  Ended tonight is= " ORDERS-ENDED
                      "  Expiring is= " ORDERS-EXPIRING
                   DELIMITED BY SIZE INTO STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
               MOVE POSTING-AMOUNT-TOTAL TO EDITED-AMOUNT
               MOVE SPACES TO STO02-REPORT-LINE
               STRING "Postings is= " POSTING-COUNT
                      "  Amount is= " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF STDORD-OPEN-FLAG = 'O'
               CLOSE STDORD-FILE
               MOVE 'C' TO STDORD-OPEN-FLAG
           END-IF.
           CLOSE ACCTMST-FILE.
           IF CLX-PRESENT
               CLOSE FILEDATCLT-INDEXED
           END-IF.
           CLOSE STO02-DELIVERY.
           IF STO02RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
               CLOSE STO02-REPORT
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

       POSITION-ORDERS-AT-TOP.
           MOVE 'N' TO STDORD-EOF.
           MOVE LOW-VALUES TO STDORD-KEY.
           START STDORD-FILE
               KEY IS NOT LESS THAN STDORD-KEY
               INVALID KEY
                   MOVE 'Y' TO STDORD-EOF
           END-START.

      * A closed or missing account (either leg of a transfer)
      * skips the posting but the order still moves on, so it
      * shows once per due date rather than every night. An
      * order that will not fit in tonight's table is left
      * exactly as it was.
       PROCESS-ONE-DUE-ORDER.
           MOVE SPACES TO ORDER-SKIP-REASON.
           MOVE STDORD-ACCT-NBR TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO ORDER-SKIP-REASON
               NOT INVALID KEY
                   IF ACCTMST-CLOSED
                       MOVE "ACCOUNT CLOSED" TO ORDER-SKIP-REASON
                   END-IF
           END-READ.
           MOVE ACCTMST-ENTITY TO ACCOUNT-ENTITY.
           MOVE ACCTMST-CURRENCY TO ACCOUNT-CURRENCY.
           IF ORDER-SKIP-REASON = SPACES AND
              STDORD-CONTRA-ACCT NOT = SPACES
               MOVE STDORD-CONTRA-ACCT TO ACCTMST-ACCT-NBR
               READ ACCTMST-FILE
                   INVALID KEY
                       MOVE "CONTRA NOT ON MASTER" TO
                            ORDER-SKIP-REASON
                   NOT INVALID KEY
                       IF ACCTMST-CLOSED
                           MOVE "CONTRA ACCOUNT CLOSED" TO
                                ORDER-SKIP-REASON
                       END-IF
               END-READ
               MOVE ACCTMST-ENTITY TO CONTRA-ENTITY
               MOVE ACCTMST-CURRENCY TO CONTRA-CURRENCY
               IF ORDER-SKIP-REASON = SPACES AND
                  CONTRA-CURRENCY NOT = ACCOUNT-CURRENCY
                   MOVE "CONTRA CURRENCY DIFFERS" TO
                        ORDER-SKIP-REASON
               END-IF
           END-IF.
           IF ORDER-SKIP-REASON NOT = SPACES
               ADD 1 TO ORDERS-SKIPPED
               PERFORM WRITE-SKIPPED-LINE
               PERFORM ADVANCE-THE-ORDER
               GO TO PROCESS-ONE-DUE-ORDER-EXIT
           END-IF.
           IF PENDING-COUNT > 498
               ADD 1 TO ORDERS-CARRIED
               PERFORM WRITE-CARRIED-LINE
               GO TO PROCESS-ONE-DUE-ORDER-EXIT
           END-IF.
           ADD 1 TO PENDING-COUNT.
           MOVE STDORD-ACCT-NBR TO PENDING-ACCT-NBR (PENDING-COUNT).
           MOVE STDORD-ORDER-NBR TO
                PENDING-ORDER-NBR (PENDING-COUNT).
           MOVE STDORD-REC-TYPE TO PENDING-REC-TYPE (PENDING-COUNT).
           MOVE STDORD-AMOUNT TO PENDING-AMOUNT (PENDING-COUNT).
           MOVE ACCOUNT-ENTITY TO PENDING-ENTITY (PENDING-COUNT).
           MOVE ACCOUNT-CURRENCY TO PENDING-CURRENCY (PENDING-COUNT).
           MOVE 'N' TO PENDING-CONTRA-SW (PENDING-COUNT).
           MOVE 0 TO PENDING-SEQ (PENDING-COUNT).
           MOVE SPACES TO PENDING-XFER-REF (PENDING-COUNT).
           IF STDORD-CONTRA-ACCT NOT = SPACES
               STRING "SO" STDORD-ACCT-NBR STDORD-ORDER-NBR
                   DELIMITED BY SIZE
                   INTO PENDING-XFER-REF (PENDING-COUNT)
               ADD 1 TO PENDING-COUNT
               MOVE STDORD-CONTRA-ACCT TO
                    PENDING-ACCT-NBR (PENDING-COUNT)
               MOVE STDORD-ORDER-NBR TO
                    PENDING-ORDER-NBR (PENDING-COUNT)
               MOVE STDORD-REC-TYPE TO
                    PENDING-REC-TYPE (PENDING-COUNT)
               COMPUTE PENDING-AMOUNT (PENDING-COUNT) =
                   0 - STDORD-AMOUNT
               MOVE CONTRA-ENTITY TO PENDING-ENTITY (PENDING-COUNT)
               MOVE CONTRA-CURRENCY TO
                    PENDING-CURRENCY (PENDING-COUNT)
               MOVE 'Y' TO PENDING-CONTRA-SW (PENDING-COUNT)
               MOVE 0 TO PENDING-SEQ (PENDING-COUNT)
               MOVE PENDING-XFER-REF (PENDING-COUNT - 1) TO
                    PENDING-XFER-REF (PENDING-COUNT)
           END-IF.
           ADD 1 TO ORDERS-GENERATED.
           MOVE BUSINESS-DATE-NUM TO STDORD-LAST-GEN-DATE.
           PERFORM ADVANCE-THE-ORDER.
       PROCESS-ONE-DUE-ORDER-EXIT.
           EXIT.

      * The schedule runs from the nominal date, never the
      * rolled one, so a holiday roll cannot drift the order.
      * Monthly, quarterly, and annual orders come back to the
      * anchor day, pulled in to the month's last day when the
      * month is short.
       ADVANCE-THE-ORDER.
           MOVE STDORD-NOMINAL-DUE TO STEP-DATE.
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
           MOVE STEP-DATE TO STDORD-NOMINAL-DUE.
           PERFORM ROLL-TO-PROCESSING-DAY.
           MOVE STEP-DATE TO STDORD-NEXT-DUE.
           IF STDORD-END-DATE NOT = 0 AND
              STDORD-NOMINAL-DUE > STDORD-END-DATE
               MOVE 'E' TO STDORD-ORDER-STATUS
               ADD 1 TO ORDERS-ENDED
           END-IF.
           REWRITE STDORD-REC
               INVALID KEY
                   DISPLAY "STO02: REWRITE STDORD-FILE - status "
                           STDORD-STATUS
           END-REWRITE.

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
           MOVE STDORD-ANCHOR-DAY TO STEP-DD.
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
           PERFORM WRITE-DELIVERY-HEADER.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               IF PENDING-ENTITY (PENDING-IDX) = CURRENT-ENTITY
                   PERFORM WRITE-ONE-POSTING
                   PERFORM WRITE-GENERATED-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-DELIVERY-TRAILER.

      * The account's sequences start one past the highest on
      * the keyed copy, or past any already given it tonight,
      * so two orders on one account never share a key.
       FIND-ACCOUNT-HIGH-WATER.
           MOVE 0 TO POSTING-SEQ.
           MOVE PENDING-ACCT-NBR (PENDING-IDX) TO HIGH-WATER-ACCT.
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PENDING-COUNT
               IF PENDING-ACCT-NBR (PRIOR-IDX) = HIGH-WATER-ACCT AND
                  PENDING-SEQ (PRIOR-IDX) > POSTING-SEQ
                   MOVE PENDING-SEQ (PRIOR-IDX) TO POSTING-SEQ
               END-IF
           END-PERFORM.
           IF POSTING-SEQ > 0 OR NOT CLX-PRESENT
               GO TO FIND-ACCOUNT-HIGH-WATER-EXIT
           END-IF.
           MOVE 'N' TO HIGH-WATER-DONE-SW.
           MOVE SPACES TO FILEDATCLT-IDX-KEY.
           MOVE HIGH-WATER-ACCT TO FILEDATCLT-IDX-KEY (1:10).
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
                          HIGH-WATER-ACCT
                       MOVE 'Y' TO HIGH-WATER-DONE-SW
                   ELSE
                       IF FILEDATCLT-IDX-KEY (11:4) IS NUMERIC
                           MOVE FILEDATCLT-IDX-KEY (11:4) TO
                                POSTING-SEQ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       FIND-ACCOUNT-HIGH-WATER-EXIT.
           EXIT.

      * No prior order raises the account above what the GENDLV
      * deliveries carry, so this only moves the first sequence.
       RAISE-TO-DELIVERED-SEQ.
           PERFORM FIND-DELIVERED-ACCOUNT.
           IF DELIVERED-SLOT > 0
               IF DELIVERED-SEQ (DELIVERED-SLOT) > POSTING-SEQ
                   MOVE DELIVERED-SEQ (DELIVERED-SLOT) TO POSTING-SEQ
               END-IF
           END-IF.

       NOTE-ONE-DELIVERED-ITEM.
           MOVE GENDLV-ACCT-NBR TO HIGH-WATER-ACCT.
           PERFORM FIND-DELIVERED-ACCOUNT.
           IF DELIVERED-SLOT = 0
               IF DELIVERED-COUNT < 500
                   ADD 1 TO DELIVERED-COUNT
                   MOVE DELIVERED-COUNT TO DELIVERED-SLOT
                   MOVE GENDLV-ACCT-NBR TO
                        DELIVERED-ACCT (DELIVERED-SLOT)
                   MOVE 0 TO DELIVERED-SEQ (DELIVERED-SLOT)
               ELSE
                   DISPLAY "STO02: other deliveries over 500 "
                           "accounts - " GENDLV-ACCT-NBR
                           " not noted"
                   MOVE 8 TO RUN-SEVERITY
               END-IF
           END-IF.
           IF DELIVERED-SLOT > 0 AND
              GENDLV-SEQ-NBR IS NUMERIC
               IF GENDLV-SEQ-NBR > DELIVERED-SEQ (DELIVERED-SLOT)
                   MOVE GENDLV-SEQ-NBR TO
                        DELIVERED-SEQ (DELIVERED-SLOT)
               END-IF
           END-IF.

      * DELIVERED-SLOT is HIGH-WATER-ACCT's entry, or 0 when it
      * has nothing on the GENDLV deliveries.
       FIND-DELIVERED-ACCOUNT.
           MOVE 0 TO DELIVERED-SLOT.
           PERFORM VARYING DELIVERED-IDX FROM 1 BY 1
                   UNTIL DELIVERED-IDX > DELIVERED-COUNT OR
                         DELIVERED-SLOT > 0
               IF DELIVERED-ACCT (DELIVERED-IDX) = HIGH-WATER-ACCT
                   MOVE DELIVERED-IDX TO DELIVERED-SLOT
               END-IF
           END-PERFORM.

       WRITE-DELIVERY-HEADER.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "HD" TO FILEDATCLT-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE 0 TO FILEDATCLT-AMOUNT.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "STANDORD" TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.

       WRITE-DELIVERY-TRAILER.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "TR" TO FILEDATCLT-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE SECTION-AMOUNT-TOTAL TO FILEDATCLT-AMOUNT.
           MOVE SECTION-COUNT TO FILEDATCLT-CTL-COUNT.
           MOVE "STANDORD" TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.

       WRITE-ONE-POSTING.
           PERFORM FIND-ACCOUNT-HIGH-WATER THRU
               FIND-ACCOUNT-HIGH-WATER-EXIT.
           PERFORM RAISE-TO-DELIVERED-SEQ.
           ADD 1 TO POSTING-SEQ.
           MOVE POSTING-SEQ TO PENDING-SEQ (PENDING-IDX).
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE PENDING-ACCT-NBR (PENDING-IDX) TO
                FILEDATCLT-ACCT-NBR.
           MOVE POSTING-SEQ TO FILEDATCLT-SEQ-NBR.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE PENDING-AMOUNT (PENDING-IDX) TO FILEDATCLT-AMOUNT.
           MOVE PENDING-REC-TYPE (PENDING-IDX) TO
                FILEDATCLT-REC-TYPE.
           MOVE PENDING-CURRENCY (PENDING-IDX) TO
                FILEDATCLT-CURRENCY-CODE.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "STANDORD" TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE PENDING-XFER-REF (PENDING-IDX) TO
                FILEDATCLT-XFER-REF.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.
           ADD 1 TO SECTION-COUNT.
           ADD PENDING-AMOUNT (PENDING-IDX) TO SECTION-AMOUNT-TOTAL.
           ADD 1 TO POSTING-COUNT.
           ADD PENDING-AMOUNT (PENDING-IDX) TO POSTING-AMOUNT-TOTAL.

       WRITE-GENERATED-LINE.
           IF STO02RPT-STATUS = "00"
               CALL "MASKACCT" USING PENDING-ACCT-NBR (PENDING-IDX)
                                     MASKED-ACCT
               MOVE PENDING-AMOUNT (PENDING-IDX) TO EDITED-AMOUNT
               MOVE SPACES TO STO02-REPORT-LINE
               STRING "GENERATED " MASKED-ACCT
                      "/" PENDING-ORDER-NBR (PENDING-IDX)
                      " SEQ " PENDING-SEQ (PENDING-IDX)
                      " ENT " CURRENT-ENTITY
                      " TYPE " PENDING-REC-TYPE (PENDING-IDX)
                      " AMT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO STO02-REPORT-LINE
               IF PENDING-CONTRA-SW (PENDING-IDX) = 'Y'
                   MOVE "CONTRA" TO STO02-REPORT-LINE (75:6)
               END-IF
               WRITE STO02-REPORT-LINE
           END-IF.

       WRITE-SKIPPED-LINE.
           IF STO02RPT-STATUS = "00"
               CALL "MASKACCT" USING STDORD-ACCT-NBR MASKED-ACCT
               MOVE STDORD-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO STO02-REPORT-LINE
               STRING "SKIPPED   " MASKED-ACCT
                      "/" STDORD-ORDER-NBR
                      " DUE " STDORD-NEXT-DUE
                      " " ORDER-SKIP-REASON
                      " AMT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
           END-IF.

       WRITE-CARRIED-LINE.
           IF STO02RPT-STATUS = "00"
               CALL "MASKACCT" USING STDORD-ACCT-NBR MASKED-ACCT
               MOVE SPACES TO STO02-REPORT-LINE
               STRING "CARRIED   " MASKED-ACCT
                      "/" STDORD-ORDER-NBR
                      " DUE " STDORD-NEXT-DUE
                      " TABLE FULL - STILL DUE TOMORROW"
                   DELIMITED BY SIZE INTO STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
           END-IF.

       WRITE-EXPIRY-LINE.
           IF STO02RPT-STATUS = "00"
               CALL "MASKACCT" USING STDORD-ACCT-NBR MASKED-ACCT
               MOVE STDORD-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO STO02-REPORT-LINE
               STRING "EXPIRES   " MASKED-ACCT
                      "/" STDORD-ORDER-NBR
                      " END " STDORD-END-DATE
                      " TYPE " STDORD-REC-TYPE
                      " AMT " EDITED-AMOUNT
                      " " STDORD-DESCRIPTION
                   DELIMITED BY SIZE INTO STO02-REPORT-LINE
               WRITE STO02-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="STO02"==.
