       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWE01.
      *--------------------------------------------------
      * END-OF-DAY SWEEPS BETWEEN LINKED ACCOUNTS. A BUSINESS
      * CUSTOMER KEEPS A TARGET BALANCE ON AN OPERATING ACCOUNT;
      * THE EXCESS GOES TO ITS SAVINGS ACCOUNT AND ANY SHORTFALL
      * IS COVERED FROM SAVINGS. THE TRANSFERS USED TO BE KEYED
      * BY HAND EACH EVENING. ONE SWEEPINS CARD PER PAIR:
      *   COLUMNS  1-10 THE OPERATING (FROM) ACCOUNT,
      *   COLUMNS 12-21 THE SAVINGS (TO) ACCOUNT,
      *   COLUMNS 23-33 THE TARGET BALANCE, 9(9)V99,
      *   COLUMNS 35-45 THE MINIMUM TRANSFER, 9(9)V99 - A SWEEP
      *                 SMALLER THAN THIS IS NOT WORTH MAKING,
      *   COLUMN  47    THE DIRECTION: 'O' SWEEP THE EXCESS OUT
      *                 ONLY, 'I' COVER A SHORTFALL IN ONLY, 'B'
      *                 BOTH,
      *   COLUMNS 49-50 THE RECORD TYPE THE LEGS POST UNDER,
      *   COLUMNS 52-71 A DESCRIPTION FOR THE REGISTER.
      * RUN AFTER THE MASTER UPDATE HAS BALANCED, SWE01 READS EACH
      * PAIR'S CLOSING BALANCES FROM ACCTMST AND WRITES THE TWO
      * BALANCING LEGS OF EVERY TRANSFER AS A NORMAL FILEDATCLT
      * DELIVERY ON SWPFILE - ONE HD/TR SECTION PER ENTITY UNDER
      * SOURCE ID 'SWEEP', THE WAY STO02 WRITES THE STANDING
      * ORDERS - FOR THE NEXT CYCLE TO COUNT AND POST. BOTH LEGS
      * CARRY THE SAME TRANSFER REFERENCE FOR ICS01. A SHORTFALL
      * IS COVERED ONLY AS FAR AS THE SAVINGS BALANCE GOES. A PAIR
      * IS REFUSED, AND LISTED WITH THE REASON, WHEN EITHER
      * ACCOUNT IS MISSING OR CLOSED, THE TWO ACCOUNTS BELONG TO
      * DIFFERENT ENTITIES OR ARE HELD IN DIFFERENT CURRENCIES
      * (EACH LEG CARRIES ITS ACCOUNT'S CURRENCY, SO A MIXED PAIR
      * WOULD POST ONE LEG AND NOT THE OTHER), AN ACCTBLK BLOCK
      * IN FORCE COVERS THE LEG AN ACCOUNT WOULD TAKE (THE MST01
      * RULE), OR THE CARD
      * ITSELF IS BAD. ON A NIGHT CAL01 FLAGGED NON-PROCESSING
      * NOTHING IS SWEPT. THE SWEEP REGISTER ON SWE01RPT SHOWS
      * EVERY PAIR - SWEPT, COVERED, NOT NEEDED OR REFUSED -
      * MASKED AS USUAL. ANY REFUSAL ENDS RC 4.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-INSTRUCTIONS ASSIGN TO SWEEPINS
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SWEEPINS-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT ACCTBLK-FILE ASSIGN TO ACCTBLK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTBLK-ACCT-NBR
                  FILE STATUS   IS ACCTBLK-STATUS.

      * The keyed transaction copy, read only to learn each
      * account's highest sequence number already in use.
           SELECT FILEDATCLT-INDEXED ASSIGN TO FILEDATCLX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS FILEDATCLT-IDX-KEY
                  FILE STATUS   IS FILEDATCLX-STATUS.

           SELECT CALENDAR-FLAG ASSIGN TO CALFLAG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CALFLAG-STATUS.

           SELECT SWE01-DELIVERY ASSIGN TO SWPFILE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SWPFILE-STATUS.

           SELECT SWE01-REPORT ASSIGN TO SWE01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SWE01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-INSTRUCTIONS.
       01  SWEEPINS-REC.
           05  SWEEPINS-FROM-ACCT       PIC X(10).
           05  FILLER                   PIC X.
           05  SWEEPINS-TO-ACCT         PIC X(10).
           05  FILLER                   PIC X.
           05  SWEEPINS-TARGET          PIC 9(9)V99.
           05  FILLER                   PIC X.
           05  SWEEPINS-MINIMUM         PIC 9(9)V99.
           05  FILLER                   PIC X.
           05  SWEEPINS-DIRECTION       PIC X.
               88  SWEEP-OUT-ONLY                    VALUE 'O'.
               88  SWEEP-IN-ONLY                     VALUE 'I'.
               88  SWEEP-BOTH-WAYS                   VALUE 'B'.
               88  SWEEP-DIRECTION-VALID             VALUE 'O'
                                                       'I' 'B'.
           05  FILLER                   PIC X.
           05  SWEEPINS-REC-TYPE        PIC X(2).
           05  FILLER                   PIC X.
           05  SWEEPINS-DESCRIPTION     PIC X(20).
           05  FILLER                   PIC X(9).

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ACCTBLK-FILE.
           COPY "acctblk.cpy".

       FD  FILEDATCLT-INDEXED.
           COPY "filedatclx.cpy".

       FD  CALENDAR-FLAG.
       01  CALENDAR-FLAG-REC.
           05  CALFLAG-DATE             PIC 9(8).
           05  FILLER                   PIC X.
           05  CALFLAG-STATUS-WORD      PIC X(9).
           05  FILLER                   PIC X.
           05  CALFLAG-REASON           PIC X(30).
           05  FILLER                   PIC X(31).

       FD  SWE01-DELIVERY.
           COPY "filedatclt.cpy".

       FD  SWE01-REPORT.
       01  SWE01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SWEEPINS==.

       01  SWEEPINS-STATUS.
           05  SWEEPINS-STATUS-L        PIC X.
           05  SWEEPINS-STATUS-R        PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ACCTBLK-STATUS.
           05  ACCTBLK-STATUS-L         PIC X.
           05  ACCTBLK-STATUS-R         PIC X.
       01  FILEDATCLX-STATUS.
           05  FILEDATCLX-STATUS-L      PIC X.
           05  FILEDATCLX-STATUS-R      PIC X.
       01  CALFLAG-STATUS.
           05  CALFLAG-STATUS-L         PIC X.
           05  CALFLAG-STATUS-R         PIC X.
       01  SWPFILE-STATUS.
           05  SWPFILE-STATUS-L         PIC X.
           05  SWPFILE-STATUS-R         PIC X.
       01  SWE01RPT-STATUS.
           05  SWE01RPT-STATUS-L        PIC X.
           05  SWE01RPT-STATUS-R        PIC X.

      * Tonight's transfer legs, gathered pair by pair and written
      * out one entity section at a time. A transfer takes two
      * slots, debit leg first.
       01  PENDING-COUNT                PIC 9(3)    VALUE 0.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 500 TIMES.
               10  PENDING-ACCT-NBR     PIC X(10).
               10  PENDING-REC-TYPE     PIC X(2).
               10  PENDING-AMOUNT       PIC S9(9)V99.
               10  PENDING-ENTITY       PIC X(3).
               10  PENDING-CURRENCY     PIC X(3).
               10  PENDING-SEQ          PIC 9(4).
               10  PENDING-XFER-REF     PIC X(16).
       01  PENDING-IDX                  PIC 9(3).
       01  PRIOR-IDX                    PIC 9(3).

       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  ENTITY-TABLE.
           05  ENTITY-CODE OCCURS 10 TIMES  PIC X(3).
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SEEN-SW               PIC X.
       01  CURRENT-ENTITY               PIC X(3).

       01  SWE-READY-SW                 PIC X       VALUE 'N'.
           88  SWE-READY                             VALUE 'Y'.
       01  NO-PROCESS-SW                PIC X       VALUE 'N'.
           88  NO-PROCESS-TODAY                      VALUE 'Y'.
       01  NO-PROCESS-REASON            PIC X(30)   VALUE SPACES.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  CLX-PRESENT-SW               PIC X       VALUE 'N'.
           88  CLX-PRESENT                           VALUE 'Y'.
       01  ACCTBLK-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTBLK-PRESENT                       VALUE 'Y'.
       01  HIGH-WATER-DONE-SW           PIC X.
       01  HIGH-WATER-ACCT              PIC X(10).
       01  POSTING-SEQ                  PIC 9(4).

      * The pair being judged.
       01  INSTRUCTION-NBR              PIC 9(3)    VALUE 0.
       01  REFUSE-REASON                PIC X(30).
       01  FROM-BALANCE                 PIC S9(11)V99.
       01  FROM-ENTITY                  PIC X(3).
       01  TO-BALANCE                   PIC S9(11)V99.
       01  TO-ENTITY                    PIC X(3).
       01  FROM-CURRENCY                PIC X(3).
       01  TO-CURRENCY                  PIC X(3).
       01  SWEEP-AMOUNT                 PIC S9(11)V99.
       01  SWEEP-ACTION                 PIC X(10).
       01  DEBIT-ACCT                   PIC X(10).
       01  CREDIT-ACCT                  PIC X(10).
       01  BLOCK-CHECK-ACCT             PIC X(10).
       01  BLOCK-CHECK-LEG              PIC X.
           88  BLOCK-CHECK-DEBIT                     VALUE 'D'.
           88  BLOCK-CHECK-CREDIT                    VALUE 'C'.
       01  LEG-BLOCKED-SW               PIC X.
           88  LEG-BLOCKED                           VALUE 'Y'.
       01  XFER-REF-WORK                PIC X(16).

       01  SECTION-COUNT                PIC 9(6)    VALUE 0.
       01  SECTION-AMOUNT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  PAIRS-READ                   PIC 9(6)    VALUE 0.
       01  PAIRS-SWEPT-OUT              PIC 9(6)    VALUE 0.
       01  PAIRS-COVERED                PIC 9(6)    VALUE 0.
       01  PAIRS-NOT-NEEDED             PIC 9(6)    VALUE 0.
       01  PAIRS-REFUSED                PIC 9(6)    VALUE 0.
       01  SWEPT-OUT-TOTAL              PIC S9(11)V99 VALUE 0.
       01  COVERED-TOTAL                PIC S9(11)V99 VALUE 0.
       01  POSTING-COUNT                PIC 9(6)    VALUE 0.
       01  POSTING-AMOUNT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  EDITED-BALANCE               PIC -(9)9.99.
       01  MASKED-ACCT                  PIC X(10).
       01  MASKED-CONTRA                PIC X(10).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "SWE01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM CHECK-NO-PROCESS-DAY.
           PERFORM OPEN-THE-FILES.
           IF SWE-READY AND NOT NO-PROCESS-TODAY
               PERFORM SWEEP-THE-PAIRS
               PERFORM WRITE-THE-DELIVERY
           END-IF.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "SWE01: pairs read=         " PAIRS-READ.
           DISPLAY "SWE01: swept out=          " PAIRS-SWEPT-OUT.
           DISPLAY "SWE01: covered=            " PAIRS-COVERED.
           DISPLAY "SWE01: refused=            " PAIRS-REFUSED.
           DISPLAY "SWE01: postings written=   " POSTING-COUNT.
           IF PAIRS-REFUSED > 0
               DISPLAY "SWE01: sweeps refused - see the register"
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           CALL "DAYLOG" USING "SWE01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * CAL01's flag for tonight: on a declared non-processing
      * day nothing moves.
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

       OPEN-THE-FILES.
           MOVE 'Y' TO SWE-READY-SW.
           OPEN INPUT SWEEP-INSTRUCTIONS.
           IF SWEEPINS-STATUS NOT = "00"
               DISPLAY "SWE01: OPEN SWEEP-INSTRUCTIONS - status "
                       SWEEPINS-STATUS
               MOVE 'N' TO SWE-READY-SW
           ELSE
               MOVE 'O' TO SWEEPINS-OPEN-FLAG
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "SWE01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'N' TO SWE-READY-SW
           END-IF.
           OPEN INPUT ACCTBLK-FILE.
           IF ACCTBLK-STATUS = "00"
               MOVE 'Y' TO ACCTBLK-PRESENT-SW
           ELSE
               DISPLAY "SWE01: OPEN ACCTBLK-FILE - status "
                       ACCTBLK-STATUS " - no blocks checked"
           END-IF.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS = "00"
               MOVE 'Y' TO CLX-PRESENT-SW
           ELSE
               DISPLAY "SWE01: OPEN FILEDATCLT-INDEXED - status "
                       FILEDATCLX-STATUS
                       " - sequences start at 0001"
           END-IF.
           OPEN OUTPUT SWE01-DELIVERY.
           IF SWPFILE-STATUS NOT = "00"
               DISPLAY "SWE01: OPEN SWE01-DELIVERY - status "
                       SWPFILE-STATUS
               MOVE 'N' TO SWE-READY-SW
           END-IF.
           OPEN OUTPUT SWE01-REPORT.
           IF SWE01RPT-STATUS NOT = "00"
               DISPLAY "SWE01: OPEN SWE01-REPORT - status "
                       SWE01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
               MOVE SPACES TO SWE01-REPORT-LINE
               STRING "SWEEP REGISTER FOR " BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
               IF NO-PROCESS-TODAY
                   MOVE SPACES TO SWE01-REPORT-LINE
                   STRING "NON-PROCESSING DAY - " NO-PROCESS-REASON
                          " - NOTHING SWEPT"
                       DELIMITED BY SIZE INTO SWE01-REPORT-LINE
                   WRITE SWE01-REPORT-LINE
               END-IF
           END-IF.

      * Pass one: every instruction card is judged against the
      * closing balances and either queued, passed, or refused.
       SWEEP-THE-PAIRS.
           MOVE 'N' TO SWEEPINS-EOF.
           PERFORM UNTIL SWEEPINS-EOF-YES
               READ SWEEP-INSTRUCTIONS
                   AT END MOVE 'Y' TO SWEEPINS-EOF
               END-READ
               IF NOT SWEEPINS-EOF-YES AND
                  SWEEPINS-FROM-ACCT NOT = SPACES
                   ADD 1 TO PAIRS-READ
                   ADD 1 TO INSTRUCTION-NBR
                   PERFORM JUDGE-ONE-PAIR THRU JUDGE-ONE-PAIR-EXIT
               END-IF
           END-PERFORM.

      * Pass two: one delivery section - HD, the entity's legs,
      * TR - per entity that has anything tonight.
       WRITE-THE-DELIVERY.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               PERFORM NOTE-ONE-ENTITY
           END-PERFORM.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM WRITE-ONE-ENTITY-SECTION
           END-PERFORM.

       WRITE-REGISTER-TOTALS.
           IF SWE01RPT-STATUS = "00"
               MOVE SPACES TO SWE01-REPORT-LINE
               STRING "Pairs is= " PAIRS-READ
                      "  Swept out is= " PAIRS-SWEPT-OUT
                      "  Covered is= " PAIRS-COVERED
                   DELIMITED BY SIZE INTO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
               MOVE SPACES TO SWE01-REPORT-LINE
               STRING "Not needed is= " PAIRS-NOT-NEEDED
                      "  Refused is= " PAIRS-REFUSED
                   DELIMITED BY SIZE INTO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
               MOVE SWEPT-OUT-TOTAL TO EDITED-AMOUNT
               MOVE COVERED-TOTAL TO EDITED-BALANCE
               MOVE SPACES TO SWE01-REPORT-LINE
               STRING "Swept out amount is= " EDITED-AMOUNT
                      "  Covered amount is= " EDITED-BALANCE
                   DELIMITED BY SIZE INTO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
               MOVE POSTING-AMOUNT-TOTAL TO EDITED-AMOUNT
               MOVE SPACES TO SWE01-REPORT-LINE
               STRING "Postings is= " POSTING-COUNT
                      "  Amount is= " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF SWEEPINS-OPEN-FLAG = 'O'
               CLOSE SWEEP-INSTRUCTIONS
               MOVE 'C' TO SWEEPINS-OPEN-FLAG
           END-IF.
           CLOSE ACCTMST-FILE.
           IF ACCTBLK-PRESENT
               CLOSE ACCTBLK-FILE
           END-IF.
           IF CLX-PRESENT
               CLOSE FILEDATCLT-INDEXED
           END-IF.
           CLOSE SWE01-DELIVERY.
           IF SWE01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
               CLOSE SWE01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
      * The card, then both accounts, then the direction the
      * balance calls for, then the blocks on the two legs that
      * direction would post.
       JUDGE-ONE-PAIR.
           MOVE SPACES TO REFUSE-REASON.
           EVALUATE TRUE
               WHEN SWEEPINS-TO-ACCT = SPACES
                   MOVE "NO SAVINGS ACCOUNT ON CARD" TO REFUSE-REASON
               WHEN SWEEPINS-TO-ACCT = SWEEPINS-FROM-ACCT
                   MOVE "ACCOUNT SWEEPS TO ITSELF" TO REFUSE-REASON
               WHEN SWEEPINS-TARGET NOT NUMERIC OR
                    SWEEPINS-MINIMUM NOT NUMERIC
                   MOVE "TARGET/MINIMUM NOT NUMERIC" TO REFUSE-REASON
               WHEN NOT SWEEP-DIRECTION-VALID
                   MOVE "DIRECTION NOT O, I OR B" TO REFUSE-REASON
               WHEN SWEEPINS-REC-TYPE = SPACES OR
                    SWEEPINS-REC-TYPE = "HD" OR
                    SWEEPINS-REC-TYPE = "TR"
                   MOVE "NO USABLE RECORD TYPE" TO REFUSE-REASON
           END-EVALUATE.
           IF REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-THE-PAIR
               GO TO JUDGE-ONE-PAIR-EXIT
           END-IF.
           MOVE SWEEPINS-FROM-ACCT TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE "OPERATING ACCT NOT ON MASTER" TO
                        REFUSE-REASON
               NOT INVALID KEY
                   IF ACCTMST-CLOSED
                       MOVE "OPERATING ACCOUNT CLOSED" TO
                            REFUSE-REASON
                   END-IF
           END-READ.
           MOVE ACCTMST-BALANCE TO FROM-BALANCE.
           MOVE ACCTMST-ENTITY TO FROM-ENTITY.
           MOVE ACCTMST-CURRENCY TO FROM-CURRENCY.
           IF REFUSE-REASON = SPACES
               MOVE SWEEPINS-TO-ACCT TO ACCTMST-ACCT-NBR
               READ ACCTMST-FILE
                   INVALID KEY
                       MOVE "SAVINGS ACCT NOT ON MASTER" TO
                            REFUSE-REASON
                   NOT INVALID KEY
                       IF ACCTMST-CLOSED
                           MOVE "SAVINGS ACCOUNT CLOSED" TO
                                REFUSE-REASON
                       END-IF
               END-READ
               MOVE ACCTMST-BALANCE TO TO-BALANCE
               MOVE ACCTMST-ENTITY TO TO-ENTITY
               MOVE ACCTMST-CURRENCY TO TO-CURRENCY
           END-IF.
           IF REFUSE-REASON = SPACES AND
              FROM-ENTITY NOT = TO-ENTITY
               MOVE "ACCOUNTS IN DIFFERENT ENTITIES" TO REFUSE-REASON
           END-IF.
           IF REFUSE-REASON = SPACES AND
              FROM-CURRENCY NOT = TO-CURRENCY
               MOVE "ACCOUNTS IN DIFFERENT CURRENCY" TO
                    REFUSE-REASON
           END-IF.
           IF REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-THE-PAIR
               GO TO JUDGE-ONE-PAIR-EXIT
           END-IF.
           PERFORM WORK-OUT-THE-SWEEP.
           IF SWEEP-ACTION = SPACES
               ADD 1 TO PAIRS-NOT-NEEDED
               PERFORM WRITE-NOT-NEEDED-LINE
               GO TO JUDGE-ONE-PAIR-EXIT
           END-IF.
           MOVE DEBIT-ACCT TO BLOCK-CHECK-ACCT.
           MOVE 'D' TO BLOCK-CHECK-LEG.
           PERFORM CHECK-LEG-BLOCK THRU CHECK-LEG-BLOCK-EXIT.
           IF LEG-BLOCKED
               MOVE "BLOCKED - DEBIT LEG REFUSED" TO REFUSE-REASON
           ELSE
               MOVE CREDIT-ACCT TO BLOCK-CHECK-ACCT
               MOVE 'C' TO BLOCK-CHECK-LEG
               PERFORM CHECK-LEG-BLOCK THRU CHECK-LEG-BLOCK-EXIT
               IF LEG-BLOCKED
                   MOVE "BLOCKED - CREDIT LEG REFUSED" TO
                        REFUSE-REASON
               END-IF
           END-IF.
           IF REFUSE-REASON = SPACES AND PENDING-COUNT > 498
               MOVE "TOO MANY SWEEPS TONIGHT" TO REFUSE-REASON
           END-IF.
           IF REFUSE-REASON NOT = SPACES
               PERFORM REFUSE-THE-PAIR
               GO TO JUDGE-ONE-PAIR-EXIT
           END-IF.
           PERFORM QUEUE-THE-LEGS.
       JUDGE-ONE-PAIR-EXIT.
           EXIT.

      * Excess over the target goes out; a shortfall comes in,
      * as far as the savings balance allows. Either way it must
      * reach the card's minimum transfer to be worth making.
       WORK-OUT-THE-SWEEP.
           MOVE SPACES TO SWEEP-ACTION.
           MOVE 0 TO SWEEP-AMOUNT.
           IF FROM-BALANCE > SWEEPINS-TARGET AND
              NOT SWEEP-IN-ONLY
               COMPUTE SWEEP-AMOUNT = FROM-BALANCE - SWEEPINS-TARGET
               IF SWEEP-AMOUNT NOT < SWEEPINS-MINIMUM AND
                  SWEEP-AMOUNT > 0
                   MOVE "SWEPT OUT " TO SWEEP-ACTION
                   MOVE SWEEPINS-FROM-ACCT TO DEBIT-ACCT
                   MOVE SWEEPINS-TO-ACCT TO CREDIT-ACCT
               END-IF
           END-IF.
           IF FROM-BALANCE < SWEEPINS-TARGET AND
              NOT SWEEP-OUT-ONLY
               COMPUTE SWEEP-AMOUNT = SWEEPINS-TARGET - FROM-BALANCE
               IF SWEEP-AMOUNT > TO-BALANCE
                   MOVE TO-BALANCE TO SWEEP-AMOUNT
               END-IF
               IF SWEEP-AMOUNT NOT < SWEEPINS-MINIMUM AND
                  SWEEP-AMOUNT > 0
                   MOVE "COVERED   " TO SWEEP-ACTION
                   MOVE SWEEPINS-TO-ACCT TO DEBIT-ACCT
                   MOVE SWEEPINS-FROM-ACCT TO CREDIT-ACCT
               END-IF
           END-IF.

      * A block bites when it is in force on the business date
      * and covers the leg's direction - the MST01 rule, so a
      * sweep is refused here rather than diverted tomorrow.
       CHECK-LEG-BLOCK.
           MOVE 'N' TO LEG-BLOCKED-SW.
           IF NOT ACCTBLK-PRESENT
               GO TO CHECK-LEG-BLOCK-EXIT
           END-IF.
           MOVE BLOCK-CHECK-ACCT TO ACCTBLK-ACCT-NBR.
           READ ACCTBLK-FILE
               INVALID KEY
                   GO TO CHECK-LEG-BLOCK-EXIT
           END-READ.
           IF ACCTBLK-EFF-DATE > BUSINESS-DATE-NUM
               GO TO CHECK-LEG-BLOCK-EXIT
           END-IF.
           IF ACCTBLK-EXP-DATE NOT = 0 AND
              ACCTBLK-EXP-DATE < BUSINESS-DATE-NUM
               GO TO CHECK-LEG-BLOCK-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ACCTBLK-TOTAL
                   MOVE 'Y' TO LEG-BLOCKED-SW
               WHEN ACCTBLK-DEBITS AND BLOCK-CHECK-DEBIT
                   MOVE 'Y' TO LEG-BLOCKED-SW
               WHEN ACCTBLK-CREDITS AND BLOCK-CHECK-CREDIT
                   MOVE 'Y' TO LEG-BLOCKED-SW
           END-EVALUATE.
       CHECK-LEG-BLOCK-EXIT.
           EXIT.

       QUEUE-THE-LEGS.
           MOVE SPACES TO XFER-REF-WORK.
           STRING "SW" SWEEPINS-FROM-ACCT INSTRUCTION-NBR
               DELIMITED BY SIZE INTO XFER-REF-WORK.
           ADD 1 TO PENDING-COUNT.
           MOVE DEBIT-ACCT TO PENDING-ACCT-NBR (PENDING-COUNT).
           MOVE SWEEPINS-REC-TYPE TO PENDING-REC-TYPE (PENDING-COUNT).
           COMPUTE PENDING-AMOUNT (PENDING-COUNT) = 0 - SWEEP-AMOUNT.
           MOVE FROM-ENTITY TO PENDING-ENTITY (PENDING-COUNT).
           MOVE FROM-CURRENCY TO PENDING-CURRENCY (PENDING-COUNT).
           MOVE 0 TO PENDING-SEQ (PENDING-COUNT).
           MOVE XFER-REF-WORK TO PENDING-XFER-REF (PENDING-COUNT).
           ADD 1 TO PENDING-COUNT.
           MOVE CREDIT-ACCT TO PENDING-ACCT-NBR (PENDING-COUNT).
           MOVE SWEEPINS-REC-TYPE TO PENDING-REC-TYPE (PENDING-COUNT).
           MOVE SWEEP-AMOUNT TO PENDING-AMOUNT (PENDING-COUNT).
           MOVE FROM-ENTITY TO PENDING-ENTITY (PENDING-COUNT).
           MOVE TO-CURRENCY TO PENDING-CURRENCY (PENDING-COUNT).
           MOVE 0 TO PENDING-SEQ (PENDING-COUNT).
           MOVE XFER-REF-WORK TO PENDING-XFER-REF (PENDING-COUNT).
           IF SWEEP-ACTION = "SWEPT OUT "
               ADD 1 TO PAIRS-SWEPT-OUT
               ADD SWEEP-AMOUNT TO SWEPT-OUT-TOTAL
           ELSE
               ADD 1 TO PAIRS-COVERED
               ADD SWEEP-AMOUNT TO COVERED-TOTAL
           END-IF.
           PERFORM WRITE-TRANSFER-LINE.

       REFUSE-THE-PAIR.
           ADD 1 TO PAIRS-REFUSED.
           IF SWE01RPT-STATUS = "00"
               CALL "MASKACCT" USING SWEEPINS-FROM-ACCT MASKED-ACCT
               CALL "MASKACCT" USING SWEEPINS-TO-ACCT MASKED-CONTRA
               MOVE SPACES TO SWE01-REPORT-LINE
               STRING "REFUSED    " MASKED-ACCT
                      " -> " MASKED-CONTRA
                      " " REFUSE-REASON
                   DELIMITED BY SIZE INTO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
           END-IF.

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
               END-IF
           END-PERFORM.
           PERFORM WRITE-DELIVERY-TRAILER.

      * The account's sequences start one past the highest on
      * the keyed copy, or past any already given it tonight,
      * so two sweeps on one account never share a key.
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

       WRITE-DELIVERY-HEADER.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "HD" TO FILEDATCLT-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE 0 TO FILEDATCLT-AMOUNT.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "SWEEP   " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.

       WRITE-DELIVERY-TRAILER.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "TR" TO FILEDATCLT-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE SECTION-AMOUNT-TOTAL TO FILEDATCLT-AMOUNT.
           MOVE SECTION-COUNT TO FILEDATCLT-CTL-COUNT.
           MOVE "SWEEP   " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.

       WRITE-ONE-POSTING.
           PERFORM FIND-ACCOUNT-HIGH-WATER THRU
               FIND-ACCOUNT-HIGH-WATER-EXIT.
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
           MOVE "SWEEP   " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE PENDING-XFER-REF (PENDING-IDX) TO
                FILEDATCLT-XFER-REF.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.
           ADD 1 TO SECTION-COUNT.
           ADD PENDING-AMOUNT (PENDING-IDX) TO SECTION-AMOUNT-TOTAL.
           ADD 1 TO POSTING-COUNT.
           ADD PENDING-AMOUNT (PENDING-IDX) TO POSTING-AMOUNT-TOTAL.

       WRITE-TRANSFER-LINE.
           IF SWE01RPT-STATUS = "00"
               CALL "MASKACCT" USING DEBIT-ACCT MASKED-ACCT
               CALL "MASKACCT" USING CREDIT-ACCT MASKED-CONTRA
               MOVE SWEEP-AMOUNT TO EDITED-AMOUNT
               MOVE FROM-BALANCE TO EDITED-BALANCE
               MOVE SPACES TO SWE01-REPORT-LINE
               STRING SWEEP-ACTION " " MASKED-ACCT
                      " -> " MASKED-CONTRA
                      " AMT " EDITED-AMOUNT
                      " BAL " EDITED-BALANCE
                   DELIMITED BY SIZE INTO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
           END-IF.

       WRITE-NOT-NEEDED-LINE.
           IF SWE01RPT-STATUS = "00"
               CALL "MASKACCT" USING SWEEPINS-FROM-ACCT MASKED-ACCT
               CALL "MASKACCT" USING SWEEPINS-TO-ACCT MASKED-CONTRA
               MOVE FROM-BALANCE TO EDITED-BALANCE
               MOVE SPACES TO SWE01-REPORT-LINE
               STRING "NOT NEEDED " MASKED-ACCT
                      " -> " MASKED-CONTRA
                      " BAL " EDITED-BALANCE
                      " WITHIN MINIMUM"
                   DELIMITED BY SIZE INTO SWE01-REPORT-LINE
               WRITE SWE01-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="SWE01"==.
