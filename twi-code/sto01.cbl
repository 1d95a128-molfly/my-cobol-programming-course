       IDENTIFICATION DIVISION.
       PROGRAM-ID. STO01.
      *--------------------------------------------------
      * STANDING-ORDER MAINTENANCE CONSOLE. MONTHLY RENT, LOAN
      * REPAYMENTS, AND INTERNAL TRANSFERS WERE KEYED THROUGH
      * ADJ01 BY HAND EVERY MONTH AND WENT MISSING WHENEVER THE
      * DUE DATE FELL ON A WEEKEND. STO01 MAINTAINS THE KEYED
      * STDORD MASTER THAT THE NIGHTLY STO02 GENERATOR POSTS
      * FROM. IT IS GATED THE SEC01 WAY (THE OPERATOR MUST HOLD
      * "STO01" IN THEIR MENU01SEC SLOTS) AND OFFERS:
      *   ADD AN ORDER - THE ACCOUNT (ON ACCTMST AND OPEN), THE
      *   RECORD TYPE (CHECKED AGAINST CNT01TYP THE ADJ01 WAY),
      *   THE SIGNED AMOUNT, THE FREQUENCY, THE FIRST DUE DATE,
      *   THE END DATE (ZERO RUNS UNTIL CANCELLED), AND AN
      *   OPTIONAL CONTRA ACCOUNT THAT MAKES IT AN INTERNAL
      *   TRANSFER; THE NEXT FREE ORDER NUMBER ON THE ACCOUNT
      *   IS TAKEN,
      *   CANCEL AN ORDER - IT STAYS ON FILE MARKED CANCELLED,
      *   SHOW AN ACCOUNT'S ORDERS.
      * DATES GO THROUGH THE SHARED DATECK. EVERY CHANGE IS
      * CONFIRMED THROUGH CONTYN, WRITTEN TO THE KEYED FILE ON
      * THE SPOT, AND LOGGED THROUGH DAYLOG WITH THE OPERATOR
      * ID.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch points a practice session at the
      * TRN-prefixed copies.
           SELECT STDORD-FILE ASSIGN TO STO01-ORD-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS STDORD-KEY
                  FILE STATUS   IS STDORD-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO STO01-MST-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT STO01-TYPEREF ASSIGN TO CNT01TYP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01TYP-STATUS.

           SELECT STO01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT STO01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STDORD-FILE.
           COPY "stdord.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  STO01-TYPEREF.
       01  STO01-TYPEREF-REC.
           05  TYPEREF-CODE             PIC X(2).
           05  TYPEREF-DESC             PIC X(30).
           05  TYPEREF-DISP             PIC X.
           05  FILLER                   PIC X(47).

       FD  STO01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  STO01-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  STDORD-STATUS.
           05  STDORD-STATUS-L          PIC X.
           05  STDORD-STATUS-R          PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  CNT01TYP-STATUS.
           05  CNT01TYP-STATUS-L        PIC X.
           05  CNT01TYP-STATUS-R        PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

      * Suite training switch and the dataset names it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  STO01-ORD-NAME               PIC X(12)
                                        VALUE "STDORD".
       01  STO01-MST-NAME               PIC X(12)
                                        VALUE "ACCTMST".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  STDORD-OPEN-SW               PIC X       VALUE 'N'.
           88  STDORD-OPEN                           VALUE 'Y'.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTMST-PRESENT                       VALUE 'Y'.

       01  TYPE-REF-COUNT               PIC 99      VALUE 0.
       01  TYPE-REF-TABLE.
           05  TYPE-REF-ENTRY OCCURS 20 TIMES.
               10  TYPE-REF-CODE        PIC X(2).
               10  TYPE-REF-DESC        PIC X(30).
               10  TYPE-REF-DISP        PIC X.
       01  TYPE-REF-IDX                 PIC 99.
       01  TYPE-REF-FOUND-IDX           PIC 99.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  CHANGES-MADE                 PIC 9(4)    VALUE 0.
       01  ENTRY-ACCT                   PIC X(10).
       01  ENTRY-ORDER-NBR              PIC 9(3).
       01  ENTRY-TYPE                   PIC X(2).
       01  ENTRY-FREQUENCY              PIC X.
           88  ENTRY-FREQUENCY-VALID                 VALUE 'W'
                                                  'F' 'M' 'Q' 'A'.
       01  ENTRY-FIRST-DUE              PIC 9(8).
       01  ENTRY-END-DATE               PIC 9(8).
       01  ENTRY-CONTRA-ACCT            PIC X(10).
       01  ENTRY-DESCRIPTION            PIC X(20).
       01  ENTRY-OK-SW                  PIC X.
           88  ENTRY-OK                              VALUE 'Y'.
       01  MASKED-ACCT                  PIC X(10).
       01  MASKED-CONTRA                PIC X(10).
       01  CHANGE-DETAIL                PIC X(31).
       01  ORDER-FOUND-SW               PIC X.
           88  ORDER-FOUND                           VALUE 'Y'.
       01  MASTER-FOUND-SW              PIC X.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  ORDERS-DONE-SW               PIC X.
       01  ORDERS-SHOWN                 PIC 9(3).
       01  HIGHEST-ORDER-NBR            PIC 9(3).
       01  FREQUENCY-WORDS              PIC X(11).
       01  STATUS-WORDS                 PIC X(9).
       01  EDITED-AMOUNT                PIC -(9)9.99.

      * Free-form amount entry, the ADJ01 pattern.
       01  AMOUNT-TEXT                  PIC X(14).
       01  AMOUNT-WHOLE-X               PIC X(9).
       01  AMOUNT-FRAC-X                PIC X(2).
       01  AMOUNT-WHOLE-NUM             PIC 9(9).
       01  AMOUNT-FRAC-NUM              PIC 99.
       01  AMOUNT-NEGATIVE-SW           PIC X.
           88  AMOUNT-NEGATIVE                       VALUE 'Y'.
       01  AMOUNT-SCAN-IDX              PIC 99.
       01  AMOUNT-DIGIT-COUNT           PIC 99.
       01  AMOUNT-PAST-POINT-SW         PIC X.
       01  AMOUNT-FRAC-DIGITS           PIC 9.
       01  PARSED-AMOUNT                PIC S9(9)V99.

      * Linkage fields for the shared DATECK calendar check.
       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "STO01   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "STO01: " OPERATOR-ID " does not hold "
                       "STO01 - access denied."
           ELSE
               PERFORM LOAD-TYPE-REFERENCE
               PERFORM OPEN-THE-MASTERS
               IF STDORD-OPEN
                   PERFORM RUN-MAINTENANCE-SESSION
               END-IF
               PERFORM CLOSE-THE-MASTERS
           END-IF.
           DISPLAY "STO01: changes written= " CHANGES-MADE.
           CALL "DAYLOG" USING "STO01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT STO01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ STO01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNSTDORD" TO STO01-ORD-NAME
                   MOVE "TRNACCMST" TO STO01-MST-NAME
                   DISPLAY "*** TRAINING *** practice standing "
                           "orders in use - nothing is real"
               END-IF
               CLOSE STO01-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT STO01-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ STO01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "STO01   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE STO01-SECURITY
           END-IF.

       LOAD-TYPE-REFERENCE.
           MOVE 0 TO TYPE-REF-COUNT.
           OPEN INPUT STO01-TYPEREF.
           IF CNT01TYP-STATUS = "00"
               PERFORM UNTIL CNT01TYP-STATUS NOT = "00"
                   READ STO01-TYPEREF
                       AT END MOVE "10" TO CNT01TYP-STATUS
                   END-READ
                   IF CNT01TYP-STATUS = "00" AND
                      TYPE-REF-COUNT < 20
                       ADD 1 TO TYPE-REF-COUNT
                       MOVE TYPEREF-CODE TO
                            TYPE-REF-CODE (TYPE-REF-COUNT)
                       MOVE TYPEREF-DESC TO
                            TYPE-REF-DESC (TYPE-REF-COUNT)
                       MOVE TYPEREF-DISP TO
                            TYPE-REF-DISP (TYPE-REF-COUNT)
                   END-IF
               END-PERFORM
               CLOSE STO01-TYPEREF
           END-IF.
           DISPLAY "STO01: record types loaded= " TYPE-REF-COUNT.

      * First-ever session: no master yet, so an empty one is
      * built, the way MST01 starts ACCTMST.
       OPEN-THE-MASTERS.
           OPEN I-O STDORD-FILE.
           IF STDORD-STATUS = "35"
               OPEN OUTPUT STDORD-FILE
               CLOSE STDORD-FILE
               OPEN I-O STDORD-FILE
           END-IF.
           IF STDORD-STATUS = "00"
               MOVE 'Y' TO STDORD-OPEN-SW
           ELSE
               DISPLAY "STO01: OPEN STDORD-FILE - status "
                       STDORD-STATUS
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           ELSE
               DISPLAY "STO01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS " - accounts cannot be "
                       "verified"
           END-IF.

       CLOSE-THE-MASTERS.
           IF STDORD-OPEN
               CLOSE STDORD-FILE
           END-IF.
           IF ACCTMST-PRESENT
               CLOSE ACCTMST-FILE
           END-IF.

       RUN-MAINTENANCE-SESSION.
           PERFORM UNTIL SESSION-DONE
               DISPLAY " "
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING ***"
               END-IF
               DISPLAY "A=Add order C=Cancel order S=Show orders"
               DISPLAY "Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-AN-ORDER THRU
                           ADD-AN-ORDER-EXIT
                   WHEN 'C' WHEN 'c'
                       PERFORM CANCEL-AN-ORDER THRU
                           CANCEL-AN-ORDER-EXIT
                   WHEN 'S' WHEN 's'
                       PERFORM SHOW-THE-ORDERS THRU
                           SHOW-THE-ORDERS-EXIT
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

      * LEVEL 3 ROUTINES
       ADD-AN-ORDER.
           DISPLAY "Account number for the order:".
           ACCEPT ENTRY-ACCT.
           IF ENTRY-ACCT = SPACES
               DISPLAY "An account number is required."
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           IF ACCTMST-PRESENT
               PERFORM READ-MASTER-FOR-ENTRY
               IF NOT MASTER-FOUND
                   DISPLAY MASKED-ACCT " is not on the account "
                           "master - no order added."
                   GO TO ADD-AN-ORDER-EXIT
               END-IF
               IF ACCTMST-CLOSED
                   DISPLAY MASKED-ACCT " is closed - no order "
                           "added."
                   GO TO ADD-AN-ORDER-EXIT
               END-IF
           END-IF.
           PERFORM FIND-HIGHEST-ORDER.
           IF HIGHEST-ORDER-NBR = 999
               DISPLAY MASKED-ACCT " has no order numbers left."
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           COMPUTE ENTRY-ORDER-NBR = HIGHEST-ORDER-NBR + 1.
           DISPLAY "Record type (2 characters):".
           ACCEPT ENTRY-TYPE.
           PERFORM CHECK-THE-TYPE THRU CHECK-THE-TYPE-EXIT.
           IF NOT ENTRY-OK
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           DISPLAY "Amount (signed, e.g. -1234.56):".
           ACCEPT AMOUNT-TEXT.
           PERFORM PARSE-THE-AMOUNT.
           IF ENTRY-OK AND PARSED-AMOUNT = 0
               MOVE 'N' TO ENTRY-OK-SW
           END-IF.
           IF NOT ENTRY-OK
               DISPLAY "Amount rejected - not a usable number."
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           DISPLAY "Frequency (W=Weekly F=Fortnightly M=Monthly "
                   "Q=Quarterly A=Annual):".
           ACCEPT ENTRY-FREQUENCY.
           IF NOT ENTRY-FREQUENCY-VALID
               DISPLAY "Frequency must be W, F, M, Q, or A - no "
                       "order added."
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           DISPLAY "First due date CCYYMMDD:".
           ACCEPT ENTRY-FIRST-DUE.
           MOVE ENTRY-FIRST-DUE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               DISPLAY "Date rejected - " DC-REASON
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           IF ENTRY-FIRST-DUE < SUITE-RUN-DATE
               DISPLAY "First due date is in the past - no order "
                       "added."
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           PERFORM TAKE-END-DATE.
           IF NOT ENTRY-OK
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           PERFORM TAKE-CONTRA-ACCOUNT THRU TAKE-CONTRA-ACCOUNT-EXIT.
           IF NOT ENTRY-OK
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           DISPLAY "Description (payee or purpose):".
           ACCEPT ENTRY-DESCRIPTION.
           MOVE ENTRY-FREQUENCY TO STDORD-FREQUENCY.
           PERFORM DESCRIBE-THE-FREQUENCY.
           MOVE PARSED-AMOUNT TO EDITED-AMOUNT.
           DISPLAY "Order " MASKED-ACCT "/" ENTRY-ORDER-NBR
                   " TYPE " ENTRY-TYPE " AMT " EDITED-AMOUNT.
           DISPLAY "  " FREQUENCY-WORDS " from " ENTRY-FIRST-DUE
                   " to " ENTRY-END-DATE.
           IF ENTRY-CONTRA-ACCT NOT = SPACES
               DISPLAY "  transfer with " MASKED-CONTRA
           END-IF.
           DISPLAY "Add this order (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "No order added."
               GO TO ADD-AN-ORDER-EXIT
           END-IF.
           MOVE SPACES TO STDORD-REC.
           MOVE ENTRY-ACCT TO STDORD-ACCT-NBR.
           MOVE ENTRY-ORDER-NBR TO STDORD-ORDER-NBR.
           MOVE ENTRY-TYPE TO STDORD-REC-TYPE.
           MOVE PARSED-AMOUNT TO STDORD-AMOUNT.
           MOVE ENTRY-FREQUENCY TO STDORD-FREQUENCY.
           MOVE ENTRY-FIRST-DUE TO STDORD-NEXT-DUE.
           MOVE ENTRY-FIRST-DUE TO STDORD-NOMINAL-DUE.
           MOVE ENTRY-FIRST-DUE (7:2) TO STDORD-ANCHOR-DAY.
           MOVE ENTRY-END-DATE TO STDORD-END-DATE.
           MOVE ENTRY-CONTRA-ACCT TO STDORD-CONTRA-ACCT.
           MOVE ENTRY-DESCRIPTION TO STDORD-DESCRIPTION.
           MOVE 'A' TO STDORD-ORDER-STATUS.
           MOVE 0 TO STDORD-LAST-GEN-DATE.
           MOVE SUITE-RUN-DATE TO STDORD-CREATED-DATE.
           MOVE OPERATOR-ID TO STDORD-CREATED-BY.
           WRITE STDORD-REC
               INVALID KEY
                   DISPLAY "STO01: WRITE STDORD-FILE - status "
                           STDORD-STATUS
                   GO TO ADD-AN-ORDER-EXIT
           END-WRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Order " MASKED-ACCT "/" ENTRY-ORDER-NBR
                   " added.".
           PERFORM LOG-THE-CHANGE.
           CALL "DAYLOG" USING "STO01   " OPERATOR-ID "STOADD  "
                                CHANGE-DETAIL.
       ADD-AN-ORDER-EXIT.
           EXIT.

       CANCEL-AN-ORDER.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           DISPLAY "Order number:".
           ACCEPT ENTRY-ORDER-NBR.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           PERFORM READ-ORDER-FOR-ENTRY.
           IF NOT ORDER-FOUND
               DISPLAY "No order " MASKED-ACCT "/" ENTRY-ORDER-NBR
                       " on file."
               GO TO CANCEL-AN-ORDER-EXIT
           END-IF.
           PERFORM SHOW-ORDER-RECORD.
           IF NOT STDORD-ACTIVE
               DISPLAY "Order is no longer active - nothing to "
                       "cancel."
               GO TO CANCEL-AN-ORDER-EXIT
           END-IF.
           DISPLAY "Cancel this order (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Order stays."
               GO TO CANCEL-AN-ORDER-EXIT
           END-IF.
           MOVE 'C' TO STDORD-ORDER-STATUS.
           REWRITE STDORD-REC
               INVALID KEY
                   DISPLAY "STO01: REWRITE STDORD-FILE - status "
                           STDORD-STATUS
                   GO TO CANCEL-AN-ORDER-EXIT
           END-REWRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Order " MASKED-ACCT "/" ENTRY-ORDER-NBR
                   " cancelled.".
           MOVE STDORD-REC-TYPE TO ENTRY-TYPE.
           MOVE STDORD-AMOUNT TO PARSED-AMOUNT.
           PERFORM LOG-THE-CHANGE.
           CALL "DAYLOG" USING "STO01   " OPERATOR-ID "STOCANC "
                                CHANGE-DETAIL.
       CANCEL-AN-ORDER-EXIT.
           EXIT.

       SHOW-THE-ORDERS.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           DISPLAY "=== ORDERS ON ACCOUNT " MASKED-ACCT " ===".
           MOVE 0 TO ORDERS-SHOWN.
           MOVE 'N' TO ORDERS-DONE-SW.
           MOVE ENTRY-ACCT TO STDORD-ACCT-NBR.
           MOVE 0 TO STDORD-ORDER-NBR.
           START STDORD-FILE
               KEY IS NOT LESS THAN STDORD-KEY
               INVALID KEY
                   MOVE 'Y' TO ORDERS-DONE-SW
           END-START.
           PERFORM UNTIL ORDERS-DONE-SW = 'Y'
               READ STDORD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ORDERS-DONE-SW
               END-READ
               IF ORDERS-DONE-SW = 'N'
                   IF STDORD-ACCT-NBR NOT = ENTRY-ACCT
                       MOVE 'Y' TO ORDERS-DONE-SW
                   ELSE
                       ADD 1 TO ORDERS-SHOWN
                       PERFORM SHOW-ORDER-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           IF ORDERS-SHOWN = 0
               DISPLAY "  (no standing orders)"
               GO TO SHOW-THE-ORDERS-EXIT
           END-IF.
           DISPLAY "  orders shown= " ORDERS-SHOWN.
       SHOW-THE-ORDERS-EXIT.
           EXIT.

      * Zero end date runs the order until it is cancelled;
      * otherwise the date must be real and not before the
      * first due date.
       TAKE-END-DATE.
           MOVE 'Y' TO ENTRY-OK-SW.
           DISPLAY "End date CCYYMMDD (0 = until cancelled):".
           ACCEPT ENTRY-END-DATE.
           IF ENTRY-END-DATE NOT = 0
               MOVE ENTRY-END-DATE TO DC-DATE
               CALL "DATECK" USING DC-DATE DC-RESULT
                                    DC-VIOLATION DC-REASON
               IF NOT DC-PASSED
                   DISPLAY "Date rejected - " DC-REASON
                   MOVE 'N' TO ENTRY-OK-SW
               ELSE
                   IF ENTRY-END-DATE < ENTRY-FIRST-DUE
                       DISPLAY "End date is before the first due "
                               "date - rejected."
                       MOVE 'N' TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

      * A contra account turns the order into an internal
      * transfer; it must be a different account, on the master
      * and open.
       TAKE-CONTRA-ACCOUNT.
           MOVE 'Y' TO ENTRY-OK-SW.
           MOVE SPACES TO MASKED-CONTRA.
           DISPLAY "Contra account for a transfer (blank = none):".
           ACCEPT ENTRY-CONTRA-ACCT.
           IF ENTRY-CONTRA-ACCT = SPACES
               GO TO TAKE-CONTRA-ACCOUNT-EXIT
           END-IF.
           CALL "MASKACCT" USING ENTRY-CONTRA-ACCT MASKED-CONTRA.
           IF ENTRY-CONTRA-ACCT = ENTRY-ACCT
               DISPLAY "An order cannot transfer to its own "
                       "account - rejected."
               MOVE 'N' TO ENTRY-OK-SW
               GO TO TAKE-CONTRA-ACCOUNT-EXIT
           END-IF.
           IF NOT ACCTMST-PRESENT
               GO TO TAKE-CONTRA-ACCOUNT-EXIT
           END-IF.
           MOVE ENTRY-CONTRA-ACCT TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   DISPLAY MASKED-CONTRA " is not on the account "
                           "master - rejected."
                   MOVE 'N' TO ENTRY-OK-SW
                   GO TO TAKE-CONTRA-ACCOUNT-EXIT
           END-READ.
           IF ACCTMST-CLOSED
               DISPLAY MASKED-CONTRA " is closed - rejected."
               MOVE 'N' TO ENTRY-OK-SW
           END-IF.
       TAKE-CONTRA-ACCOUNT-EXIT.
           EXIT.

      * The type must be on reference and must not carry the
      * reject disposition - the ADJ01 rule.
       CHECK-THE-TYPE.
           MOVE 'Y' TO ENTRY-OK-SW.
           IF ENTRY-TYPE = SPACES
               DISPLAY "A record type is required."
               MOVE 'N' TO ENTRY-OK-SW
               GO TO CHECK-THE-TYPE-EXIT
           END-IF.
           IF TYPE-REF-COUNT = 0
               GO TO CHECK-THE-TYPE-EXIT
           END-IF.
           MOVE 0 TO TYPE-REF-FOUND-IDX.
           PERFORM VARYING TYPE-REF-IDX FROM 1 BY 1
                   UNTIL TYPE-REF-IDX > TYPE-REF-COUNT
               IF ENTRY-TYPE = TYPE-REF-CODE (TYPE-REF-IDX)
                   MOVE TYPE-REF-IDX TO TYPE-REF-FOUND-IDX
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN TYPE-REF-FOUND-IDX = 0
                   DISPLAY "Type " ENTRY-TYPE
                           " is not on reference."
                   MOVE 'N' TO ENTRY-OK-SW
               WHEN TYPE-REF-DISP (TYPE-REF-FOUND-IDX) = 'R'
                   DISPLAY "Type " ENTRY-TYPE
                           " carries the reject disposition."
                   MOVE 'N' TO ENTRY-OK-SW
               WHEN OTHER
                   DISPLAY "Type " ENTRY-TYPE " "
                           TYPE-REF-DESC (TYPE-REF-FOUND-IDX)
           END-EVALUATE.
       CHECK-THE-TYPE-EXIT.
           EXIT.

       PARSE-THE-AMOUNT.
           MOVE 'Y' TO ENTRY-OK-SW.
           MOVE 'N' TO AMOUNT-NEGATIVE-SW.
           MOVE SPACES TO AMOUNT-WHOLE-X.
           MOVE "00" TO AMOUNT-FRAC-X.
           MOVE 0 TO AMOUNT-DIGIT-COUNT.
           MOVE 0 TO AMOUNT-FRAC-DIGITS.
           MOVE 'N' TO AMOUNT-PAST-POINT-SW.
           MOVE 1 TO AMOUNT-SCAN-IDX.
           IF AMOUNT-TEXT (1:1) = '-'
               MOVE 'Y' TO AMOUNT-NEGATIVE-SW
               MOVE 2 TO AMOUNT-SCAN-IDX
           END-IF.
           IF AMOUNT-TEXT (1:1) = '+'
               MOVE 2 TO AMOUNT-SCAN-IDX
           END-IF.
           PERFORM UNTIL AMOUNT-SCAN-IDX > 14
                      OR AMOUNT-TEXT (AMOUNT-SCAN-IDX:1) = SPACE
               EVALUATE TRUE
                   WHEN AMOUNT-TEXT (AMOUNT-SCAN-IDX:1) = '.'
                       MOVE 'Y' TO AMOUNT-PAST-POINT-SW
                   WHEN AMOUNT-TEXT (AMOUNT-SCAN-IDX:1)
                        IS NUMERIC
                       IF AMOUNT-PAST-POINT-SW = 'Y'
                           ADD 1 TO AMOUNT-FRAC-DIGITS
                           IF AMOUNT-FRAC-DIGITS <= 2
                               MOVE AMOUNT-TEXT
                                    (AMOUNT-SCAN-IDX:1) TO
                                    AMOUNT-FRAC-X
                                        (AMOUNT-FRAC-DIGITS:1)
                           ELSE
                               MOVE 'N' TO ENTRY-OK-SW
                           END-IF
                       ELSE
                           ADD 1 TO AMOUNT-DIGIT-COUNT
                           IF AMOUNT-DIGIT-COUNT > 9
                               MOVE 'N' TO ENTRY-OK-SW
                           ELSE
                               MOVE AMOUNT-TEXT
                                    (AMOUNT-SCAN-IDX:1) TO
                                    AMOUNT-WHOLE-X
                                        (AMOUNT-DIGIT-COUNT:1)
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO ENTRY-OK-SW
               END-EVALUATE
               ADD 1 TO AMOUNT-SCAN-IDX
           END-PERFORM.
           IF AMOUNT-DIGIT-COUNT = 0 AND AMOUNT-FRAC-DIGITS = 0
               MOVE 'N' TO ENTRY-OK-SW
           END-IF.
           IF ENTRY-OK
               MOVE 0 TO AMOUNT-WHOLE-NUM
               IF AMOUNT-DIGIT-COUNT > 0
                   MOVE AMOUNT-WHOLE-X (1:AMOUNT-DIGIT-COUNT) TO
                        AMOUNT-WHOLE-NUM
                            (10 - AMOUNT-DIGIT-COUNT:
                             AMOUNT-DIGIT-COUNT)
               END-IF
               MOVE AMOUNT-FRAC-X TO AMOUNT-FRAC-NUM
               COMPUTE PARSED-AMOUNT =
                   AMOUNT-WHOLE-NUM + (AMOUNT-FRAC-NUM / 100)
               IF AMOUNT-NEGATIVE
                   COMPUTE PARSED-AMOUNT = 0 - PARSED-AMOUNT
               END-IF
           END-IF.

      * Order numbers run upward per account; cancelled orders
      * keep their number, so the next one is one past the
      * highest ever used.
       FIND-HIGHEST-ORDER.
           MOVE 0 TO HIGHEST-ORDER-NBR.
           MOVE 'N' TO ORDERS-DONE-SW.
           MOVE ENTRY-ACCT TO STDORD-ACCT-NBR.
           MOVE 0 TO STDORD-ORDER-NBR.
           START STDORD-FILE
               KEY IS NOT LESS THAN STDORD-KEY
               INVALID KEY
                   MOVE 'Y' TO ORDERS-DONE-SW
           END-START.
           PERFORM UNTIL ORDERS-DONE-SW = 'Y'
               READ STDORD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ORDERS-DONE-SW
               END-READ
               IF ORDERS-DONE-SW = 'N'
                   IF STDORD-ACCT-NBR NOT = ENTRY-ACCT
                       MOVE 'Y' TO ORDERS-DONE-SW
                   ELSE
                       MOVE STDORD-ORDER-NBR TO HIGHEST-ORDER-NBR
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-ORDER-RECORD.
           PERFORM DESCRIBE-THE-FREQUENCY.
           EVALUATE TRUE
               WHEN STDORD-ACTIVE
                   MOVE "ACTIVE" TO STATUS-WORDS
               WHEN STDORD-ENDED
                   MOVE "ENDED" TO STATUS-WORDS
               WHEN OTHER
                   MOVE "CANCELLED" TO STATUS-WORDS
           END-EVALUATE.
           MOVE STDORD-AMOUNT TO EDITED-AMOUNT.
           DISPLAY "  ORDER " STDORD-ORDER-NBR " " STATUS-WORDS
                   " TYPE " STDORD-REC-TYPE " AMT " EDITED-AMOUNT.
           DISPLAY "    " FREQUENCY-WORDS " NEXT DUE "
                   STDORD-NEXT-DUE " END " STDORD-END-DATE.
           IF STDORD-CONTRA-ACCT NOT = SPACES
               CALL "MASKACCT" USING STDORD-CONTRA-ACCT
                                     MASKED-CONTRA
               DISPLAY "    TRANSFER WITH " MASKED-CONTRA
           END-IF.
           DISPLAY "    " STDORD-DESCRIPTION " LAST POSTED "
                   STDORD-LAST-GEN-DATE " BY " STDORD-CREATED-BY.

       DESCRIBE-THE-FREQUENCY.
           EVALUATE TRUE
               WHEN STDORD-WEEKLY
                   MOVE "WEEKLY" TO FREQUENCY-WORDS
               WHEN STDORD-FORTNIGHTLY
                   MOVE "FORTNIGHTLY" TO FREQUENCY-WORDS
               WHEN STDORD-MONTHLY
                   MOVE "MONTHLY" TO FREQUENCY-WORDS
               WHEN STDORD-QUARTERLY
                   MOVE "QUARTERLY" TO FREQUENCY-WORDS
               WHEN OTHER
                   MOVE "ANNUAL" TO FREQUENCY-WORDS
           END-EVALUATE.

       LOG-THE-CHANGE.
           MOVE SPACES TO CHANGE-DETAIL.
           MOVE PARSED-AMOUNT TO EDITED-AMOUNT.
           STRING MASKED-ACCT "/" ENTRY-ORDER-NBR " " ENTRY-TYPE
                  EDITED-AMOUNT
               DELIMITED BY SIZE INTO CHANGE-DETAIL.

       READ-MASTER-FOR-ENTRY.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE ENTRY-ACCT TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.

       READ-ORDER-FOR-ENTRY.
           MOVE 'N' TO ORDER-FOUND-SW.
           MOVE ENTRY-ACCT TO STDORD-ACCT-NBR.
           MOVE ENTRY-ORDER-NBR TO STDORD-ORDER-NBR.
           READ STDORD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ORDER-FOUND-SW
           END-READ.
