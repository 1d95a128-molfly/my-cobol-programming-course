       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSP01.
      *--------------------------------------------------
      * DISPUTE AND CHARGEBACK CASE CONSOLE. DISPUTED POSTINGS
      * WERE TRACKED ON A SPREADSHEET THAT NOTHING TIED TO THE
      * FILEDATCLT-KEY, AND THE SAME ITEM COULD BE DISPUTED
      * TWICE. DSP01 KEEPS THE KEYED DSPCASE FILE, ONE CASE PER
      * DISPUTED TRANSACTION KEY. IT IS GATED THE SEC01 WAY (THE
      * OPERATOR MUST HOLD "DSP01" IN THEIR MENU01SEC SLOTS) AND
      * OFFERS:
      *   OPEN A CASE - THE ACCOUNT AND SEQUENCE OF THE DEBIT
      *   BEING DISPUTED, LOOKED UP ON THE KEYED FILEDATCLX
      *   COPY (KEYED BY HAND WHEN IT HAS ALREADY ROLLED OFF),
      *   THE CUSTOMER'S REASON, AND OPTIONALLY A PROVISIONAL
      *   CREDIT FOR THE DISPUTED AMOUNT; A KEY THAT ALREADY
      *   HAS A CASE IS REFUSED,
      *   UPDATE A CASE - A PROGRESS NOTE AND THE REASON,
      *   RESOLVE A CASE - UPHELD MAKES THE CUSTOMER'S CREDIT
      *   FINAL ('DF': THE BALANCE OF THE DISPUTED AMOUNT NOT
      *   ALREADY CREDITED, ZERO WHEN THE PROVISIONAL CREDIT
      *   STANDS), DECLINED OR WITHDRAWN REVERSES ANY
      *   PROVISIONAL CREDIT ('DR'),
      *   SHOW A CASE.
      * THE PROVISIONAL CREDITS ('DP') AND DECISIONS GO OUT AS
      * PROPER DELIVERIES ON DSP01OUT - ONE HD/TR SECTION PER
      * ENTITY UNDER SOURCE ID 'DISPUTE' - SO CNT01 PROVES AND
      * MST01 POSTS THEM LIKE ANY SUPPLIER FILE (ADD DSP01OUT TO
      * THE CNT01 FILE LIST; THE TYPES MUST BE ON CNT01TYP).
      * EACH SESSION APPENDS ITS SECTIONS, AND SEQUENCES ARE
      * TAKEN ABOVE BOTH THE FILEDATCLX HIGH-WATER AND ANY
      * EARLIER SESSION'S POSTINGS ALREADY WAITING ON DSP01OUT,
      * THE ADJ01 RULE. EVERY CHANGE IS CONFIRMED THROUGH
      * CONTYN AND LOGGED THROUGH DAYLOG WITH THE OPERATOR ID.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch points a practice session at the
      * TRN-prefixed copies.
           SELECT DSPCASE-FILE ASSIGN TO DSP01-CASE-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DSPCASE-CASE-NBR
                  FILE STATUS   IS DSPCASE-STATUS.

      * The keyed transaction copy: the disputed item is looked
      * up here, and each account's highest sequence in use.
           SELECT FILEDATCLT-INDEXED ASSIGN TO DSP01-CLX-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS FILEDATCLT-IDX-KEY
                  FILE STATUS   IS FILEDATCLX-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO DSP01-MST-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT DSP01-OUTPUT ASSIGN TO DSP01-OUT-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DSP01OUT-STATUS.

           SELECT DSP01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT DSP01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSPCASE-FILE.
           COPY "dspcase.cpy".

       FD  FILEDATCLT-INDEXED.
           COPY "filedatclx.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  DSP01-OUTPUT.
           COPY "filedatclt.cpy".

       FD  DSP01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  DSP01-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  DSPCASE-STATUS.
           05  DSPCASE-STATUS-L         PIC X.
           05  DSPCASE-STATUS-R         PIC X.
       01  FILEDATCLX-STATUS.
           05  FILEDATCLX-STATUS-L      PIC X.
           05  FILEDATCLX-STATUS-R      PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  DSP01OUT-STATUS.
           05  DSP01OUT-STATUS-L        PIC X.
           05  DSP01OUT-STATUS-R        PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

      * Suite training switch and the dataset names it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  DSP01-CASE-NAME              PIC X(12)
                                        VALUE "DSPCASE".
       01  DSP01-CLX-NAME               PIC X(12)
                                        VALUE "FILEDATCLX".
       01  DSP01-MST-NAME               PIC X(12)
                                        VALUE "ACCTMST".
       01  DSP01-OUT-NAME               PIC X(12)
                                        VALUE "DSP01OUT".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  DSPCASE-OPEN-SW              PIC X       VALUE 'N'.
           88  DSPCASE-FILE-OPEN                     VALUE 'Y'.
       01  CLX-PRESENT-SW               PIC X       VALUE 'N'.
           88  CLX-PRESENT                           VALUE 'Y'.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTMST-PRESENT                       VALUE 'Y'.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  PROVISIONAL-ANSWER           PIC X.
       01  CHANGES-MADE                 PIC 9(4)    VALUE 0.
       01  HIGHEST-CASE-NBR             PIC 9(6)    VALUE 0.
       01  CASES-DONE-SW                PIC X.
       01  ENTRY-CASE-NBR               PIC 9(6).
       01  ENTRY-ACCT                   PIC X(10).
       01  ENTRY-SEQ-NBR                PIC 9(4).
       01  ENTRY-TXN-KEY                PIC X(14).
       01  ENTRY-DATE                   PIC 9(8).
       01  ENTRY-TYPE                   PIC X(2).
       01  ENTRY-ENTITY                 PIC X(3).
       01  ENTRY-CURRENCY               PIC X(3).
       01  ENTRY-VERIFIED               PIC X.
       01  ENTRY-REASON                 PIC X(30).
       01  ENTRY-NOTE                   PIC X(30).
       01  ENTRY-DECISION               PIC X.
           88  ENTRY-DECISION-VALID                  VALUE 'U'
                                                       'D' 'W'.
       01  ENTRY-OK-SW                  PIC X.
           88  ENTRY-OK                              VALUE 'Y'.
       01  CASE-FOUND-SW                PIC X.
           88  CASE-FOUND                            VALUE 'Y'.
       01  DUPLICATE-CASE-NBR           PIC 9(6).
       01  MASKED-ACCT                  PIC X(10).
       01  CHANGE-DETAIL                PIC X(31).
       01  DECISION-WORDS               PIC X(9).
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  DECISION-AMOUNT              PIC S9(9)V99.
       01  DECISION-TYPE                PIC X(2).

      * The disputed item as it sits on the keyed copy - the
      * FILEDATCLT image.
       01  DISPUTED-TXN.
           05  DISPUTED-ACCT-NBR        PIC X(10).
           05  DISPUTED-SEQ-NBR         PIC 9(4).
           05  DISPUTED-DATE            PIC 9(8).
           05  DISPUTED-AMOUNT          PIC S9(9)V99.
           05  DISPUTED-REC-TYPE        PIC X(2).
           05  DISPUTED-CURRENCY        PIC X(3).
           05  FILLER                   PIC X(39).
           05  DISPUTED-ENTITY          PIC X(3).

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

      * Next sequence per account this session, seeded one past
      * the account's high-water on the keyed copy and on any
      * postings already waiting on DSP01OUT.
       01  HIGH-WATER-DONE-SW           PIC X.
       01  SEQ-ALLOC-COUNT              PIC 99      VALUE 0.
       01  SEQ-ALLOC-TABLE.
           05  SEQ-ALLOC-ENTRY OCCURS 50 TIMES.
               10  SEQ-ALLOC-ACCT       PIC X(10).
               10  SEQ-ALLOC-LAST       PIC 9(4).
       01  SEQ-ALLOC-IDX                PIC 99.
       01  SEQ-ALLOC-SLOT               PIC 99.
       01  ALLOC-ACCT                   PIC X(10).
       01  ALLOC-SEQ                    PIC 9(4).
       01  WAITING-SEQ                  PIC 9(4).

      * The session's postings, written at sign-off one entity
      * section at a time.
       01  POSTING-COUNT                PIC 99      VALUE 0.
       01  POSTING-TABLE.
           05  POSTING-ENTRY OCCURS 50 TIMES.
               10  POSTING-ACCT-NBR     PIC X(10).
               10  POSTING-SEQ          PIC 9(4).
               10  POSTING-REC-TYPE     PIC X(2).
               10  POSTING-AMOUNT       PIC S9(9)V99.
               10  POSTING-ENTITY       PIC X(3).
               10  POSTING-CURRENCY     PIC X(3).
       01  POSTING-IDX                  PIC 99.
       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  ENTITY-TABLE.
           05  ENTITY-CODE OCCURS 10 TIMES  PIC X(3).
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SEEN-SW               PIC X.
       01  CURRENT-ENTITY               PIC X(3).
       01  SECTION-COUNT                PIC 9(6)    VALUE 0.
       01  SECTION-AMOUNT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "DSP01   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "DSP01: " OPERATOR-ID " does not hold "
                       "DSP01 - access denied."
           ELSE
               PERFORM OPEN-THE-FILES
               IF DSPCASE-FILE-OPEN
                   PERFORM FIND-HIGHEST-CASE
                   PERFORM RUN-CASE-SESSION
               END-IF
               PERFORM WRITE-THE-DELIVERY THRU
                   WRITE-THE-DELIVERY-EXIT
               PERFORM CLOSE-THE-FILES
           END-IF.
           DISPLAY "DSP01: changes written= " CHANGES-MADE
                   " postings= " POSTING-COUNT.
           CALL "DAYLOG" USING "DSP01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT DSP01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ DSP01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNDSPCASE" TO DSP01-CASE-NAME
                   MOVE "TRNDATCLX" TO DSP01-CLX-NAME
                   MOVE "TRNACCMST" TO DSP01-MST-NAME
                   MOVE "TRNDSPOUT" TO DSP01-OUT-NAME
                   DISPLAY "*** TRAINING *** practice case file "
                           "and delivery in use - nothing is real"
               END-IF
               CLOSE DSP01-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT DSP01-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ DSP01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "DSP01   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE DSP01-SECURITY
           END-IF.

      * First-ever session: no case file yet, so an empty one is
      * built, the way MST01 starts ACCTMST. Postings already
      * waiting on DSP01OUT from an earlier session are read
      * first so their sequences are never handed out again.
       OPEN-THE-FILES.
           OPEN I-O DSPCASE-FILE.
           IF DSPCASE-STATUS = "35"
               OPEN OUTPUT DSPCASE-FILE
               CLOSE DSPCASE-FILE
               OPEN I-O DSPCASE-FILE
           END-IF.
           IF DSPCASE-STATUS = "00"
               MOVE 'Y' TO DSPCASE-OPEN-SW
           ELSE
               DISPLAY "DSP01: OPEN DSPCASE-FILE - status "
                       DSPCASE-STATUS
           END-IF.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS = "00"
               MOVE 'Y' TO CLX-PRESENT-SW
           ELSE
               DISPLAY "DSP01: keyed copy not available - "
                       "disputed items are keyed by hand"
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           ELSE
               DISPLAY "DSP01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS " - accounts cannot be "
                       "verified"
           END-IF.
           PERFORM NOTE-WAITING-SEQUENCES.

       CLOSE-THE-FILES.
           IF DSPCASE-FILE-OPEN
               CLOSE DSPCASE-FILE
           END-IF.
           IF CLX-PRESENT
               CLOSE FILEDATCLT-INDEXED
           END-IF.
           IF ACCTMST-PRESENT
               CLOSE ACCTMST-FILE
           END-IF.

       RUN-CASE-SESSION.
           PERFORM UNTIL SESSION-DONE
               DISPLAY " "
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING ***"
               END-IF
               DISPLAY "O=Open case U=Update case R=Resolve case"
               DISPLAY "S=Show case Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'O' WHEN 'o'
                       PERFORM OPEN-A-CASE THRU
                           OPEN-A-CASE-EXIT
                   WHEN 'U' WHEN 'u'
                       PERFORM UPDATE-A-CASE THRU
                           UPDATE-A-CASE-EXIT
                   WHEN 'R' WHEN 'r'
                       PERFORM RESOLVE-A-CASE THRU
                           RESOLVE-A-CASE-EXIT
                   WHEN 'S' WHEN 's'
                       PERFORM SHOW-A-CASE THRU
                           SHOW-A-CASE-EXIT
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

      * The session's postings go out as one HD/TR section per
      * entity, appended behind anything already waiting.
       WRITE-THE-DELIVERY.
           IF POSTING-COUNT = 0
               GO TO WRITE-THE-DELIVERY-EXIT
           END-IF.
           OPEN EXTEND DSP01-OUTPUT.
           IF DSP01OUT-STATUS NOT = "00"
               OPEN OUTPUT DSP01-OUTPUT
           END-IF.
           IF DSP01OUT-STATUS NOT = "00"
               DISPLAY "DSP01: OPEN DSP01-OUTPUT - status "
                       DSP01OUT-STATUS " - " POSTING-COUNT
                       " posting(s) NOT written, key them "
                       "through ADJ01"
               GO TO WRITE-THE-DELIVERY-EXIT
           END-IF.
           PERFORM VARYING POSTING-IDX FROM 1 BY 1
                   UNTIL POSTING-IDX > POSTING-COUNT
               PERFORM NOTE-ONE-ENTITY
           END-PERFORM.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM WRITE-ONE-ENTITY-SECTION
           END-PERFORM.
           CLOSE DSP01-OUTPUT.
       WRITE-THE-DELIVERY-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
       OPEN-A-CASE.
           DISPLAY "Account number of the disputed item:".
           ACCEPT ENTRY-ACCT.
           IF ENTRY-ACCT = SPACES
               DISPLAY "An account number is required."
               GO TO OPEN-A-CASE-EXIT
           END-IF.
           DISPLAY "Sequence number of the disputed item:".
           ACCEPT ENTRY-SEQ-NBR.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           MOVE ENTRY-ACCT TO ENTRY-TXN-KEY (1:10).
           MOVE ENTRY-SEQ-NBR TO ENTRY-TXN-KEY (11:4).
           PERFORM FIND-CASE-FOR-KEY.
           IF DUPLICATE-CASE-NBR NOT = 0
               DISPLAY MASKED-ACCT " " ENTRY-SEQ-NBR
                       " is already disputed under case "
                       DUPLICATE-CASE-NBR " - not opened."
               GO TO OPEN-A-CASE-EXIT
           END-IF.
           PERFORM TAKE-DISPUTED-ITEM THRU TAKE-DISPUTED-ITEM-EXIT.
           IF NOT ENTRY-OK
               GO TO OPEN-A-CASE-EXIT
           END-IF.
           DISPLAY "Customer's reason for the dispute:".
           ACCEPT ENTRY-REASON.
           IF ENTRY-REASON = SPACES
               DISPLAY "A reason is required - not opened."
               GO TO OPEN-A-CASE-EXIT
           END-IF.
           MOVE 'N' TO PROVISIONAL-ANSWER.
           IF POSTING-COUNT < 50
               DISPLAY "Give a provisional credit for the amount?"
               CALL "CONTYN" USING PROVISIONAL-ANSWER
           ELSE
               DISPLAY "Session delivery is full - no provisional "
                       "credit this session."
           END-IF.
           IF HIGHEST-CASE-NBR = 999999
               DISPLAY "Case numbers are exhausted - not opened."
               GO TO OPEN-A-CASE-EXIT
           END-IF.
           COMPUTE ENTRY-CASE-NBR = HIGHEST-CASE-NBR + 1.
           MOVE PARSED-AMOUNT TO EDITED-AMOUNT.
           DISPLAY "Open case " ENTRY-CASE-NBR " on " MASKED-ACCT
                   " " ENTRY-SEQ-NBR " " ENTRY-DATE
                   " AMT " EDITED-AMOUNT.
           IF PROVISIONAL-ANSWER = 'Y'
               DISPLAY "  with a provisional credit"
           END-IF.
           DISPLAY "Open this case (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Case not opened."
               GO TO OPEN-A-CASE-EXIT
           END-IF.
           MOVE SPACES TO DSPCASE-REC.
           MOVE ENTRY-CASE-NBR TO DSPCASE-CASE-NBR.
           MOVE ENTRY-ACCT TO DSPCASE-ACCT-NBR.
           MOVE ENTRY-SEQ-NBR TO DSPCASE-SEQ-NBR.
           MOVE ENTRY-DATE TO DSPCASE-TXN-DATE.
           MOVE PARSED-AMOUNT TO DSPCASE-TXN-AMOUNT.
           MOVE ENTRY-TYPE TO DSPCASE-TXN-TYPE.
           MOVE ENTRY-ENTITY TO DSPCASE-ENTITY.
           MOVE ENTRY-CURRENCY TO DSPCASE-CURRENCY.
           MOVE ENTRY-VERIFIED TO DSPCASE-TXN-VERIFIED.
           MOVE ENTRY-REASON TO DSPCASE-REASON.
           MOVE 'O' TO DSPCASE-CASE-STATUS.
           MOVE RUN-DATE-NUM TO DSPCASE-OPENED-DATE.
           MOVE OPERATOR-ID TO DSPCASE-OPENED-BY.
           MOVE 'N' TO DSPCASE-PROV-SW.
           MOVE 0 TO DSPCASE-PROV-AMOUNT.
           MOVE 0 TO DSPCASE-PROV-SEQ.
           MOVE 0 TO DSPCASE-RESOLVED-DATE.
           MOVE RUN-DATE-NUM TO DSPCASE-UPDATED-DATE.
           MOVE OPERATOR-ID TO DSPCASE-UPDATED-BY.
           IF PROVISIONAL-ANSWER = 'Y'
               MOVE 'Y' TO DSPCASE-PROV-SW
               COMPUTE DSPCASE-PROV-AMOUNT = 0 - PARSED-AMOUNT
               MOVE "DP" TO DECISION-TYPE
               MOVE DSPCASE-PROV-AMOUNT TO DECISION-AMOUNT
               PERFORM QUEUE-ONE-POSTING
               MOVE ALLOC-SEQ TO DSPCASE-PROV-SEQ
           END-IF.
           WRITE DSPCASE-REC
               INVALID KEY
                   DISPLAY "DSP01: WRITE DSPCASE-FILE - status "
                           DSPCASE-STATUS
                   IF PROVISIONAL-ANSWER = 'Y'
                       SUBTRACT 1 FROM POSTING-COUNT
                   END-IF
                   GO TO OPEN-A-CASE-EXIT
           END-WRITE.
           MOVE ENTRY-CASE-NBR TO HIGHEST-CASE-NBR.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Case " ENTRY-CASE-NBR " opened.".
           PERFORM LOG-THE-CHANGE.
           CALL "DAYLOG" USING "DSP01   " OPERATOR-ID "DSPOPEN "
                                CHANGE-DETAIL.
       OPEN-A-CASE-EXIT.
           EXIT.

       UPDATE-A-CASE.
           PERFORM TAKE-CASE-NUMBER.
           IF NOT CASE-FOUND
               GO TO UPDATE-A-CASE-EXIT
           END-IF.
           PERFORM SHOW-CASE-RECORD.
           IF NOT DSPCASE-OPEN
               DISPLAY "Case is resolved - no further updates."
               GO TO UPDATE-A-CASE-EXIT
           END-IF.
           DISPLAY "Progress note:".
           ACCEPT ENTRY-NOTE.
           IF ENTRY-NOTE = SPACES
               DISPLAY "A note is required - case unchanged."
               GO TO UPDATE-A-CASE-EXIT
           END-IF.
           DISPLAY "New reason (blank keeps the old one):".
           ACCEPT ENTRY-REASON.
           IF ENTRY-REASON = SPACES
               MOVE DSPCASE-REASON TO ENTRY-REASON
           END-IF.
           DISPLAY "Update this case (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Case unchanged."
               GO TO UPDATE-A-CASE-EXIT
           END-IF.
           MOVE ENTRY-REASON TO DSPCASE-REASON.
           MOVE ENTRY-NOTE TO DSPCASE-LAST-NOTE.
           MOVE RUN-DATE-NUM TO DSPCASE-UPDATED-DATE.
           MOVE OPERATOR-ID TO DSPCASE-UPDATED-BY.
           REWRITE DSPCASE-REC
               INVALID KEY
                   DISPLAY "DSP01: REWRITE DSPCASE-FILE - status "
                           DSPCASE-STATUS
                   GO TO UPDATE-A-CASE-EXIT
           END-REWRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Case " DSPCASE-CASE-NBR " updated.".
           PERFORM LOG-THE-CHANGE.
           CALL "DAYLOG" USING "DSP01   " OPERATOR-ID "DSPUPDT "
                                CHANGE-DETAIL.
       UPDATE-A-CASE-EXIT.
           EXIT.

      * Upheld: whatever of the disputed amount the customer has
      * not already had back is credited now, so the credit is
      * final; with the provisional credit in place that is a
      * zero 'DF' marking it final. Declined or withdrawn: any
      * provisional credit is taken back with a 'DR'.
       RESOLVE-A-CASE.
           PERFORM TAKE-CASE-NUMBER.
           IF NOT CASE-FOUND
               GO TO RESOLVE-A-CASE-EXIT
           END-IF.
           PERFORM SHOW-CASE-RECORD.
           IF NOT DSPCASE-OPEN
               DISPLAY "Case is already resolved."
               GO TO RESOLVE-A-CASE-EXIT
           END-IF.
           DISPLAY "Decision (U=Upheld D=Declined W=Withdrawn):".
           ACCEPT ENTRY-DECISION.
           IF NOT ENTRY-DECISION-VALID
               DISPLAY "Decision must be U, D, or W - case "
                       "unchanged."
               GO TO RESOLVE-A-CASE-EXIT
           END-IF.
           MOVE SPACES TO DECISION-TYPE.
           MOVE 0 TO DECISION-AMOUNT.
           IF ENTRY-DECISION = 'U'
               MOVE "DF" TO DECISION-TYPE
               COMPUTE DECISION-AMOUNT =
                   (0 - DSPCASE-TXN-AMOUNT) - DSPCASE-PROV-AMOUNT
           ELSE
               IF DSPCASE-PROV-GIVEN
                   MOVE "DR" TO DECISION-TYPE
                   COMPUTE DECISION-AMOUNT =
                       0 - DSPCASE-PROV-AMOUNT
               END-IF
           END-IF.
           IF DECISION-TYPE NOT = SPACES AND POSTING-COUNT > 49
               DISPLAY "Session delivery is full - quit and "
                       "resolve in a new session."
               GO TO RESOLVE-A-CASE-EXIT
           END-IF.
           DISPLAY "Resolution note:".
           ACCEPT ENTRY-NOTE.
           MOVE ENTRY-DECISION TO DSPCASE-DECISION.
           PERFORM DESCRIBE-THE-DECISION.
           IF DECISION-TYPE = SPACES
               DISPLAY "Resolve case " DSPCASE-CASE-NBR " "
                       DECISION-WORDS " - no posting (Y/N)?"
           ELSE
               MOVE DECISION-AMOUNT TO EDITED-AMOUNT
               DISPLAY "Resolve case " DSPCASE-CASE-NBR " "
                       DECISION-WORDS " - post " DECISION-TYPE
                       " " EDITED-AMOUNT " (Y/N)?"
           END-IF.
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               MOVE SPACE TO DSPCASE-DECISION
               DISPLAY "Case unchanged."
               GO TO RESOLVE-A-CASE-EXIT
           END-IF.
           MOVE 'R' TO DSPCASE-CASE-STATUS.
           MOVE RUN-DATE-NUM TO DSPCASE-RESOLVED-DATE.
           MOVE OPERATOR-ID TO DSPCASE-RESOLVED-BY.
           IF ENTRY-NOTE NOT = SPACES
               MOVE ENTRY-NOTE TO DSPCASE-LAST-NOTE
           END-IF.
           MOVE RUN-DATE-NUM TO DSPCASE-UPDATED-DATE.
           MOVE OPERATOR-ID TO DSPCASE-UPDATED-BY.
           REWRITE DSPCASE-REC
               INVALID KEY
                   DISPLAY "DSP01: REWRITE DSPCASE-FILE - status "
                           DSPCASE-STATUS
                   GO TO RESOLVE-A-CASE-EXIT
           END-REWRITE.
           IF DECISION-TYPE NOT = SPACES
               MOVE DSPCASE-ACCT-NBR TO ENTRY-ACCT
               MOVE DSPCASE-ENTITY TO ENTRY-ENTITY
               MOVE DSPCASE-CURRENCY TO ENTRY-CURRENCY
               PERFORM QUEUE-ONE-POSTING
           END-IF.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Case " DSPCASE-CASE-NBR " resolved "
                   DECISION-WORDS ".".
           CALL "MASKACCT" USING DSPCASE-ACCT-NBR MASKED-ACCT.
           MOVE DSPCASE-CASE-NBR TO ENTRY-CASE-NBR.
           MOVE DSPCASE-REASON TO ENTRY-REASON.
           PERFORM LOG-THE-CHANGE.
           MOVE ENTRY-DECISION TO CHANGE-DETAIL (31:1).
           CALL "DAYLOG" USING "DSP01   " OPERATOR-ID "DSPRESLV"
                                CHANGE-DETAIL.
       RESOLVE-A-CASE-EXIT.
           EXIT.

       SHOW-A-CASE.
           PERFORM TAKE-CASE-NUMBER.
           IF NOT CASE-FOUND
               GO TO SHOW-A-CASE-EXIT
           END-IF.
           PERFORM SHOW-CASE-RECORD.
       SHOW-A-CASE-EXIT.
           EXIT.

       TAKE-CASE-NUMBER.
           MOVE 'N' TO CASE-FOUND-SW.
           DISPLAY "Case number:".
           ACCEPT ENTRY-CASE-NBR.
           MOVE ENTRY-CASE-NBR TO DSPCASE-CASE-NBR.
           READ DSPCASE-FILE
               INVALID KEY
                   DISPLAY "No case " ENTRY-CASE-NBR " on file."
               NOT INVALID KEY
                   MOVE 'Y' TO CASE-FOUND-SW
           END-READ.

      * The item comes from the keyed copy when it is there; an
      * item that has rolled off is keyed by hand. Only a debit
      * can be disputed - the customer is asking for money back.
       TAKE-DISPUTED-ITEM.
           MOVE 'Y' TO ENTRY-OK-SW.
           MOVE 'N' TO ENTRY-VERIFIED.
           MOVE SPACES TO ENTRY-ENTITY.
           MOVE SPACES TO ENTRY-CURRENCY.
           IF CLX-PRESENT
               MOVE ENTRY-TXN-KEY TO FILEDATCLT-IDX-KEY
               READ FILEDATCLT-INDEXED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ENTRY-VERIFIED
               END-READ
           END-IF.
           IF ENTRY-VERIFIED = 'Y'
               MOVE FILEDATCLT-IDX-REC TO DISPUTED-TXN
               IF DISPUTED-REC-TYPE = "HD" OR
                  DISPUTED-REC-TYPE = "TR"
                   DISPLAY "That key is a control record - not "
                           "opened."
                   MOVE 'N' TO ENTRY-OK-SW
                   GO TO TAKE-DISPUTED-ITEM-EXIT
               END-IF
               MOVE DISPUTED-DATE TO ENTRY-DATE
               MOVE DISPUTED-REC-TYPE TO ENTRY-TYPE
               MOVE DISPUTED-AMOUNT TO PARSED-AMOUNT
               MOVE DISPUTED-ENTITY TO ENTRY-ENTITY
               MOVE DISPUTED-CURRENCY TO ENTRY-CURRENCY
               MOVE PARSED-AMOUNT TO EDITED-AMOUNT
               DISPLAY "Found: " ENTRY-DATE " TYPE " ENTRY-TYPE
                       " AMT " EDITED-AMOUNT " ENT " ENTRY-ENTITY
           ELSE
               DISPLAY "Not on the keyed copy - key the item."
               PERFORM TAKE-ITEM-BY-HAND THRU
                   TAKE-ITEM-BY-HAND-EXIT
               IF NOT ENTRY-OK
                   GO TO TAKE-DISPUTED-ITEM-EXIT
               END-IF
           END-IF.
           IF PARSED-AMOUNT NOT < 0
               DISPLAY "Only a debit can be disputed - not "
                       "opened."
               MOVE 'N' TO ENTRY-OK-SW
           END-IF.
       TAKE-DISPUTED-ITEM-EXIT.
           EXIT.

       TAKE-ITEM-BY-HAND.
           IF ACCTMST-PRESENT
               MOVE ENTRY-ACCT TO ACCTMST-ACCT-NBR
               READ ACCTMST-FILE
                   INVALID KEY
                       DISPLAY MASKED-ACCT " is not on the account "
                               "master - not opened."
                       MOVE 'N' TO ENTRY-OK-SW
                       GO TO TAKE-ITEM-BY-HAND-EXIT
               END-READ
               MOVE ACCTMST-ENTITY TO ENTRY-ENTITY
               MOVE ACCTMST-CURRENCY TO ENTRY-CURRENCY
           END-IF.
           DISPLAY "Transaction date CCYYMMDD:".
           ACCEPT ENTRY-DATE.
           MOVE ENTRY-DATE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               DISPLAY "Date rejected - " DC-REASON
               MOVE 'N' TO ENTRY-OK-SW
               GO TO TAKE-ITEM-BY-HAND-EXIT
           END-IF.
           DISPLAY "Record type (2 characters):".
           ACCEPT ENTRY-TYPE.
           DISPLAY "Amount as posted (signed, e.g. -1234.56):".
           ACCEPT AMOUNT-TEXT.
           PERFORM PARSE-THE-AMOUNT.
           IF NOT ENTRY-OK
               DISPLAY "Amount rejected - not a usable number."
           END-IF.
       TAKE-ITEM-BY-HAND-EXIT.
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

      * One case per transaction key, whatever its state.
       FIND-CASE-FOR-KEY.
           MOVE 0 TO DUPLICATE-CASE-NBR.
           MOVE 'N' TO CASES-DONE-SW.
           MOVE LOW-VALUES TO DSPCASE-CASE-NBR.
           START DSPCASE-FILE
               KEY IS NOT LESS THAN DSPCASE-CASE-NBR
               INVALID KEY
                   MOVE 'Y' TO CASES-DONE-SW
           END-START.
           PERFORM UNTIL CASES-DONE-SW = 'Y'
               READ DSPCASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CASES-DONE-SW
               END-READ
               IF CASES-DONE-SW = 'N' AND
                  DSPCASE-TXN-KEY = ENTRY-TXN-KEY
                   MOVE DSPCASE-CASE-NBR TO DUPLICATE-CASE-NBR
                   MOVE 'Y' TO CASES-DONE-SW
               END-IF
           END-PERFORM.

       FIND-HIGHEST-CASE.
           MOVE 0 TO HIGHEST-CASE-NBR.
           MOVE 'N' TO CASES-DONE-SW.
           MOVE LOW-VALUES TO DSPCASE-CASE-NBR.
           START DSPCASE-FILE
               KEY IS NOT LESS THAN DSPCASE-CASE-NBR
               INVALID KEY
                   MOVE 'Y' TO CASES-DONE-SW
           END-START.
           PERFORM UNTIL CASES-DONE-SW = 'Y'
               READ DSPCASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CASES-DONE-SW
               END-READ
               IF CASES-DONE-SW = 'N'
                   MOVE DSPCASE-CASE-NBR TO HIGHEST-CASE-NBR
               END-IF
           END-PERFORM.

      * Postings an earlier session left waiting on DSP01OUT
      * have not reached the keyed copy yet, so their
      * sequences seed the allocation table.
       NOTE-WAITING-SEQUENCES.
           OPEN INPUT DSP01-OUTPUT.
           IF DSP01OUT-STATUS = "00"
               PERFORM UNTIL DSP01OUT-STATUS NOT = "00"
                   READ DSP01-OUTPUT
                       AT END MOVE "10" TO DSP01OUT-STATUS
                   END-READ
                   IF DSP01OUT-STATUS = "00" AND
                      NOT FILEDATCLT-CONTROL-REC
                       MOVE FILEDATCLT-ACCT-NBR TO ALLOC-ACCT
                       MOVE FILEDATCLT-SEQ-NBR TO WAITING-SEQ
                       PERFORM FIND-ALLOCATION-SLOT
                       IF WAITING-SEQ >
                              SEQ-ALLOC-LAST (SEQ-ALLOC-SLOT)
                           MOVE WAITING-SEQ TO
                                SEQ-ALLOC-LAST (SEQ-ALLOC-SLOT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE DSP01-OUTPUT
           END-IF.

      * The posting's sequence comes from one past the account's
      * high-water, tracked per account for the session.
       QUEUE-ONE-POSTING.
           MOVE ENTRY-ACCT TO ALLOC-ACCT.
           PERFORM FIND-ALLOCATION-SLOT.
           ADD 1 TO SEQ-ALLOC-LAST (SEQ-ALLOC-SLOT).
           MOVE SEQ-ALLOC-LAST (SEQ-ALLOC-SLOT) TO ALLOC-SEQ.
           ADD 1 TO POSTING-COUNT.
           MOVE ENTRY-ACCT TO POSTING-ACCT-NBR (POSTING-COUNT).
           MOVE ALLOC-SEQ TO POSTING-SEQ (POSTING-COUNT).
           MOVE DECISION-TYPE TO POSTING-REC-TYPE (POSTING-COUNT).
           MOVE DECISION-AMOUNT TO POSTING-AMOUNT (POSTING-COUNT).
           MOVE ENTRY-ENTITY TO POSTING-ENTITY (POSTING-COUNT).
           MOVE ENTRY-CURRENCY TO POSTING-CURRENCY (POSTING-COUNT).

       FIND-ALLOCATION-SLOT.
           MOVE 0 TO SEQ-ALLOC-SLOT.
           PERFORM VARYING SEQ-ALLOC-IDX FROM 1 BY 1
                   UNTIL SEQ-ALLOC-IDX > SEQ-ALLOC-COUNT
               IF ALLOC-ACCT = SEQ-ALLOC-ACCT (SEQ-ALLOC-IDX)
                   MOVE SEQ-ALLOC-IDX TO SEQ-ALLOC-SLOT
               END-IF
           END-PERFORM.
           IF SEQ-ALLOC-SLOT = 0
               IF SEQ-ALLOC-COUNT < 50
                   ADD 1 TO SEQ-ALLOC-COUNT
                   MOVE SEQ-ALLOC-COUNT TO SEQ-ALLOC-SLOT
                   MOVE ALLOC-ACCT TO
                        SEQ-ALLOC-ACCT (SEQ-ALLOC-SLOT)
                   PERFORM FIND-ACCOUNT-HIGH-WATER THRU
                       FIND-ACCOUNT-HIGH-WATER-EXIT
               ELSE
      * Session table full: fall back to the last slot, the
      * ADJ01 rule.
                   MOVE SEQ-ALLOC-COUNT TO SEQ-ALLOC-SLOT
               END-IF
           END-IF.

       FIND-ACCOUNT-HIGH-WATER.
           MOVE 0 TO SEQ-ALLOC-LAST (SEQ-ALLOC-SLOT).
           IF NOT CLX-PRESENT
               GO TO FIND-ACCOUNT-HIGH-WATER-EXIT
           END-IF.
           MOVE 'N' TO HIGH-WATER-DONE-SW.
           MOVE SPACES TO FILEDATCLT-IDX-KEY.
           MOVE ALLOC-ACCT TO FILEDATCLT-IDX-KEY (1:10).
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
                   IF FILEDATCLT-IDX-KEY (1:10) NOT = ALLOC-ACCT
                       MOVE 'Y' TO HIGH-WATER-DONE-SW
                   ELSE
                       IF FILEDATCLT-IDX-KEY (11:4) IS NUMERIC
                           MOVE FILEDATCLT-IDX-KEY (11:4) TO
                                SEQ-ALLOC-LAST (SEQ-ALLOC-SLOT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       FIND-ACCOUNT-HIGH-WATER-EXIT.
           EXIT.

       NOTE-ONE-ENTITY.
           MOVE 'N' TO ENTITY-SEEN-SW.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               IF POSTING-ENTITY (POSTING-IDX) =
                      ENTITY-CODE (ENTITY-IDX)
                   MOVE 'Y' TO ENTITY-SEEN-SW
               END-IF
           END-PERFORM.
           IF ENTITY-SEEN-SW = 'N' AND ENTITY-COUNT < 10
               ADD 1 TO ENTITY-COUNT
               MOVE POSTING-ENTITY (POSTING-IDX) TO
                    ENTITY-CODE (ENTITY-COUNT)
           END-IF.

       WRITE-ONE-ENTITY-SECTION.
           MOVE ENTITY-CODE (ENTITY-IDX) TO CURRENT-ENTITY.
           MOVE 0 TO SECTION-COUNT.
           MOVE 0 TO SECTION-AMOUNT-TOTAL.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "HD" TO FILEDATCLT-REC-TYPE.
           MOVE RUN-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE 0 TO FILEDATCLT-AMOUNT.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "DISPUTE " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.
           PERFORM VARYING POSTING-IDX FROM 1 BY 1
                   UNTIL POSTING-IDX > POSTING-COUNT
               IF POSTING-ENTITY (POSTING-IDX) = CURRENT-ENTITY
                   PERFORM WRITE-ONE-POSTING
               END-IF
           END-PERFORM.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "TR" TO FILEDATCLT-REC-TYPE.
           MOVE RUN-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE SECTION-AMOUNT-TOTAL TO FILEDATCLT-AMOUNT.
           MOVE SECTION-COUNT TO FILEDATCLT-CTL-COUNT.
           MOVE "DISPUTE " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.

       WRITE-ONE-POSTING.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE POSTING-ACCT-NBR (POSTING-IDX) TO
                FILEDATCLT-ACCT-NBR.
           MOVE POSTING-SEQ (POSTING-IDX) TO FILEDATCLT-SEQ-NBR.
           MOVE RUN-DATE-NUM TO FILEDATCLT-DATE.
           MOVE POSTING-AMOUNT (POSTING-IDX) TO FILEDATCLT-AMOUNT.
           MOVE POSTING-REC-TYPE (POSTING-IDX) TO
                FILEDATCLT-REC-TYPE.
           MOVE POSTING-CURRENCY (POSTING-IDX) TO
                FILEDATCLT-CURRENCY-CODE.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "DISPUTE " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.
           ADD 1 TO SECTION-COUNT.
           ADD POSTING-AMOUNT (POSTING-IDX) TO SECTION-AMOUNT-TOTAL.

       SHOW-CASE-RECORD.
           CALL "MASKACCT" USING DSPCASE-ACCT-NBR MASKED-ACCT.
           MOVE DSPCASE-TXN-AMOUNT TO EDITED-AMOUNT.
           DISPLAY "=== CASE " DSPCASE-CASE-NBR " ===".
           DISPLAY "  ITEM " MASKED-ACCT " " DSPCASE-SEQ-NBR
                   " " DSPCASE-TXN-DATE " TYPE " DSPCASE-TXN-TYPE
                   " AMT " EDITED-AMOUNT.
           IF DSPCASE-TXN-VERIFIED NOT = 'Y'
               DISPLAY "  (item keyed by hand, not verified on "
                       "the keyed copy)"
           END-IF.
           DISPLAY "  REASON " DSPCASE-REASON.
           DISPLAY "  OPENED " DSPCASE-OPENED-DATE
                   " BY " DSPCASE-OPENED-BY.
           IF DSPCASE-PROV-GIVEN
               MOVE DSPCASE-PROV-AMOUNT TO EDITED-AMOUNT
               DISPLAY "  PROVISIONAL CREDIT " EDITED-AMOUNT
                       " SEQ " DSPCASE-PROV-SEQ
           END-IF.
           IF DSPCASE-LAST-NOTE NOT = SPACES
               DISPLAY "  NOTE " DSPCASE-LAST-NOTE
                       " " DSPCASE-UPDATED-DATE
                       " BY " DSPCASE-UPDATED-BY
           END-IF.
           IF DSPCASE-RESOLVED
               PERFORM DESCRIBE-THE-DECISION
               DISPLAY "  RESOLVED " DECISION-WORDS
                       " " DSPCASE-RESOLVED-DATE
                       " BY " DSPCASE-RESOLVED-BY
           ELSE
               DISPLAY "  OPEN"
           END-IF.

       DESCRIBE-THE-DECISION.
           EVALUATE TRUE
               WHEN DSPCASE-UPHELD
                   MOVE "UPHELD" TO DECISION-WORDS
               WHEN DSPCASE-DECLINED
                   MOVE "DECLINED" TO DECISION-WORDS
               WHEN OTHER
                   MOVE "WITHDRAWN" TO DECISION-WORDS
           END-EVALUATE.

       LOG-THE-CHANGE.
           MOVE SPACES TO CHANGE-DETAIL.
           STRING ENTRY-CASE-NBR " " MASKED-ACCT " "
                  ENTRY-REASON
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
