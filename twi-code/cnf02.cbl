       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNF02.
      *--------------------------------------------------
      * BALANCE CONFIRMATION REPLY CONSOLE. CNF01 DRAWS THE
      * AUDIT SAMPLE ONTO THE KEYED BALCONF FILE AND PRINTS THE
      * REQUESTS; THE REPLIES USED TO BE TICKED OFF ON PAPER.
      * THIS IS WHERE THEY ARE RECORDED. IT IS GATED THE SEC01
      * WAY (THE OPERATOR MUST HOLD "CNF02" IN THEIR MENU01SEC
      * SLOTS), WORKS ON ONE AUDIT DATE PER SESSION, AND OFFERS,
      * BY ACCOUNT NUMBER:
      *   RECORD A REPLY - AGREED, DISPUTED (WITH THE BALANCE
      *   THE CUSTOMER SAYS THEY HELD AND A NOTE OF WHY) OR NO
      *   REPLY, STAMPED WITH THE DATE AND OPERATOR,
      *   SHOW A REQUEST,
      *   LIST THE REQUESTS STILL AWAITING A REPLY.
      * A DISPUTE CNF03 HAS ALREADY RECONCILED IS NOT REOPENED
      * HERE. EVERY REPLY IS CONFIRMED THROUGH CONTYN AND LOGGED
      * THROUGH DAYLOG WITH THE OPERATOR ID.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGN names a working-storage variable so the suite
      * training switch points a practice session at the
      * TRN-prefixed copy.
           SELECT BALCONF-FILE ASSIGN TO CNF02-CONF-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BALCONF-KEY
                  FILE STATUS   IS BALCONF-STATUS.

           SELECT CNF02-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT CNF02-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALCONF-FILE.
           COPY "balconf.cpy".

       FD  CNF02-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  CNF02-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  BALCONF-STATUS.
           05  BALCONF-STATUS-L         PIC X.
           05  BALCONF-STATUS-R         PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

      * Suite training switch and the dataset name it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  CNF02-CONF-NAME              PIC X(12)
                                        VALUE "BALCONF".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  BALCONF-OPEN-SW              PIC X       VALUE 'N'.
           88  BALCONF-FILE-OPEN                     VALUE 'Y'.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  REPLY-PICK                   PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  CHANGES-MADE                 PIC 9(4)    VALUE 0.
       01  AUDIT-DATE                   PIC 9(8)    VALUE 0.
       01  AUDIT-DATE-ENTRY             PIC X(8).
       01  ENTRY-ACCT                   PIC X(10).
       01  ENTRY-NOTE                   PIC X(30).
       01  ENTRY-OK-SW                  PIC X.
           88  ENTRY-OK                              VALUE 'Y'.
       01  REQUEST-FOUND-SW             PIC X.
           88  REQUEST-FOUND                         VALUE 'Y'.
       01  REQUESTS-DONE-SW             PIC X.
           88  REQUESTS-DONE                         VALUE 'Y'.
       01  LISTED-COUNT                 PIC 9(6).
       01  MASKED-ACCT                  PIC X(10).
       01  CHANGE-DETAIL                PIC X(31).
       01  REPLY-WORDS                  PIC X(9).
       01  STRATUM-WORDS                PIC X(8).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-STATED                PIC -(11)9.99.
       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.

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
       01  STATED-AMOUNT                PIC S9(11)V99.

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
           CALL "DAYLOG" USING "CNF02   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "CNF02: " OPERATOR-ID " does not hold "
                       "CNF02 - access denied."
           ELSE
               PERFORM TAKE-AUDIT-DATE
               IF AUDIT-DATE > 0
                   PERFORM OPEN-THE-FILES
                   IF BALCONF-FILE-OPEN
                       PERFORM RUN-REPLY-SESSION
                   END-IF
                   PERFORM CLOSE-THE-FILES
               END-IF
           END-IF.
           DISPLAY "CNF02: replies written= " CHANGES-MADE.
           CALL "DAYLOG" USING "CNF02   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT CNF02-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ CNF02-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNBALCONF" TO CNF02-CONF-NAME
                   DISPLAY "*** TRAINING *** practice confirmation "
                           "file in use - nothing is real"
               END-IF
               CLOSE CNF02-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT CNF02-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ CNF02-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "CNF02   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CNF02-SECURITY
           END-IF.

      * Blank takes the business date - the usual case when the
      * audit date is the year-end just closed.
       TAKE-AUDIT-DATE.
           MOVE 0 TO AUDIT-DATE.
           DISPLAY "Audit date CCYYMMDD (blank = business date):".
           ACCEPT AUDIT-DATE-ENTRY.
           IF AUDIT-DATE-ENTRY = SPACES
               CALL "BIZDATE" USING AUDIT-DATE
                   ON EXCEPTION
                       MOVE RUN-DATE-NUM TO AUDIT-DATE
               END-CALL
           ELSE
               IF AUDIT-DATE-ENTRY IS NUMERIC
                   MOVE AUDIT-DATE-ENTRY TO DC-DATE
                   CALL "DATECK" USING DC-DATE DC-RESULT
                                        DC-VIOLATION DC-REASON
                   IF DC-PASSED
                       MOVE DC-DATE TO AUDIT-DATE
                   ELSE
                       DISPLAY "Date rejected - " DC-REASON
                   END-IF
               ELSE
                   DISPLAY "Date must be CCYYMMDD."
               END-IF
           END-IF.

      * The requests are written by CNF01 only; with no file
      * there is nothing to record against.
       OPEN-THE-FILES.
           OPEN I-O BALCONF-FILE.
           IF BALCONF-STATUS = "00"
               MOVE 'Y' TO BALCONF-OPEN-SW
           ELSE
               DISPLAY "CNF02: OPEN BALCONF-FILE - status "
                       BALCONF-STATUS " - no requests on file"
           END-IF.

       CLOSE-THE-FILES.
           IF BALCONF-FILE-OPEN
               CLOSE BALCONF-FILE
           END-IF.

       RUN-REPLY-SESSION.
           PERFORM UNTIL SESSION-DONE
               DISPLAY " "
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING ***"
               END-IF
               DISPLAY "AUDIT DATE " AUDIT-DATE
               DISPLAY "R=Record reply S=Show request "
                       "L=List awaiting Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'R' WHEN 'r'
                       PERFORM RECORD-A-REPLY THRU
                           RECORD-A-REPLY-EXIT
                   WHEN 'S' WHEN 's'
                       PERFORM SHOW-A-REQUEST THRU
                           SHOW-A-REQUEST-EXIT
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-AWAITING-REQUESTS
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

      * LEVEL 3 ROUTINES
       RECORD-A-REPLY.
           PERFORM TAKE-REQUEST-ACCOUNT.
           IF NOT REQUEST-FOUND
               GO TO RECORD-A-REPLY-EXIT
           END-IF.
           PERFORM SHOW-REQUEST-RECORD.
           IF NOT BALCONF-NOT-RECONCILED
               DISPLAY "Dispute already reconciled by CNF03 - "
                       "reply cannot be changed."
               GO TO RECORD-A-REPLY-EXIT
           END-IF.
           IF NOT BALCONF-AWAITING
               DISPLAY "A reply is already recorded - replace it "
                       "(Y/N)?"
               CALL "CONTYN" USING CONFIRM-ANSWER
               IF CONFIRM-ANSWER NOT = 'Y'
                   DISPLAY "Request unchanged."
                   GO TO RECORD-A-REPLY-EXIT
               END-IF
           END-IF.
           DISPLAY "Reply: A=Agreed D=Disputed N=No reply".
           ACCEPT REPLY-PICK.
           EVALUATE REPLY-PICK
               WHEN 'A' WHEN 'a'
                   MOVE 'A' TO REPLY-PICK
                   MOVE BALCONF-BALANCE TO STATED-AMOUNT
               WHEN 'N' WHEN 'n'
                   MOVE 'N' TO REPLY-PICK
                   MOVE 0 TO STATED-AMOUNT
               WHEN 'D' WHEN 'd'
                   MOVE 'D' TO REPLY-PICK
                   DISPLAY "Balance the customer states "
                           "(e.g. 1250.00 or -40.00):"
                   ACCEPT AMOUNT-TEXT
                   PERFORM PARSE-THE-AMOUNT
                   IF NOT ENTRY-OK
                       DISPLAY "Amount not understood - request "
                               "unchanged."
                       GO TO RECORD-A-REPLY-EXIT
                   END-IF
                   MOVE PARSED-AMOUNT TO STATED-AMOUNT
                   IF STATED-AMOUNT = BALCONF-BALANCE
                       DISPLAY "That is our balance - record the "
                               "reply as agreed."
                       GO TO RECORD-A-REPLY-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown reply - request unchanged."
                   GO TO RECORD-A-REPLY-EXIT
           END-EVALUATE.
           DISPLAY "Note (optional for agreed):".
           ACCEPT ENTRY-NOTE.
           IF REPLY-PICK = 'D' AND ENTRY-NOTE = SPACES
               DISPLAY "A dispute needs a note of the customer's "
                       "reason - request unchanged."
               GO TO RECORD-A-REPLY-EXIT
           END-IF.
           DISPLAY "Record this reply (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Request unchanged."
               GO TO RECORD-A-REPLY-EXIT
           END-IF.
           MOVE REPLY-PICK TO BALCONF-REPLY.
           MOVE RUN-DATE-NUM TO BALCONF-REPLY-DATE.
           MOVE STATED-AMOUNT TO BALCONF-STATED-BAL.
           MOVE ENTRY-NOTE TO BALCONF-REPLY-NOTE.
           MOVE OPERATOR-ID TO BALCONF-RECORDED-BY.
           MOVE 0 TO BALCONF-DIFFERENCE.
           IF BALCONF-DISPUTED
               COMPUTE BALCONF-DIFFERENCE =
                   BALCONF-STATED-BAL - BALCONF-BALANCE
           END-IF.
           REWRITE BALCONF-REC
               INVALID KEY
                   DISPLAY "CNF02: REWRITE BALCONF-FILE - status "
                           BALCONF-STATUS
                   GO TO RECORD-A-REPLY-EXIT
           END-REWRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Reply recorded on " MASKED-ACCT ".".
           MOVE SPACES TO CHANGE-DETAIL.
           STRING MASKED-ACCT " " AUDIT-DATE " " REPLY-PICK
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "CNF02   " OPERATOR-ID "CNFRPLY "
                                CHANGE-DETAIL.
       RECORD-A-REPLY-EXIT.
           EXIT.

       SHOW-A-REQUEST.
           PERFORM TAKE-REQUEST-ACCOUNT.
           IF NOT REQUEST-FOUND
               GO TO SHOW-A-REQUEST-EXIT
           END-IF.
           PERFORM SHOW-REQUEST-RECORD.
       SHOW-A-REQUEST-EXIT.
           EXIT.

       LIST-AWAITING-REQUESTS.
           MOVE 0 TO LISTED-COUNT.
           MOVE 'N' TO REQUESTS-DONE-SW.
           MOVE AUDIT-DATE TO BALCONF-AUDIT-DATE.
           MOVE LOW-VALUES TO BALCONF-ACCT-NBR.
           START BALCONF-FILE
               KEY IS NOT LESS THAN BALCONF-KEY
               INVALID KEY
                   MOVE 'Y' TO REQUESTS-DONE-SW
           END-START.
           PERFORM UNTIL REQUESTS-DONE
               READ BALCONF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO REQUESTS-DONE-SW
               END-READ
               IF NOT REQUESTS-DONE
                   IF BALCONF-AUDIT-DATE NOT = AUDIT-DATE
                       MOVE 'Y' TO REQUESTS-DONE-SW
                   ELSE
                       IF BALCONF-AWAITING
                           ADD 1 TO LISTED-COUNT
                           CALL "MASKACCT" USING BALCONF-ACCT-NBR
                                                 MASKED-ACCT
                           MOVE BALCONF-BALANCE TO EDITED-AMOUNT
                           DISPLAY MASKED-ACCT " " BALCONF-NAME
                                   " " EDITED-AMOUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Requests awaiting a reply: " LISTED-COUNT.

       TAKE-REQUEST-ACCOUNT.
           MOVE 'N' TO REQUEST-FOUND-SW.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           MOVE AUDIT-DATE TO BALCONF-AUDIT-DATE.
           MOVE ENTRY-ACCT TO BALCONF-ACCT-NBR.
           READ BALCONF-FILE
               INVALID KEY
                   DISPLAY "No confirmation request for "
                           MASKED-ACCT " at " AUDIT-DATE "."
               NOT INVALID KEY
                   MOVE 'Y' TO REQUEST-FOUND-SW
           END-READ.

       SHOW-REQUEST-RECORD.
           CALL "MASKACCT" USING BALCONF-ACCT-NBR MASKED-ACCT.
           MOVE BALCONF-BALANCE TO EDITED-AMOUNT.
           IF BALCONF-MATERIAL
               MOVE "MATERIAL" TO STRATUM-WORDS
           ELSE
               MOVE "RANDOM" TO STRATUM-WORDS
           END-IF.
           DISPLAY "=== REQUEST " MASKED-ACCT " " BALCONF-NAME.
           DISPLAY "  ENTITY " BALCONF-ENTITY " BAND "
                   BALCONF-BAND " " STRATUM-WORDS.
           DISPLAY "  BALANCE AT " BALCONF-AUDIT-DATE " "
                   EDITED-AMOUNT " " BALCONF-CURRENCY.
           IF BALCONF-SENT-DATE = 0
               DISPLAY "  NOT MAILED - NO USABLE ADDRESS"
           ELSE
               DISPLAY "  SENT " BALCONF-SENT-DATE
           END-IF.
           EVALUATE TRUE
               WHEN BALCONF-AGREED
                   MOVE "AGREED" TO REPLY-WORDS
               WHEN BALCONF-DISPUTED
                   MOVE "DISPUTED" TO REPLY-WORDS
               WHEN BALCONF-NO-REPLY
                   MOVE "NO REPLY" TO REPLY-WORDS
               WHEN OTHER
                   MOVE "AWAITING" TO REPLY-WORDS
           END-EVALUATE.
           IF BALCONF-AWAITING
               DISPLAY "  REPLY " REPLY-WORDS
           ELSE
               DISPLAY "  REPLY " REPLY-WORDS " "
                       BALCONF-REPLY-DATE " BY "
                       BALCONF-RECORDED-BY
           END-IF.
           IF BALCONF-DISPUTED
               MOVE BALCONF-STATED-BAL TO EDITED-STATED
               DISPLAY "  CUSTOMER STATES " EDITED-STATED
           END-IF.
           IF BALCONF-REPLY-NOTE NOT = SPACES
               DISPLAY "  NOTE " BALCONF-REPLY-NOTE
           END-IF.
           IF BALCONF-EXPLAINED
               DISPLAY "  RECONCILED " BALCONF-RECON-DATE
                       " - DIFFERENCE EXPLAINED"
           END-IF.
           IF BALCONF-UNEXPLAINED
               DISPLAY "  RECONCILED " BALCONF-RECON-DATE
                       " - DIFFERENCE NOT EXPLAINED"
           END-IF.

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
