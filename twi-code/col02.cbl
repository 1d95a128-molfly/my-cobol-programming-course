       IDENTIFICATION DIVISION.
       PROGRAM-ID. COL02.
      *--------------------------------------------------
      * COLLECTIONS CASE CONSOLE. COL01 OPENS, AGES AND CLOSES
      * THE CASES ON THE KEYED COLLCASE FILE EACH NIGHT; THIS IS
      * WHERE THE COLLECTORS RECORD WHAT THEY HAVE DONE. IT IS
      * GATED THE SEC01 WAY (THE OPERATOR MUST HOLD "COL02" IN
      * THEIR MENU01SEC SLOTS) AND OFFERS, BY ACCOUNT NUMBER:
      *   RECORD AN ACTION - A SHORT NOTE OF THE CALL, LETTER OR
      *   VISIT, STAMPED WITH THE DATE AND OPERATOR,
      *   RECORD A PROMISE TO PAY - THE AMOUNT AND THE DATE THE
      *   CUSTOMER PROMISED, NOT BEFORE TODAY; COL01 MARKS IT
      *   KEPT WHEN THE BALANCE RECOVERS AND BROKEN WHEN THE DATE
      *   PASSES WITH THE ACCOUNT STILL NEGATIVE,
      *   SHOW A CASE,
      *   LIST THE OPEN CASES, HIGHEST STAGE FIRST.
      * ONLY AN OPEN CASE TAKES ACTIONS OR PROMISES - A CLOSED
      * ONE HAS RECOVERED. EVERY CHANGE IS CONFIRMED THROUGH
      * CONTYN AND LOGGED THROUGH DAYLOG WITH THE OPERATOR ID, SO
      * THE FULL HISTORY OF A CASE IS ON THE DAILY LOG.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch points a practice session at the
      * TRN-prefixed copies.
           SELECT COLLCASE-FILE ASSIGN TO COL02-CASE-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS COLLCASE-ACCT-NBR
                  FILE STATUS   IS COLLCASE-STATUS.

           SELECT COL02-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT COL02-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLCASE-FILE.
           COPY "collcase.cpy".

       FD  COL02-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  COL02-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "colstage.cpy".

       01  COLLCASE-STATUS.
           05  COLLCASE-STATUS-L        PIC X.
           05  COLLCASE-STATUS-R        PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

      * Suite training switch and the dataset name it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  COL02-CASE-NAME              PIC X(12)
                                        VALUE "COLLCASE".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  COLLCASE-OPEN-SW             PIC X       VALUE 'N'.
           88  COLLCASE-FILE-OPEN                    VALUE 'Y'.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  CHANGES-MADE                 PIC 9(4)    VALUE 0.
       01  ENTRY-ACCT                   PIC X(10).
       01  ENTRY-NOTE                   PIC X(30).
       01  ENTRY-DATE                   PIC 9(8).
       01  ENTRY-OK-SW                  PIC X.
           88  ENTRY-OK                              VALUE 'Y'.
       01  CASE-FOUND-SW                PIC X.
           88  CASE-FOUND                            VALUE 'Y'.
       01  CASES-DONE-SW                PIC X.
       01  LIST-STAGE                   PIC 9.
       01  LISTED-COUNT                 PIC 9(6).
       01  MASKED-ACCT                  PIC X(10).
       01  CHANGE-DETAIL                PIC X(31).
       01  PROMISE-WORDS                PIC X(8).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-DEFICIT               PIC Z(10)9.99.
       01  EDITED-PROMISE               PIC Z(8)9.99.
       01  EDITED-DAYS                  PIC Z(4)9.

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
       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "COL02   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "COL02: " OPERATOR-ID " does not hold "
                       "COL02 - access denied."
           ELSE
               PERFORM OPEN-THE-FILES
               IF COLLCASE-FILE-OPEN
                   PERFORM RUN-CASE-SESSION
               END-IF
               PERFORM CLOSE-THE-FILES
           END-IF.
           DISPLAY "COL02: changes written= " CHANGES-MADE.
           CALL "DAYLOG" USING "COL02   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT COL02-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ COL02-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNCOLCASE" TO COL02-CASE-NAME
                   DISPLAY "*** TRAINING *** practice case file "
                           "in use - nothing is real"
               END-IF
               CLOSE COL02-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT COL02-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ COL02-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "COL02   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE COL02-SECURITY
           END-IF.

      * The cases are opened by COL01 only; with no case file
      * there is nothing to work.
       OPEN-THE-FILES.
           OPEN I-O COLLCASE-FILE.
           IF COLLCASE-STATUS = "00"
               MOVE 'Y' TO COLLCASE-OPEN-SW
           ELSE
               DISPLAY "COL02: OPEN COLLCASE-FILE - status "
                       COLLCASE-STATUS " - no cases to work"
           END-IF.

       CLOSE-THE-FILES.
           IF COLLCASE-FILE-OPEN
               CLOSE COLLCASE-FILE
           END-IF.

       RUN-CASE-SESSION.
           PERFORM UNTIL SESSION-DONE
               DISPLAY " "
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING ***"
               END-IF
               DISPLAY "A=Record action P=Promise to pay "
                       "S=Show case"
               DISPLAY "L=List open cases Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'A' WHEN 'a'
                       PERFORM RECORD-AN-ACTION THRU
                           RECORD-AN-ACTION-EXIT
                   WHEN 'P' WHEN 'p'
                       PERFORM RECORD-A-PROMISE THRU
                           RECORD-A-PROMISE-EXIT
                   WHEN 'S' WHEN 's'
                       PERFORM SHOW-A-CASE THRU
                           SHOW-A-CASE-EXIT
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-OPEN-CASES
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

      * LEVEL 3 ROUTINES
       RECORD-AN-ACTION.
           PERFORM TAKE-CASE-ACCOUNT.
           IF NOT CASE-FOUND
               GO TO RECORD-AN-ACTION-EXIT
           END-IF.
           PERFORM SHOW-CASE-RECORD.
           IF NOT COLLCASE-OPEN
               DISPLAY "Case is closed - the account has "
                       "recovered."
               GO TO RECORD-AN-ACTION-EXIT
           END-IF.
           DISPLAY "Action taken (call, letter, visit ...):".
           ACCEPT ENTRY-NOTE.
           IF ENTRY-NOTE = SPACES
               DISPLAY "A note is required - case unchanged."
               GO TO RECORD-AN-ACTION-EXIT
           END-IF.
           DISPLAY "Record this action (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Case unchanged."
               GO TO RECORD-AN-ACTION-EXIT
           END-IF.
           MOVE ENTRY-NOTE TO COLLCASE-LAST-ACTION.
           MOVE RUN-DATE-NUM TO COLLCASE-ACTION-DATE.
           MOVE OPERATOR-ID TO COLLCASE-ACTION-BY.
           IF COLLCASE-ACTION-COUNT < 9999
               ADD 1 TO COLLCASE-ACTION-COUNT
           END-IF.
           REWRITE COLLCASE-REC
               INVALID KEY
                   DISPLAY "COL02: REWRITE COLLCASE-FILE - status "
                           COLLCASE-STATUS
                   GO TO RECORD-AN-ACTION-EXIT
           END-REWRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Action recorded on " MASKED-ACCT ".".
           MOVE SPACES TO CHANGE-DETAIL.
           STRING MASKED-ACCT " " ENTRY-NOTE
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "COL02   " OPERATOR-ID "COLACT  "
                                CHANGE-DETAIL.
       RECORD-AN-ACTION-EXIT.
           EXIT.

      * A new promise replaces any earlier one, kept, broken or
      * still pending.
       RECORD-A-PROMISE.
           PERFORM TAKE-CASE-ACCOUNT.
           IF NOT CASE-FOUND
               GO TO RECORD-A-PROMISE-EXIT
           END-IF.
           PERFORM SHOW-CASE-RECORD.
           IF NOT COLLCASE-OPEN
               DISPLAY "Case is closed - the account has "
                       "recovered."
               GO TO RECORD-A-PROMISE-EXIT
           END-IF.
           DISPLAY "Amount promised (e.g. 250.00):".
           ACCEPT AMOUNT-TEXT.
           PERFORM PARSE-THE-AMOUNT.
           IF NOT ENTRY-OK OR PARSED-AMOUNT NOT > 0
               DISPLAY "Amount must be a positive figure - case "
                       "unchanged."
               GO TO RECORD-A-PROMISE-EXIT
           END-IF.
           DISPLAY "Date promised CCYYMMDD:".
           ACCEPT ENTRY-DATE.
           MOVE ENTRY-DATE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               DISPLAY "Date rejected - " DC-REASON
               GO TO RECORD-A-PROMISE-EXIT
           END-IF.
           IF ENTRY-DATE < RUN-DATE-NUM
               DISPLAY "A promise cannot be dated in the past - "
                       "case unchanged."
               GO TO RECORD-A-PROMISE-EXIT
           END-IF.
           MOVE PARSED-AMOUNT TO EDITED-PROMISE.
           DISPLAY "Promise " EDITED-PROMISE " by " ENTRY-DATE
                   " on " MASKED-ACCT " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Case unchanged."
               GO TO RECORD-A-PROMISE-EXIT
           END-IF.
           MOVE PARSED-AMOUNT TO COLLCASE-PROMISE-AMOUNT.
           MOVE ENTRY-DATE TO COLLCASE-PROMISE-DATE.
           MOVE 'P' TO COLLCASE-PROMISE-STATUS.
           MOVE SPACES TO COLLCASE-LAST-ACTION.
           STRING "PROMISE TO PAY " ENTRY-DATE
               DELIMITED BY SIZE INTO COLLCASE-LAST-ACTION.
           MOVE RUN-DATE-NUM TO COLLCASE-ACTION-DATE.
           MOVE OPERATOR-ID TO COLLCASE-ACTION-BY.
           IF COLLCASE-ACTION-COUNT < 9999
               ADD 1 TO COLLCASE-ACTION-COUNT
           END-IF.
           REWRITE COLLCASE-REC
               INVALID KEY
                   DISPLAY "COL02: REWRITE COLLCASE-FILE - status "
                           COLLCASE-STATUS
                   GO TO RECORD-A-PROMISE-EXIT
           END-REWRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Promise recorded on " MASKED-ACCT ".".
           MOVE SPACES TO CHANGE-DETAIL.
           STRING MASKED-ACCT " " ENTRY-DATE " " EDITED-PROMISE
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "COL02   " OPERATOR-ID "COLPTP  "
                                CHANGE-DETAIL.
       RECORD-A-PROMISE-EXIT.
           EXIT.

       SHOW-A-CASE.
           PERFORM TAKE-CASE-ACCOUNT.
           IF NOT CASE-FOUND
               GO TO SHOW-A-CASE-EXIT
           END-IF.
           PERFORM SHOW-CASE-RECORD.
       SHOW-A-CASE-EXIT.
           EXIT.

      * One pass of the case file per stage, the oldest stage
      * first, so the worst accounts head the list.
       LIST-OPEN-CASES.
           MOVE 0 TO LISTED-COUNT.
           PERFORM VARYING LIST-STAGE FROM COLSTAGE-COUNT BY -1
                   UNTIL LIST-STAGE < 1
               PERFORM LIST-ONE-STAGE
           END-PERFORM.
           DISPLAY "Open cases listed: " LISTED-COUNT.

       LIST-ONE-STAGE.
           MOVE 'N' TO CASES-DONE-SW.
           MOVE LOW-VALUES TO COLLCASE-ACCT-NBR.
           START COLLCASE-FILE
               KEY IS NOT LESS THAN COLLCASE-ACCT-NBR
               INVALID KEY
                   MOVE 'Y' TO CASES-DONE-SW
           END-START.
           PERFORM UNTIL CASES-DONE-SW = 'Y'
               READ COLLCASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CASES-DONE-SW
               END-READ
               IF CASES-DONE-SW = 'N' AND COLLCASE-OPEN AND
                  COLLCASE-STAGE = LIST-STAGE
                   ADD 1 TO LISTED-COUNT
                   CALL "MASKACCT" USING COLLCASE-ACCT-NBR
                                         MASKED-ACCT
                   MOVE COLLCASE-BALANCE TO EDITED-AMOUNT
                   MOVE COLLCASE-DAYS-OVERDRAWN TO EDITED-DAYS
                   DISPLAY MASKED-ACCT " "
                           COLSTAGE-NAME (COLLCASE-STAGE)
                           " " EDITED-DAYS "D BAL " EDITED-AMOUNT
                           " PTP " COLLCASE-PROMISE-STATUS
               END-IF
           END-PERFORM.

       TAKE-CASE-ACCOUNT.
           MOVE 'N' TO CASE-FOUND-SW.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           MOVE ENTRY-ACCT TO COLLCASE-ACCT-NBR.
           READ COLLCASE-FILE
               INVALID KEY
                   DISPLAY "No collections case for " MASKED-ACCT
                           "."
               NOT INVALID KEY
                   MOVE 'Y' TO CASE-FOUND-SW
           END-READ.

       SHOW-CASE-RECORD.
           CALL "MASKACCT" USING COLLCASE-ACCT-NBR MASKED-ACCT.
           MOVE COLLCASE-BALANCE TO EDITED-AMOUNT.
           MOVE COLLCASE-MAX-DEFICIT TO EDITED-DEFICIT.
           MOVE COLLCASE-DAYS-OVERDRAWN TO EDITED-DAYS.
           DISPLAY "=== CASE " MASKED-ACCT " ===".
           IF COLLCASE-OPEN
               DISPLAY "  OPEN SINCE " COLLCASE-OPENED-DATE
                       " " EDITED-DAYS " DAYS OVERDRAWN"
           ELSE
               DISPLAY "  CLOSED " COLLCASE-CLOSED-DATE
                       " - OPENED " COLLCASE-OPENED-DATE
           END-IF.
           DISPLAY "  BALANCE " EDITED-AMOUNT
                   " DEEPEST " EDITED-DEFICIT.
           IF COLLCASE-STAGE > 0
               DISPLAY "  STAGE " COLLCASE-STAGE " "
                       COLSTAGE-NAME (COLLCASE-STAGE)
                       " SINCE " COLLCASE-STAGE-DATE
           END-IF.
           IF COLLCASE-TIMES-OPENED > 1
               DISPLAY "  OVERDRAWN SPELLS " COLLCASE-TIMES-OPENED
           END-IF.
           IF COLLCASE-LAST-ACTION NOT = SPACES
               DISPLAY "  LAST ACTION " COLLCASE-LAST-ACTION
                       " " COLLCASE-ACTION-DATE
                       " BY " COLLCASE-ACTION-BY
               DISPLAY "  ACTIONS " COLLCASE-ACTION-COUNT
           END-IF.
           IF NOT COLLCASE-NO-PROMISE
               EVALUATE TRUE
                   WHEN COLLCASE-PROMISE-PENDING
                       MOVE "PENDING" TO PROMISE-WORDS
                   WHEN COLLCASE-PROMISE-KEPT
                       MOVE "KEPT" TO PROMISE-WORDS
                   WHEN OTHER
                       MOVE "BROKEN" TO PROMISE-WORDS
               END-EVALUATE
               MOVE COLLCASE-PROMISE-AMOUNT TO EDITED-PROMISE
               DISPLAY "  PROMISE " EDITED-PROMISE
                       " BY " COLLCASE-PROMISE-DATE
                       " " PROMISE-WORDS
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
