       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTX02.
      *--------------------------------------------------
      * LARGE-TRANSACTION FILING REGISTER AND EXEMPTION
      * CONSOLE FOR COMPLIANCE. LTX01 RAISES A CANDIDATE ON THE
      * KEYED LTXREG REGISTER FOR EACH ACCOUNT WHOSE CASH IN A
      * BUSINESS DAY WENT OVER THE THRESHOLD; LTX02 IS WHERE
      * THE CANDIDATE IS ACTIONED AND WHERE THE LTXEXM LIST OF
      * ACCOUNTS THAT NEED NO FILING IS KEPT. IT IS GATED THE
      * SEC01 WAY (THE OPERATOR MUST HOLD "LTX02" IN THEIR
      * MENU01SEC SLOTS) AND OFFERS:
      *   LIST THE CANDIDATES AWAITING FILING,
      *   FILE A CANDIDATE - RECORDING THE AUTHORITY'S FILING
      *   REFERENCE,
      *   EXEMPT A CANDIDATE - RECORDING WHY IT NEEDS NO FILING,
      *   ADD OR REMOVE AN ACCOUNT ON THE EXEMPTION LIST, WITH
      *   ITS REASON AND A REVIEW DATE (ZERO FOR NONE); THE
      *   ACCOUNT MUST BE ON ACCTMST,
      *   SHOW AN ACCOUNT'S EXEMPTION AND REGISTER ENTRIES.
      * EVERY ACTION RECORDS THE OPERATOR AND DATE ON THE ENTRY,
      * IS CONFIRMED THROUGH CONTYN, WRITTEN TO THE KEYED FILE
      * ON THE SPOT, AND LOGGED THROUGH DAYLOG LIKE BLK01.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch points a practice session at the
      * TRN-prefixed copies.
           SELECT LTXREG-FILE ASSIGN TO LTX02-REG-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LTXREG-KEY
                  FILE STATUS   IS LTXREG-STATUS.

           SELECT LTXEXM-FILE ASSIGN TO LTX02-EXM-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LTXEXM-ACCT-NBR
                  FILE STATUS   IS LTXEXM-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO LTX02-MST-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT LTX02-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT LTX02-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LTXREG-FILE.
           COPY "ltxreg.cpy".

       FD  LTXEXM-FILE.
           COPY "ltxexm.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  LTX02-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  LTX02-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  LTXREG-STATUS.
           05  LTXREG-STATUS-L          PIC X.
           05  LTXREG-STATUS-R          PIC X.
       01  LTXEXM-STATUS.
           05  LTXEXM-STATUS-L          PIC X.
           05  LTXEXM-STATUS-R          PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

      * Suite training switch and the dataset names it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  LTX02-REG-NAME               PIC X(12)
                                        VALUE "LTXREG".
       01  LTX02-EXM-NAME               PIC X(12)
                                        VALUE "LTXEXM".
       01  LTX02-MST-NAME               PIC X(12)
                                        VALUE "ACCTMST".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  FILES-OPEN-SW                PIC X       VALUE 'N'.
           88  FILES-OPEN                            VALUE 'Y'.
       01  LTXREG-OPEN-SW               PIC X       VALUE 'N'.
           88  LTXREG-OPEN                           VALUE 'Y'.
       01  LTXEXM-OPEN-SW               PIC X       VALUE 'N'.
           88  LTXEXM-OPEN                           VALUE 'Y'.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTMST-PRESENT                       VALUE 'Y'.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  CHANGES-MADE                 PIC 9(4)    VALUE 0.
       01  ENTRY-ACCT                   PIC X(10).
       01  ENTRY-BUS-DATE               PIC 9(8).
       01  ENTRY-REFERENCE              PIC X(20).
       01  ENTRY-REVIEW-DATE            PIC 9(8).
       01  MASKED-ACCT                  PIC X(10).
       01  CHANGE-DETAIL                PIC X(31).
       01  ENTRY-FOUND-SW               PIC X.
           88  ENTRY-FOUND                           VALUE 'Y'.
       01  EXEMPTION-FOUND-SW           PIC X.
           88  EXEMPTION-FOUND                       VALUE 'Y'.
       01  MASTER-FOUND-SW              PIC X.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  LIST-DONE-SW                 PIC X.
           88  LIST-DONE                             VALUE 'Y'.
       01  LIST-COUNT                   PIC 9(5).
       01  STATE-WORDS                  PIC X(9).
       01  EDITED-IN                    PIC Z(10)9.99.
       01  EDITED-OUT                   PIC Z(10)9.99.

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
           CALL "DAYLOG" USING "LTX02   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "LTX02: " OPERATOR-ID " does not hold "
                       "LTX02 - access denied."
           ELSE
               PERFORM OPEN-THE-FILES
               IF FILES-OPEN
                   PERFORM RUN-MAINTENANCE-SESSION
               END-IF
               PERFORM CLOSE-THE-FILES
           END-IF.
           DISPLAY "LTX02: changes written= " CHANGES-MADE.
           CALL "DAYLOG" USING "LTX02   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT LTX02-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ LTX02-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNLTXREG" TO LTX02-REG-NAME
                   MOVE "TRNLTXEXM" TO LTX02-EXM-NAME
                   MOVE "TRNACCMST" TO LTX02-MST-NAME
                   DISPLAY "*** TRAINING *** practice filing "
                           "register in use - nothing is real"
               END-IF
               CLOSE LTX02-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT LTX02-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ LTX02-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "LTX02   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE LTX02-SECURITY
           END-IF.

      * First-ever session: no register or exemption list yet,
      * so empty ones are built, the way MST01 starts ACCTMST.
       OPEN-THE-FILES.
           MOVE 'Y' TO FILES-OPEN-SW.
           OPEN I-O LTXREG-FILE.
           IF LTXREG-STATUS = "35"
               OPEN OUTPUT LTXREG-FILE
               CLOSE LTXREG-FILE
               OPEN I-O LTXREG-FILE
           END-IF.
           IF LTXREG-STATUS NOT = "00"
               DISPLAY "LTX02: OPEN LTXREG-FILE - status "
                       LTXREG-STATUS
               MOVE 'N' TO FILES-OPEN-SW
           ELSE
               MOVE 'Y' TO LTXREG-OPEN-SW
           END-IF.
           OPEN I-O LTXEXM-FILE.
           IF LTXEXM-STATUS = "35"
               OPEN OUTPUT LTXEXM-FILE
               CLOSE LTXEXM-FILE
               OPEN I-O LTXEXM-FILE
           END-IF.
           IF LTXEXM-STATUS NOT = "00"
               DISPLAY "LTX02: OPEN LTXEXM-FILE - status "
                       LTXEXM-STATUS
               MOVE 'N' TO FILES-OPEN-SW
           ELSE
               MOVE 'Y' TO LTXEXM-OPEN-SW
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           ELSE
               DISPLAY "LTX02: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS " - accounts cannot be "
                       "verified"
           END-IF.

       CLOSE-THE-FILES.
           IF LTXREG-OPEN
               CLOSE LTXREG-FILE
           END-IF.
           IF LTXEXM-OPEN
               CLOSE LTXEXM-FILE
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
               DISPLAY "L=List candidates F=File candidate "
                       "X=Exempt candidate"
               DISPLAY "A=Add exemption R=Remove exemption "
                       "S=Show account Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-CANDIDATES
                   WHEN 'F' WHEN 'f'
                       PERFORM FILE-A-CANDIDATE THRU
                           FILE-A-CANDIDATE-EXIT
                   WHEN 'X' WHEN 'x'
                       PERFORM EXEMPT-A-CANDIDATE THRU
                           EXEMPT-A-CANDIDATE-EXIT
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-AN-EXEMPTION THRU
                           ADD-AN-EXEMPTION-EXIT
                   WHEN 'R' WHEN 'r'
                       PERFORM REMOVE-AN-EXEMPTION THRU
                           REMOVE-AN-EXEMPTION-EXIT
                   WHEN 'S' WHEN 's'
                       PERFORM SHOW-AN-ACCOUNT THRU
                           SHOW-AN-ACCOUNT-EXIT
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

      * LEVEL 3 ROUTINES
       LIST-CANDIDATES.
           MOVE 0 TO LIST-COUNT.
           MOVE 'N' TO LIST-DONE-SW.
           MOVE LOW-VALUES TO LTXREG-KEY.
           START LTXREG-FILE
               KEY IS NOT LESS THAN LTXREG-KEY
               INVALID KEY
                   MOVE 'Y' TO LIST-DONE-SW
           END-START.
           DISPLAY "=== CANDIDATES AWAITING FILING ===".
           PERFORM UNTIL LIST-DONE
               READ LTXREG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIST-DONE-SW
               END-READ
               IF NOT LIST-DONE AND LTXREG-CANDIDATE
                   ADD 1 TO LIST-COUNT
                   CALL "MASKACCT" USING LTXREG-ACCT-NBR MASKED-ACCT
                   MOVE LTXREG-CASH-IN TO EDITED-IN
                   MOVE LTXREG-CASH-OUT TO EDITED-OUT
                   DISPLAY "  " MASKED-ACCT " " LTXREG-BUS-DATE
                           " IN " EDITED-IN " OUT " EDITED-OUT
               END-IF
           END-PERFORM.
           DISPLAY "  " LIST-COUNT " candidate(s).".

       FILE-A-CANDIDATE.
           PERFORM TAKE-REGISTER-KEY.
           IF NOT ENTRY-FOUND
               GO TO FILE-A-CANDIDATE-EXIT
           END-IF.
           IF NOT LTXREG-CANDIDATE
               DISPLAY "That entry is not a candidate - nothing "
                       "to file."
               GO TO FILE-A-CANDIDATE-EXIT
           END-IF.
           DISPLAY "Filing reference from the authority:".
           ACCEPT ENTRY-REFERENCE.
           IF ENTRY-REFERENCE = SPACES
               DISPLAY "A filing reference is required - not "
                       "filed."
               GO TO FILE-A-CANDIDATE-EXIT
           END-IF.
           DISPLAY "Mark " MASKED-ACCT " " ENTRY-BUS-DATE
                   " filed as " ENTRY-REFERENCE " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Not filed."
               GO TO FILE-A-CANDIDATE-EXIT
           END-IF.
           MOVE 'F' TO LTXREG-STATE.
           PERFORM REWRITE-REGISTER-ENTRY.
           IF LTXREG-STATUS = "00"
               DISPLAY "Candidate filed."
               CALL "DAYLOG" USING "LTX02   " OPERATOR-ID
                                    "LTXFILE " CHANGE-DETAIL
           END-IF.
       FILE-A-CANDIDATE-EXIT.
           EXIT.

       EXEMPT-A-CANDIDATE.
           PERFORM TAKE-REGISTER-KEY.
           IF NOT ENTRY-FOUND
               GO TO EXEMPT-A-CANDIDATE-EXIT
           END-IF.
           IF NOT LTXREG-CANDIDATE
               DISPLAY "That entry is not a candidate - nothing "
                       "to exempt."
               GO TO EXEMPT-A-CANDIDATE-EXIT
           END-IF.
           DISPLAY "Reason it needs no filing:".
           ACCEPT ENTRY-REFERENCE.
           IF ENTRY-REFERENCE = SPACES
               DISPLAY "A reason is required - not exempted."
               GO TO EXEMPT-A-CANDIDATE-EXIT
           END-IF.
           DISPLAY "Exempt " MASKED-ACCT " " ENTRY-BUS-DATE
                   " - " ENTRY-REFERENCE " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Not exempted."
               GO TO EXEMPT-A-CANDIDATE-EXIT
           END-IF.
           MOVE 'E' TO LTXREG-STATE.
           PERFORM REWRITE-REGISTER-ENTRY.
           IF LTXREG-STATUS = "00"
               DISPLAY "Candidate exempted."
               CALL "DAYLOG" USING "LTX02   " OPERATOR-ID
                                    "LTXEXMPT" CHANGE-DETAIL
           END-IF.
       EXEMPT-A-CANDIDATE-EXIT.
           EXIT.

       ADD-AN-EXEMPTION.
           DISPLAY "Account number to exempt:".
           ACCEPT ENTRY-ACCT.
           IF ENTRY-ACCT = SPACES
               DISPLAY "An account number is required."
               GO TO ADD-AN-EXEMPTION-EXIT
           END-IF.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           IF ACCTMST-PRESENT
               PERFORM READ-MASTER-FOR-ENTRY
               IF NOT MASTER-FOUND
                   DISPLAY MASKED-ACCT " is not on the account "
                           "master - not exempted."
                   GO TO ADD-AN-EXEMPTION-EXIT
               END-IF
           END-IF.
           PERFORM READ-EXEMPTION-FOR-ENTRY.
           IF EXEMPTION-FOUND
               DISPLAY MASKED-ACCT " is already exempt ("
                       LTXEXM-REASON ") - remove it first."
               GO TO ADD-AN-EXEMPTION-EXIT
           END-IF.
           DISPLAY "Reason for the exemption:".
           ACCEPT ENTRY-REFERENCE.
           IF ENTRY-REFERENCE = SPACES
               DISPLAY "A reason is required - not exempted."
               GO TO ADD-AN-EXEMPTION-EXIT
           END-IF.
           DISPLAY "Review date CCYYMMDD (0 = none):".
           ACCEPT ENTRY-REVIEW-DATE.
           IF ENTRY-REVIEW-DATE NOT = 0
               MOVE ENTRY-REVIEW-DATE TO DC-DATE
               CALL "DATECK" USING DC-DATE DC-RESULT
                                    DC-VIOLATION DC-REASON
               IF NOT DC-PASSED
                   DISPLAY "Date rejected - " DC-REASON
                   GO TO ADD-AN-EXEMPTION-EXIT
               END-IF
           END-IF.
           DISPLAY "Exempt " MASKED-ACCT " - " ENTRY-REFERENCE
                   " review " ENTRY-REVIEW-DATE " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Not exempted."
               GO TO ADD-AN-EXEMPTION-EXIT
           END-IF.
           MOVE SPACES TO LTXEXM-REC.
           MOVE ENTRY-ACCT TO LTXEXM-ACCT-NBR.
           MOVE ENTRY-REFERENCE TO LTXEXM-REASON.
           MOVE OPERATOR-ID TO LTXEXM-ADDED-BY.
           MOVE SUITE-RUN-DATE TO LTXEXM-ADDED-DATE.
           MOVE ENTRY-REVIEW-DATE TO LTXEXM-REVIEW-DATE.
           WRITE LTXEXM-REC
               INVALID KEY
                   DISPLAY "LTX02: WRITE LTXEXM-FILE - status "
                           LTXEXM-STATUS
                   GO TO ADD-AN-EXEMPTION-EXIT
           END-WRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY MASKED-ACCT " added to the exemption list.".
           PERFORM LOG-THE-CHANGE.
           CALL "DAYLOG" USING "LTX02   " OPERATOR-ID "EXMADD  "
                                CHANGE-DETAIL.
       ADD-AN-EXEMPTION-EXIT.
           EXIT.

       REMOVE-AN-EXEMPTION.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           PERFORM READ-EXEMPTION-FOR-ENTRY.
           IF NOT EXEMPTION-FOUND
               DISPLAY MASKED-ACCT " is not on the exemption list."
               GO TO REMOVE-AN-EXEMPTION-EXIT
           END-IF.
           PERFORM SHOW-EXEMPTION-RECORD.
           DISPLAY "Remove this exemption (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Exemption stays."
               GO TO REMOVE-AN-EXEMPTION-EXIT
           END-IF.
           MOVE LTXEXM-REASON TO ENTRY-REFERENCE.
           DELETE LTXEXM-FILE
               INVALID KEY
                   DISPLAY "LTX02: DELETE LTXEXM-FILE - status "
                           LTXEXM-STATUS
                   GO TO REMOVE-AN-EXEMPTION-EXIT
           END-DELETE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY MASKED-ACCT " removed from the exemption list.".
           PERFORM LOG-THE-CHANGE.
           CALL "DAYLOG" USING "LTX02   " OPERATOR-ID "EXMDROP "
                                CHANGE-DETAIL.
       REMOVE-AN-EXEMPTION-EXIT.
           EXIT.

       SHOW-AN-ACCOUNT.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           IF ENTRY-ACCT = SPACES
               GO TO SHOW-AN-ACCOUNT-EXIT
           END-IF.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           DISPLAY "=== ACCOUNT " MASKED-ACCT " ===".
           PERFORM READ-EXEMPTION-FOR-ENTRY.
           IF EXEMPTION-FOUND
               PERFORM SHOW-EXEMPTION-RECORD
           ELSE
               DISPLAY "  NOT ON THE EXEMPTION LIST"
           END-IF.
           MOVE 0 TO LIST-COUNT.
           MOVE 'N' TO LIST-DONE-SW.
           MOVE ENTRY-ACCT TO LTXREG-ACCT-NBR.
           MOVE 0 TO LTXREG-BUS-DATE.
           START LTXREG-FILE
               KEY IS NOT LESS THAN LTXREG-KEY
               INVALID KEY
                   MOVE 'Y' TO LIST-DONE-SW
           END-START.
           PERFORM UNTIL LIST-DONE
               READ LTXREG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIST-DONE-SW
               END-READ
               IF NOT LIST-DONE AND
                  LTXREG-ACCT-NBR NOT = ENTRY-ACCT
                   MOVE 'Y' TO LIST-DONE-SW
               END-IF
               IF NOT LIST-DONE
                   ADD 1 TO LIST-COUNT
                   PERFORM SHOW-REGISTER-RECORD
               END-IF
           END-PERFORM.
           IF LIST-COUNT = 0
               DISPLAY "  NO FILING REGISTER ENTRIES"
           END-IF.
       SHOW-AN-ACCOUNT-EXIT.
           EXIT.

      * Account and business date of one register entry.
       TAKE-REGISTER-KEY.
           MOVE 'N' TO ENTRY-FOUND-SW.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           DISPLAY "Business date CCYYMMDD:".
           ACCEPT ENTRY-BUS-DATE.
           MOVE ENTRY-ACCT TO LTXREG-ACCT-NBR.
           MOVE ENTRY-BUS-DATE TO LTXREG-BUS-DATE.
           READ LTXREG-FILE
               INVALID KEY
                   DISPLAY MASKED-ACCT " has no register entry for "
                           ENTRY-BUS-DATE "."
               NOT INVALID KEY
                   MOVE 'Y' TO ENTRY-FOUND-SW
                   PERFORM SHOW-REGISTER-RECORD
           END-READ.

       REWRITE-REGISTER-ENTRY.
           MOVE ENTRY-REFERENCE TO LTXREG-FILING-REF.
           MOVE OPERATOR-ID TO LTXREG-ACTION-BY.
           MOVE SUITE-RUN-DATE TO LTXREG-ACTION-DATE.
           REWRITE LTXREG-REC
               INVALID KEY
                   DISPLAY "LTX02: REWRITE LTXREG-FILE - status "
                           LTXREG-STATUS
           END-REWRITE.
           IF LTXREG-STATUS = "00"
               ADD 1 TO CHANGES-MADE
               PERFORM LOG-THE-CHANGE
           END-IF.

       SHOW-REGISTER-RECORD.
           EVALUATE TRUE
               WHEN LTXREG-CANDIDATE
                   MOVE "CANDIDATE" TO STATE-WORDS
               WHEN LTXREG-FILED
                   MOVE "FILED" TO STATE-WORDS
               WHEN OTHER
                   MOVE "EXEMPT" TO STATE-WORDS
           END-EVALUATE.
           MOVE LTXREG-CASH-IN TO EDITED-IN.
           MOVE LTXREG-CASH-OUT TO EDITED-OUT.
           DISPLAY "  " LTXREG-BUS-DATE " " STATE-WORDS
                   " IN " EDITED-IN " OUT " EDITED-OUT.
           IF NOT LTXREG-CANDIDATE
               DISPLAY "    REF " LTXREG-FILING-REF
                       " BY " LTXREG-ACTION-BY
                       " ON " LTXREG-ACTION-DATE
           END-IF.

       SHOW-EXEMPTION-RECORD.
           DISPLAY "  EXEMPT - " LTXEXM-REASON.
           IF LTXEXM-REVIEW-DATE = 0
               DISPLAY "  ADDED " LTXEXM-ADDED-DATE
                       " BY " LTXEXM-ADDED-BY " NO REVIEW DATE"
           ELSE
               DISPLAY "  ADDED " LTXEXM-ADDED-DATE
                       " BY " LTXEXM-ADDED-BY
                       " REVIEW " LTXEXM-REVIEW-DATE
           END-IF.

       LOG-THE-CHANGE.
           MOVE SPACES TO CHANGE-DETAIL.
           STRING MASKED-ACCT " " ENTRY-REFERENCE
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

       READ-EXEMPTION-FOR-ENTRY.
           MOVE 'N' TO EXEMPTION-FOUND-SW.
           MOVE ENTRY-ACCT TO LTXEXM-ACCT-NBR.
           READ LTXEXM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO EXEMPTION-FOUND-SW
           END-READ.
