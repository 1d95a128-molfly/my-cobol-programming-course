       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLK01.
      *--------------------------------------------------
      * LEGAL FREEZE AND POSTING-BLOCK MAINTENANCE CONSOLE.
      * GARNISHMENT ORDERS AND LEGAL HOLDS ARRIVE BY LETTER;
      * THE ONLY DEFENCE USED TO BE A NOTE TELLING WHOEVER
      * WATCHED MST01RPT TO BACK THE ITEM OUT NEXT MORNING.
      * BLK01 MAINTAINS THE KEYED ACCTBLK REGISTER THAT MST01
      * ENFORCES AT POSTING. IT IS GATED THE SEC01 WAY (THE
      * OPERATOR MUST HOLD "BLK01" IN THEIR MENU01SEC SLOTS)
      * AND OFFERS:
      *   PLACE A BLOCK - D DEBITS ONLY, C CREDITS ONLY, OR
      *   T TOTAL - WITH THE COURT OR CASE REFERENCE AND THE
      *   EFFECTIVE AND EXPIRY DATES (ZERO EXPIRY RUNS UNTIL
      *   LIFTED); THE ACCOUNT MUST BE ON ACCTMST, AND AN
      *   ACCOUNT CARRIES ONE BLOCK AT A TIME,
      *   AMEND A BLOCK'S TYPE, REFERENCE, OR EXPIRY,
      *   LIFT A BLOCK,
      *   SHOW AN ACCOUNT'S BLOCK.
      * DATES GO THROUGH THE SHARED DATECK LIKE ADJ01. EVERY
      * CHANGE IS CONFIRMED THROUGH CONTYN, WRITTEN TO THE
      * KEYED FILE ON THE SPOT, AND LOGGED THROUGH DAYLOG WITH
      * THE OPERATOR ID.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch points a practice session at the
      * TRN-prefixed copies.
           SELECT ACCTBLK-FILE ASSIGN TO BLK01-BLK-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTBLK-ACCT-NBR
                  FILE STATUS   IS ACCTBLK-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO BLK01-MST-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT BLK01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT BLK01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTBLK-FILE.
           COPY "acctblk.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  BLK01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  BLK01-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  ACCTBLK-STATUS.
           05  ACCTBLK-STATUS-L         PIC X.
           05  ACCTBLK-STATUS-R         PIC X.
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
       01  BLK01-BLK-NAME               PIC X(12)
                                        VALUE "ACCTBLK".
       01  BLK01-MST-NAME               PIC X(12)
                                        VALUE "ACCTMST".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  ACCTBLK-OPEN-SW              PIC X       VALUE 'N'.
           88  ACCTBLK-OPEN                          VALUE 'Y'.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTMST-PRESENT                       VALUE 'Y'.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  CHANGES-MADE                 PIC 9(4)    VALUE 0.
       01  ENTRY-ACCT                   PIC X(10).
       01  ENTRY-TYPE                   PIC X.
           88  ENTRY-TYPE-VALID                      VALUE 'D'
                                                       'C' 'T'.
       01  ENTRY-CASE-REF               PIC X(20).
       01  ENTRY-EFF-DATE               PIC 9(8).
       01  ENTRY-EXP-DATE               PIC 9(8).
       01  ENTRY-OK-SW                  PIC X.
           88  ENTRY-OK                              VALUE 'Y'.
       01  MASKED-ACCT                  PIC X(10).
       01  CHANGE-DETAIL                PIC X(31).
       01  BLOCK-FOUND-SW               PIC X.
           88  BLOCK-FOUND                           VALUE 'Y'.
       01  MASTER-FOUND-SW              PIC X.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  BLOCK-TYPE-WORDS             PIC X(12).

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
           CALL "DAYLOG" USING "BLK01   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "BLK01: " OPERATOR-ID " does not hold "
                       "BLK01 - access denied."
           ELSE
               PERFORM OPEN-THE-MASTERS
               IF ACCTBLK-OPEN
                   PERFORM RUN-MAINTENANCE-SESSION
               END-IF
               PERFORM CLOSE-THE-MASTERS
           END-IF.
           DISPLAY "BLK01: changes written= " CHANGES-MADE.
           CALL "DAYLOG" USING "BLK01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT BLK01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ BLK01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNACCBLK" TO BLK01-BLK-NAME
                   MOVE "TRNACCMST" TO BLK01-MST-NAME
                   DISPLAY "*** TRAINING *** practice block "
                           "register in use - nothing is real"
               END-IF
               CLOSE BLK01-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT BLK01-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ BLK01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "BLK01   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE BLK01-SECURITY
           END-IF.

      * First-ever session: no register yet, so an empty one is
      * built, the way MST01 starts ACCTMST.
       OPEN-THE-MASTERS.
           OPEN I-O ACCTBLK-FILE.
           IF ACCTBLK-STATUS = "35"
               OPEN OUTPUT ACCTBLK-FILE
               CLOSE ACCTBLK-FILE
               OPEN I-O ACCTBLK-FILE
           END-IF.
           IF ACCTBLK-STATUS = "00"
               MOVE 'Y' TO ACCTBLK-OPEN-SW
           ELSE
               DISPLAY "BLK01: OPEN ACCTBLK-FILE - status "
                       ACCTBLK-STATUS
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           ELSE
               DISPLAY "BLK01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS " - accounts cannot be "
                       "verified"
           END-IF.

       CLOSE-THE-MASTERS.
           IF ACCTBLK-OPEN
               CLOSE ACCTBLK-FILE
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
               DISPLAY "P=Place block A=Amend block L=Lift block"
               DISPLAY "S=Show block Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'P' WHEN 'p'
                       PERFORM PLACE-A-BLOCK THRU
                           PLACE-A-BLOCK-EXIT
                   WHEN 'A' WHEN 'a'
                       PERFORM AMEND-A-BLOCK THRU
                           AMEND-A-BLOCK-EXIT
                   WHEN 'L' WHEN 'l'
                       PERFORM LIFT-A-BLOCK THRU
                           LIFT-A-BLOCK-EXIT
                   WHEN 'S' WHEN 's'
                       PERFORM SHOW-A-BLOCK THRU
                           SHOW-A-BLOCK-EXIT
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

      * LEVEL 3 ROUTINES
       PLACE-A-BLOCK.
           DISPLAY "Account number to block:".
           ACCEPT ENTRY-ACCT.
           IF ENTRY-ACCT = SPACES
               DISPLAY "An account number is required."
               GO TO PLACE-A-BLOCK-EXIT
           END-IF.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           IF ACCTMST-PRESENT
               PERFORM READ-MASTER-FOR-ENTRY
               IF NOT MASTER-FOUND
                   DISPLAY MASKED-ACCT " is not on the account "
                           "master - not blocked."
                   GO TO PLACE-A-BLOCK-EXIT
               END-IF
           END-IF.
           PERFORM READ-BLOCK-FOR-ENTRY.
           IF BLOCK-FOUND
               DISPLAY MASKED-ACCT " is already blocked (type "
                       ACCTBLK-TYPE " ref " ACCTBLK-CASE-REF
                       ") - amend or lift it."
               GO TO PLACE-A-BLOCK-EXIT
           END-IF.
           DISPLAY "Block type (D=Debits C=Credits T=Total):".
           ACCEPT ENTRY-TYPE.
           IF NOT ENTRY-TYPE-VALID
               DISPLAY "Type must be D, C, or T - not blocked."
               GO TO PLACE-A-BLOCK-EXIT
           END-IF.
           DISPLAY "Court or case reference:".
           ACCEPT ENTRY-CASE-REF.
           IF ENTRY-CASE-REF = SPACES
               DISPLAY "A case reference is required - not "
                       "blocked."
               GO TO PLACE-A-BLOCK-EXIT
           END-IF.
           DISPLAY "Effective date CCYYMMDD:".
           ACCEPT ENTRY-EFF-DATE.
           MOVE ENTRY-EFF-DATE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               DISPLAY "Date rejected - " DC-REASON
               GO TO PLACE-A-BLOCK-EXIT
           END-IF.
           PERFORM TAKE-EXPIRY-DATE.
           IF NOT ENTRY-OK
               GO TO PLACE-A-BLOCK-EXIT
           END-IF.
           PERFORM DESCRIBE-ENTRY-TYPE.
           DISPLAY "Block " MASKED-ACCT " " BLOCK-TYPE-WORDS
                   " from " ENTRY-EFF-DATE " to " ENTRY-EXP-DATE
                   " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Not blocked."
               GO TO PLACE-A-BLOCK-EXIT
           END-IF.
           MOVE SPACES TO ACCTBLK-REC.
           MOVE ENTRY-ACCT TO ACCTBLK-ACCT-NBR.
           MOVE ENTRY-TYPE TO ACCTBLK-TYPE.
           MOVE ENTRY-CASE-REF TO ACCTBLK-CASE-REF.
           MOVE ENTRY-EFF-DATE TO ACCTBLK-EFF-DATE.
           MOVE ENTRY-EXP-DATE TO ACCTBLK-EXP-DATE.
           MOVE SUITE-RUN-DATE TO ACCTBLK-PLACED-DATE.
           MOVE OPERATOR-ID TO ACCTBLK-PLACED-BY.
           WRITE ACCTBLK-REC
               INVALID KEY
                   DISPLAY "BLK01: WRITE ACCTBLK-FILE - status "
                           ACCTBLK-STATUS
                   GO TO PLACE-A-BLOCK-EXIT
           END-WRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY MASKED-ACCT " blocked.".
           PERFORM LOG-THE-CHANGE.
           CALL "DAYLOG" USING "BLK01   " OPERATOR-ID "BLKPLACE"
                                CHANGE-DETAIL.
       PLACE-A-BLOCK-EXIT.
           EXIT.

       AMEND-A-BLOCK.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           PERFORM READ-BLOCK-FOR-ENTRY.
           IF NOT BLOCK-FOUND
               DISPLAY MASKED-ACCT " is not blocked."
               GO TO AMEND-A-BLOCK-EXIT
           END-IF.
           PERFORM SHOW-BLOCK-RECORD.
           MOVE ACCTBLK-EFF-DATE TO ENTRY-EFF-DATE.
           DISPLAY "New block type (blank keeps " ACCTBLK-TYPE "):".
           ACCEPT ENTRY-TYPE.
           IF ENTRY-TYPE = SPACE
               MOVE ACCTBLK-TYPE TO ENTRY-TYPE
           END-IF.
           IF NOT ENTRY-TYPE-VALID
               DISPLAY "Type must be D, C, or T - unchanged."
               GO TO AMEND-A-BLOCK-EXIT
           END-IF.
           DISPLAY "New case reference (blank keeps the old one):".
           ACCEPT ENTRY-CASE-REF.
           IF ENTRY-CASE-REF = SPACES
               MOVE ACCTBLK-CASE-REF TO ENTRY-CASE-REF
           END-IF.
           PERFORM TAKE-EXPIRY-DATE.
           IF NOT ENTRY-OK
               GO TO AMEND-A-BLOCK-EXIT
           END-IF.
           PERFORM DESCRIBE-ENTRY-TYPE.
           DISPLAY "Amend " MASKED-ACCT " to " BLOCK-TYPE-WORDS
                   " to " ENTRY-EXP-DATE " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Block unchanged."
               GO TO AMEND-A-BLOCK-EXIT
           END-IF.
           MOVE ENTRY-TYPE TO ACCTBLK-TYPE.
           MOVE ENTRY-CASE-REF TO ACCTBLK-CASE-REF.
           MOVE ENTRY-EXP-DATE TO ACCTBLK-EXP-DATE.
           REWRITE ACCTBLK-REC
               INVALID KEY
                   DISPLAY "BLK01: REWRITE ACCTBLK-FILE - status "
                           ACCTBLK-STATUS
                   GO TO AMEND-A-BLOCK-EXIT
           END-REWRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Block amended.".
           PERFORM LOG-THE-CHANGE.
           CALL "DAYLOG" USING "BLK01   " OPERATOR-ID "BLKAMEND"
                                CHANGE-DETAIL.
       AMEND-A-BLOCK-EXIT.
           EXIT.

       LIFT-A-BLOCK.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           PERFORM READ-BLOCK-FOR-ENTRY.
           IF NOT BLOCK-FOUND
               DISPLAY MASKED-ACCT " is not blocked."
               GO TO LIFT-A-BLOCK-EXIT
           END-IF.
           PERFORM SHOW-BLOCK-RECORD.
           DISPLAY "Lift this block (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Block stays."
               GO TO LIFT-A-BLOCK-EXIT
           END-IF.
           MOVE ACCTBLK-TYPE TO ENTRY-TYPE.
           MOVE ACCTBLK-CASE-REF TO ENTRY-CASE-REF.
           DELETE ACCTBLK-FILE
               INVALID KEY
                   DISPLAY "BLK01: DELETE ACCTBLK-FILE - status "
                           ACCTBLK-STATUS
                   GO TO LIFT-A-BLOCK-EXIT
           END-DELETE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY MASKED-ACCT " block lifted.".
           PERFORM LOG-THE-CHANGE.
           CALL "DAYLOG" USING "BLK01   " OPERATOR-ID "BLKLIFT "
                                CHANGE-DETAIL.
       LIFT-A-BLOCK-EXIT.
           EXIT.

       SHOW-A-BLOCK.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           PERFORM READ-BLOCK-FOR-ENTRY.
           IF NOT BLOCK-FOUND
               DISPLAY MASKED-ACCT " is not blocked."
               GO TO SHOW-A-BLOCK-EXIT
           END-IF.
           PERFORM SHOW-BLOCK-RECORD.
       SHOW-A-BLOCK-EXIT.
           EXIT.

      * Zero expiry means the block runs until it is lifted;
      * otherwise the date must be real and not before the
      * effective date.
       TAKE-EXPIRY-DATE.
           MOVE 'Y' TO ENTRY-OK-SW.
           DISPLAY "Expiry date CCYYMMDD (0 = until lifted):".
           ACCEPT ENTRY-EXP-DATE.
           IF ENTRY-EXP-DATE NOT = 0
               MOVE ENTRY-EXP-DATE TO DC-DATE
               CALL "DATECK" USING DC-DATE DC-RESULT
                                    DC-VIOLATION DC-REASON
               IF NOT DC-PASSED
                   DISPLAY "Date rejected - " DC-REASON
                   MOVE 'N' TO ENTRY-OK-SW
               ELSE
                   IF ENTRY-EXP-DATE < ENTRY-EFF-DATE
                       DISPLAY "Expiry is before the effective "
                               "date - rejected."
                       MOVE 'N' TO ENTRY-OK-SW
                   END-IF
               END-IF
           END-IF.

       SHOW-BLOCK-RECORD.
           MOVE ACCTBLK-TYPE TO ENTRY-TYPE.
           PERFORM DESCRIBE-ENTRY-TYPE.
           DISPLAY "=== ACCOUNT " MASKED-ACCT " ===".
           DISPLAY "  BLOCK " BLOCK-TYPE-WORDS
                   " REF " ACCTBLK-CASE-REF.
           IF ACCTBLK-EXP-DATE = 0
               DISPLAY "  FROM " ACCTBLK-EFF-DATE
                       " UNTIL LIFTED"
           ELSE
               DISPLAY "  FROM " ACCTBLK-EFF-DATE
                       " TO " ACCTBLK-EXP-DATE
           END-IF.
           DISPLAY "  PLACED " ACCTBLK-PLACED-DATE
                   " BY " ACCTBLK-PLACED-BY.

       DESCRIBE-ENTRY-TYPE.
           EVALUATE ENTRY-TYPE
               WHEN 'D'
                   MOVE "DEBITS ONLY" TO BLOCK-TYPE-WORDS
               WHEN 'C'
                   MOVE "CREDITS ONLY" TO BLOCK-TYPE-WORDS
               WHEN OTHER
                   MOVE "TOTAL" TO BLOCK-TYPE-WORDS
           END-EVALUATE.

       LOG-THE-CHANGE.
           MOVE SPACES TO CHANGE-DETAIL.
           STRING MASKED-ACCT " " ENTRY-TYPE " " ENTRY-CASE-REF
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

       READ-BLOCK-FOR-ENTRY.
           MOVE 'N' TO BLOCK-FOUND-SW.
           MOVE ENTRY-ACCT TO ACCTBLK-ACCT-NBR.
           READ ACCTBLK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BLOCK-FOUND-SW
           END-READ.
