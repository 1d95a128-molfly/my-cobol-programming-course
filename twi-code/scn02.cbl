       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCN02.
      *--------------------------------------------------
      * RESTRICTED-PARTY HIT REVIEW CONSOLE FOR COMPLIANCE.
      * SCN01 SCREENS ACCTREF NAMES AGAINST THE SANCTIONS LIST
      * EACH NIGHT AND RAISES EACH POSSIBLE HIT ON THE KEYED
      * SCNHIT FILE; SCN02 IS WHERE EACH HIT IS REVIEWED. IT IS
      * GATED THE SEC01 WAY (THE OPERATOR MUST HOLD "SCN02" IN
      * THEIR MENU01SEC SLOTS) AND OFFERS:
      *   LIST THE HITS AWAITING REVIEW,
      *   CLEAR A HIT - NOT THE LISTED PARTY; A NOTE SAYING WHY
      *   IS REQUIRED,
      *   CONFIRM A HIT - THE LISTED PARTY; A TOTAL BLOCK IS
      *   PLACED ON THE ACCOUNT ON ACCTBLK THERE AND THEN (CASE
      *   REFERENCE "SANCTIONS" AND THE LIST ENTRY, EFFECTIVE
      *   TODAY, UNTIL LIFTED THROUGH BLK01). A NARROWER DEBIT
      *   OR CREDIT BLOCK ALREADY ON THE ACCOUNT IS WIDENED TO
      *   TOTAL; AN EXISTING TOTAL BLOCK IS LEFT AS IT IS,
      *   SHOW EVERY HIT ON AN ACCOUNT.
      * EVERY ACTION RECORDS THE OPERATOR AND DATE ON THE HIT,
      * IS CONFIRMED THROUGH CONTYN, WRITTEN TO THE KEYED FILE
      * ON THE SPOT, AND LOGGED THROUGH DAYLOG LIKE BLK01.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch points a practice session at the
      * TRN-prefixed copies.
           SELECT SCNHIT-FILE ASSIGN TO SCN02-HIT-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SCNHIT-KEY
                  FILE STATUS   IS SCNHIT-STATUS.

           SELECT ACCTBLK-FILE ASSIGN TO SCN02-BLK-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTBLK-ACCT-NBR
                  FILE STATUS   IS ACCTBLK-STATUS.

           SELECT SCN02-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT SCN02-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCNHIT-FILE.
           COPY "scnhit.cpy".

       FD  ACCTBLK-FILE.
           COPY "acctblk.cpy".

       FD  SCN02-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  SCN02-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  SCNHIT-STATUS.
           05  SCNHIT-STATUS-L          PIC X.
           05  SCNHIT-STATUS-R          PIC X.
       01  ACCTBLK-STATUS.
           05  ACCTBLK-STATUS-L         PIC X.
           05  ACCTBLK-STATUS-R         PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

      * Suite training switch and the dataset names it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  SCN02-HIT-NAME               PIC X(12)
                                        VALUE "SCNHIT".
       01  SCN02-BLK-NAME               PIC X(12)
                                        VALUE "ACCTBLK".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  FILES-OPEN-SW                PIC X       VALUE 'N'.
           88  FILES-OPEN                            VALUE 'Y'.
       01  SCNHIT-OPEN-SW               PIC X       VALUE 'N'.
           88  SCNHIT-OPEN                           VALUE 'Y'.
       01  ACCTBLK-OPEN-SW              PIC X       VALUE 'N'.
           88  ACCTBLK-OPEN                          VALUE 'Y'.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  CHANGES-MADE                 PIC 9(4)    VALUE 0.
       01  ENTRY-ACCT                   PIC X(10).
       01  ENTRY-LIST-ID                PIC X(10).
       01  ENTRY-NOTE                   PIC X(20).
       01  MASKED-ACCT                  PIC X(10).
       01  CHANGE-DETAIL                PIC X(31).
       01  ENTRY-FOUND-SW               PIC X.
           88  ENTRY-FOUND                           VALUE 'Y'.
       01  BLOCK-FOUND-SW               PIC X.
           88  BLOCK-FOUND                           VALUE 'Y'.
       01  BLOCK-DONE-SW                PIC X.
           88  BLOCK-DONE                            VALUE 'Y'.
       01  LIST-DONE-SW                 PIC X.
           88  LIST-DONE                             VALUE 'Y'.
       01  LIST-COUNT                   PIC 9(5).
       01  STATE-WORDS                  PIC X(9).
       01  BLOCK-CASE-REF               PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "SCN02   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "SCN02: " OPERATOR-ID " does not hold "
                       "SCN02 - access denied."
           ELSE
               PERFORM OPEN-THE-FILES
               IF FILES-OPEN
                   PERFORM RUN-MAINTENANCE-SESSION
               END-IF
               PERFORM CLOSE-THE-FILES
           END-IF.
           DISPLAY "SCN02: changes written= " CHANGES-MADE.
           CALL "DAYLOG" USING "SCN02   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT SCN02-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ SCN02-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNSCNHIT" TO SCN02-HIT-NAME
                   MOVE "TRNACCBLK" TO SCN02-BLK-NAME
                   DISPLAY "*** TRAINING *** practice screening "
                           "hits in use - nothing is real"
               END-IF
               CLOSE SCN02-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT SCN02-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ SCN02-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "SCN02   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE SCN02-SECURITY
           END-IF.

      * The hit file is SCN01's; without it there is nothing to
      * review. The block register is built empty on first use,
      * the way BLK01 starts it.
       OPEN-THE-FILES.
           MOVE 'Y' TO FILES-OPEN-SW.
           OPEN I-O SCNHIT-FILE.
           IF SCNHIT-STATUS NOT = "00"
               DISPLAY "SCN02: OPEN SCNHIT-FILE - status "
                       SCNHIT-STATUS
               MOVE 'N' TO FILES-OPEN-SW
           ELSE
               MOVE 'Y' TO SCNHIT-OPEN-SW
           END-IF.
           OPEN I-O ACCTBLK-FILE.
           IF ACCTBLK-STATUS = "35"
               OPEN OUTPUT ACCTBLK-FILE
               CLOSE ACCTBLK-FILE
               OPEN I-O ACCTBLK-FILE
           END-IF.
           IF ACCTBLK-STATUS NOT = "00"
               DISPLAY "SCN02: OPEN ACCTBLK-FILE - status "
                       ACCTBLK-STATUS
               MOVE 'N' TO FILES-OPEN-SW
           ELSE
               MOVE 'Y' TO ACCTBLK-OPEN-SW
           END-IF.

       CLOSE-THE-FILES.
           IF SCNHIT-OPEN
               CLOSE SCNHIT-FILE
           END-IF.
           IF ACCTBLK-OPEN
               CLOSE ACCTBLK-FILE
           END-IF.

       RUN-MAINTENANCE-SESSION.
           PERFORM UNTIL SESSION-DONE
               DISPLAY " "
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING ***"
               END-IF
               DISPLAY "L=List pending hits C=Clear hit "
                       "F=Confirm hit"
               DISPLAY "S=Show account Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-PENDING-HITS
                   WHEN 'C' WHEN 'c'
                       PERFORM CLEAR-A-HIT THRU
                           CLEAR-A-HIT-EXIT
                   WHEN 'F' WHEN 'f'
                       PERFORM CONFIRM-A-HIT THRU
                           CONFIRM-A-HIT-EXIT
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
       LIST-PENDING-HITS.
           MOVE 0 TO LIST-COUNT.
           MOVE 'N' TO LIST-DONE-SW.
           MOVE LOW-VALUES TO SCNHIT-KEY.
           START SCNHIT-FILE
               KEY IS NOT LESS THAN SCNHIT-KEY
               INVALID KEY
                   MOVE 'Y' TO LIST-DONE-SW
           END-START.
           DISPLAY "=== HITS AWAITING REVIEW ===".
           PERFORM UNTIL LIST-DONE
               READ SCNHIT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIST-DONE-SW
               END-READ
               IF NOT LIST-DONE AND SCNHIT-PENDING
                   ADD 1 TO LIST-COUNT
                   CALL "MASKACCT" USING SCNHIT-ACCT-NBR MASKED-ACCT
                   DISPLAY "  " MASKED-ACCT " " SCNHIT-LIST-ID
                           " SCORE " SCNHIT-SCORE
                           " SINCE " SCNHIT-RAISED-DATE
                   DISPLAY "    " SCNHIT-ACCT-NAME
                   DISPLAY "    " SCNHIT-LIST-NAME
               END-IF
           END-PERFORM.
           DISPLAY "  " LIST-COUNT " hit(s) pending.".

       CLEAR-A-HIT.
           PERFORM TAKE-HIT-KEY.
           IF NOT ENTRY-FOUND
               GO TO CLEAR-A-HIT-EXIT
           END-IF.
           IF NOT SCNHIT-PENDING
               DISPLAY "That hit is not pending - nothing to "
                       "clear."
               GO TO CLEAR-A-HIT-EXIT
           END-IF.
           DISPLAY "Why it is not the listed party:".
           ACCEPT ENTRY-NOTE.
           IF ENTRY-NOTE = SPACES
               DISPLAY "A note is required - not cleared."
               GO TO CLEAR-A-HIT-EXIT
           END-IF.
           DISPLAY "Clear " MASKED-ACCT " against "
                   ENTRY-LIST-ID " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Not cleared."
               GO TO CLEAR-A-HIT-EXIT
           END-IF.
           MOVE 'C' TO SCNHIT-STATE.
           PERFORM REWRITE-THE-HIT.
           IF SCNHIT-STATUS = "00"
               DISPLAY "Hit cleared."
               CALL "DAYLOG" USING "SCN02   " OPERATOR-ID
                                    "SCNCLEAR" CHANGE-DETAIL
           END-IF.
       CLEAR-A-HIT-EXIT.
           EXIT.

      * The block goes on first; if it cannot be written the
      * hit stays pending for another attempt.
       CONFIRM-A-HIT.
           PERFORM TAKE-HIT-KEY.
           IF NOT ENTRY-FOUND
               GO TO CONFIRM-A-HIT-EXIT
           END-IF.
           IF NOT SCNHIT-PENDING
               DISPLAY "That hit is not pending - nothing to "
                       "confirm."
               GO TO CONFIRM-A-HIT-EXIT
           END-IF.
           DISPLAY "Note for the confirmation:".
           ACCEPT ENTRY-NOTE.
           DISPLAY "Confirm " MASKED-ACCT " IS " ENTRY-LIST-ID
                   " and place a TOTAL block (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Not confirmed."
               GO TO CONFIRM-A-HIT-EXIT
           END-IF.
           PERFORM PLACE-TOTAL-BLOCK.
           IF NOT BLOCK-DONE
               DISPLAY "Block not placed - hit left pending."
               GO TO CONFIRM-A-HIT-EXIT
           END-IF.
           MOVE 'F' TO SCNHIT-STATE.
           PERFORM REWRITE-THE-HIT.
           IF SCNHIT-STATUS = "00"
               DISPLAY "Hit confirmed."
               CALL "DAYLOG" USING "SCN02   " OPERATOR-ID
                                    "SCNCONFM" CHANGE-DETAIL
           END-IF.
       CONFIRM-A-HIT-EXIT.
           EXIT.

       SHOW-AN-ACCOUNT.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           IF ENTRY-ACCT = SPACES
               GO TO SHOW-AN-ACCOUNT-EXIT
           END-IF.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           DISPLAY "=== ACCOUNT " MASKED-ACCT " ===".
           MOVE 0 TO LIST-COUNT.
           MOVE 'N' TO LIST-DONE-SW.
           MOVE ENTRY-ACCT TO SCNHIT-ACCT-NBR.
           MOVE LOW-VALUES TO SCNHIT-LIST-ID.
           START SCNHIT-FILE
               KEY IS NOT LESS THAN SCNHIT-KEY
               INVALID KEY
                   MOVE 'Y' TO LIST-DONE-SW
           END-START.
           PERFORM UNTIL LIST-DONE
               READ SCNHIT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIST-DONE-SW
               END-READ
               IF NOT LIST-DONE AND
                  SCNHIT-ACCT-NBR NOT = ENTRY-ACCT
                   MOVE 'Y' TO LIST-DONE-SW
               END-IF
               IF NOT LIST-DONE
                   ADD 1 TO LIST-COUNT
                   PERFORM SHOW-HIT-RECORD
               END-IF
           END-PERFORM.
           IF LIST-COUNT = 0
               DISPLAY "  NO SCREENING HITS"
           END-IF.
       SHOW-AN-ACCOUNT-EXIT.
           EXIT.

      * Account and list entry of one hit.
       TAKE-HIT-KEY.
           MOVE 'N' TO ENTRY-FOUND-SW.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           DISPLAY "List entry id:".
           ACCEPT ENTRY-LIST-ID.
           MOVE ENTRY-ACCT TO SCNHIT-ACCT-NBR.
           MOVE ENTRY-LIST-ID TO SCNHIT-LIST-ID.
           READ SCNHIT-FILE
               INVALID KEY
                   DISPLAY MASKED-ACCT " has no hit against "
                           ENTRY-LIST-ID "."
               NOT INVALID KEY
                   MOVE 'Y' TO ENTRY-FOUND-SW
                   PERFORM SHOW-HIT-RECORD
           END-READ.

      * A total block on ACCTBLK, effective today until lifted.
       PLACE-TOTAL-BLOCK.
           MOVE 'N' TO BLOCK-DONE-SW.
           MOVE SPACES TO BLOCK-CASE-REF.
           STRING "SANCTIONS " ENTRY-LIST-ID
               DELIMITED BY SIZE INTO BLOCK-CASE-REF.
           MOVE 'N' TO BLOCK-FOUND-SW.
           MOVE ENTRY-ACCT TO ACCTBLK-ACCT-NBR.
           READ ACCTBLK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO BLOCK-FOUND-SW
           END-READ.
           IF BLOCK-FOUND AND ACCTBLK-TOTAL
               DISPLAY MASKED-ACCT " already has a total block ("
                       ACCTBLK-CASE-REF ") - left as it is."
               MOVE 'Y' TO BLOCK-DONE-SW
           ELSE
               MOVE 'T' TO ACCTBLK-TYPE
               MOVE BLOCK-CASE-REF TO ACCTBLK-CASE-REF
               MOVE SUITE-RUN-DATE TO ACCTBLK-EFF-DATE
               MOVE 0 TO ACCTBLK-EXP-DATE
               MOVE SUITE-RUN-DATE TO ACCTBLK-PLACED-DATE
               MOVE OPERATOR-ID TO ACCTBLK-PLACED-BY
               IF BLOCK-FOUND
                   REWRITE ACCTBLK-REC
                       INVALID KEY
                           DISPLAY "SCN02: REWRITE ACCTBLK-FILE - "
                                   "status " ACCTBLK-STATUS
                   END-REWRITE
               ELSE
                   WRITE ACCTBLK-REC
                       INVALID KEY
                           DISPLAY "SCN02: WRITE ACCTBLK-FILE - "
                                   "status " ACCTBLK-STATUS
                   END-WRITE
               END-IF
               IF ACCTBLK-STATUS = "00"
                   MOVE 'Y' TO BLOCK-DONE-SW
                   ADD 1 TO CHANGES-MADE
                   DISPLAY "Total block placed on " MASKED-ACCT "."
                   MOVE SPACES TO CHANGE-DETAIL
                   STRING MASKED-ACCT " T " BLOCK-CASE-REF
                       DELIMITED BY SIZE INTO CHANGE-DETAIL
                   CALL "DAYLOG" USING "SCN02   " OPERATOR-ID
                                        "BLKPLACE" CHANGE-DETAIL
               END-IF
           END-IF.

       REWRITE-THE-HIT.
           MOVE ENTRY-NOTE TO SCNHIT-NOTE.
           MOVE OPERATOR-ID TO SCNHIT-ACTION-BY.
           MOVE SUITE-RUN-DATE TO SCNHIT-ACTION-DATE.
           REWRITE SCNHIT-REC
               INVALID KEY
                   DISPLAY "SCN02: REWRITE SCNHIT-FILE - status "
                           SCNHIT-STATUS
           END-REWRITE.
           IF SCNHIT-STATUS = "00"
               ADD 1 TO CHANGES-MADE
               MOVE SPACES TO CHANGE-DETAIL
               STRING MASKED-ACCT " " ENTRY-LIST-ID
                   DELIMITED BY SIZE INTO CHANGE-DETAIL
           END-IF.

       SHOW-HIT-RECORD.
           EVALUATE TRUE
               WHEN SCNHIT-PENDING
                   MOVE "PENDING" TO STATE-WORDS
               WHEN SCNHIT-CLEARED
                   MOVE "CLEARED" TO STATE-WORDS
               WHEN OTHER
                   MOVE "CONFIRMED" TO STATE-WORDS
           END-EVALUATE.
           DISPLAY "  " SCNHIT-LIST-ID " " STATE-WORDS
                   " SCORE " SCNHIT-SCORE " RAISED "
                   SCNHIT-RAISED-DATE.
           DISPLAY "    ACCOUNT " SCNHIT-ACCT-NAME.
           DISPLAY "    LISTED  " SCNHIT-LIST-NAME.
           DISPLAY "    PROGRAM " SCNHIT-LIST-PROGRAM.
           IF NOT SCNHIT-PENDING
               DISPLAY "    BY " SCNHIT-ACTION-BY
                       " ON " SCNHIT-ACTION-DATE " " SCNHIT-NOTE
           END-IF.
