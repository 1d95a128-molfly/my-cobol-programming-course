      * KEYED ACCOUNT NUMBER:
      *   THE ACCTMST BALANCE, STATUS, AND ENTITY (WITH THE
      *   ACCTREF NAME WHEN THE REFERENCE MASTER IS PRESENT),
      *   ANY LEGAL FREEZE OR POSTING BLOCK ON THE ACCTBLK
      *   REGISTER, WITH ITS CASE REFERENCE AND DATES,
      *   THE SUMMST MONTH-TO-DATE LINES AND THE YEAR-TO-DATE
      *   TOTAL,
      *   THE RECENT FILEDATCLX TRANSACTIONS, PAGED THROUGH THE
      *   SHARED CONTYN GATE LIKE INQ01,
      *   ANYTHING STILL PENDING FOR THE ACCOUNT ON THE
      *   REJECT OR SUSPENSE FILES,
      *   AND EVERY CUSTOMER LETTER LTR01 HAS SENT ABOUT IT, FROM
      *   THE LTRLOG LETTER LOG,
      *   AND THE MOST RECENT NOTES OF CONTACT FROM THE ACCTNOTE
      *   FILE, NEWEST FIRST. THE OPERATOR CAN ADD A NOTE (THE
      *   SHARED NOTEADD ROUTINE) BEFORE MOVING ON.
      * EVERYTHING MASKED PER MASKACCT, AS ALWAYS. ADD IT TO THE
      * MENU01OPT TABLE TO LAUNCH IT FROM THE CONSOLE LIKE THE
      * OTHER UTILITIES.
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT ACCTBLK-FILE ASSIGN TO ACV01-BLK-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTBLK-ACCT-NBR
                  FILE STATUS   IS ACCTBLK-STATUS.

           SELECT SUMMST-FILE ASSIGN TO ACV01-SUM-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01SUSP-STATUS.

           SELECT LTRLOG-FILE ASSIGN TO ACV01-LTR-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LTRLOG-KEY
                  FILE STATUS   IS LTRLOG-STATUS.

           SELECT ACCTNOTE-FILE ASSIGN TO ACV01-NOTE-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTNOTE-KEY
                  FILE STATUS   IS ACCTNOTE-STATUS.

           SELECT ACV01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  ACCTBLK-FILE.
           COPY "acctblk.cpy".

       FD  SUMMST-FILE.
           COPY "summst.cpy".

       FD  SUSPENSE-FILE.
           COPY "filedatclt.cpy".

       FD  LTRLOG-FILE.
           COPY "ltrlog.cpy".

       FD  ACCTNOTE-FILE.
           COPY "acctnote.cpy".

       FD  ACV01-SUITECFG.
       COPY "suitecfg.cpy".

       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ACCTBLK-STATUS.
           05  ACCTBLK-STATUS-L         PIC X.
           05  ACCTBLK-STATUS-R         PIC X.
       01  SUMMST-STATUS.
           05  SUMMST-STATUS-L          PIC X.
           05  SUMMST-STATUS-R          PIC X.
       01  CNT01SUSP-STATUS.
           05  CNT01SUSP-STATUS-L       PIC X.
           05  CNT01SUSP-STATUS-R       PIC X.
       01  LTRLOG-STATUS.
           05  LTRLOG-STATUS-L          PIC X.
           05  LTRLOG-STATUS-R          PIC X.
       01  ACCTNOTE-STATUS.
           05  ACCTNOTE-STATUS-L        PIC X.
           05  ACCTNOTE-STATUS-R        PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.
                                        VALUE "ACCTMST".
       01  ACV01-REF-NAME               PIC X(12)
                                        VALUE "ACCTREF".
       01  ACV01-BLK-NAME               PIC X(12)
                                        VALUE "ACCTBLK".
       01  ACV01-SUM-NAME               PIC X(12)
                                        VALUE "SUMMST".
       01  ACV01-CLX-NAME               PIC X(12)
                                        VALUE "FILEDATREJ".
       01  ACV01-SUSP-NAME              PIC X(12)
                                        VALUE "CNT01SUSP".
       01  ACV01-LTR-NAME               PIC X(12)
                                        VALUE "LTRLOG".
       01  ACV01-NOTE-NAME              PIC X(12)
                                        VALUE "ACCTNOTE".
       01  INQUIRY-ACCT                 PIC X(10).
       01  MASKED-ACCT                  PIC X(10).
       01  ANOTHER-ANSWER               PIC X       VALUE 'Y'.
       01  SCREEN-LINES                 PIC 99      VALUE 0.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
       01  ACCTBLK-PRESENT-SW           PIC X       VALUE 'N'.
       01  SUMMST-PRESENT-SW            PIC X       VALUE 'N'.
       01  FILEDATCLX-PRESENT-SW        PIC X       VALUE 'N'.
       01  LTRLOG-PRESENT-SW            PIC X       VALUE 'N'.
       01  LETTERS-SHOWN                PIC 9(5).
       01  MASTER-FOUND-SW              PIC X.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  CURRENT-YM                   PIC X(6).
       01  PENDING-REJECTS              PIC 9(5).
       01  PENDING-SUSPENSE             PIC 9(5).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  BLOCK-TYPE-WORDS             PIC X(12).
       01  BLOCK-STATE-WORDS            PIC X(16).
       01  NOTE-ANSWER                  PIC X.
       01  NOTE-RESULT                  PIC X.

      * The notes come back oldest first off the key; the last
      * few are kept as they go by so the newest can be shown
      * first.
       01  NOTES-ON-FILE                PIC 9(5).
       01  NOTES-KEPT                   PIC 9.
       01  NOTES-KEPT-MAX               PIC 9       VALUE 5.
       01  NOTE-IDX                     PIC 9.
       01  RECENT-NOTE-TABLE.
           05  RECENT-NOTE OCCURS 5 TIMES.
               10  RECENT-NOTE-DATE     PIC 9(8).
               10  RECENT-NOTE-OPERATOR PIC X(10).
               10  RECENT-NOTE-CATEGORY PIC X(4).
               10  RECENT-NOTE-TEXT     PIC X(60).

      * The data portion of the indexed record, laid back out the
      * way CNT01LDX packed it - same decode INQ01 uses.
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNACCMST" TO ACV01-MST-NAME
                   MOVE "TRNACCREF" TO ACV01-REF-NAME
                   MOVE "TRNACCBLK" TO ACV01-BLK-NAME
                   MOVE "TRNSUMMST" TO ACV01-SUM-NAME
                   MOVE "TRNDATCLX" TO ACV01-CLX-NAME
                   MOVE "TRNDATREJ" TO ACV01-REJ-NAME
                   MOVE "TRNSUSP" TO ACV01-SUSP-NAME
                   MOVE "TRNLTRLOG" TO ACV01-LTR-NAME
                   MOVE "TRNACCNOTE" TO ACV01-NOTE-NAME
                   DISPLAY "*** TRAINING *** practice data in use"
               END-IF
               CLOSE ACV01-SUITECFG
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           END-IF.
           OPEN INPUT ACCTBLK-FILE.
           IF ACCTBLK-STATUS = "00"
               MOVE 'Y' TO ACCTBLK-PRESENT-SW
           END-IF.
           OPEN INPUT SUMMST-FILE.
           IF SUMMST-STATUS = "00"
               MOVE 'Y' TO SUMMST-PRESENT-SW
           IF FILEDATCLX-STATUS = "00"
               MOVE 'Y' TO FILEDATCLX-PRESENT-SW
           END-IF.
           OPEN INPUT LTRLOG-FILE.
           IF LTRLOG-STATUS = "00"
               MOVE 'Y' TO LTRLOG-PRESENT-SW
           END-IF.

       CLOSE-THE-MASTERS.
           IF ACCTMST-PRESENT-SW = 'Y'
           IF ACCTREF-PRESENT-SW = 'Y'
               CLOSE ACCTREF-FILE
           END-IF.
           IF ACCTBLK-PRESENT-SW = 'Y'
               CLOSE ACCTBLK-FILE
           END-IF.
           IF SUMMST-PRESENT-SW = 'Y'
               CLOSE SUMMST-FILE
           END-IF.
           IF FILEDATCLX-PRESENT-SW = 'Y'
               CLOSE FILEDATCLT-INDEXED
           END-IF.
           IF LTRLOG-PRESENT-SW = 'Y'
               CLOSE LTRLOG-FILE
           END-IF.

       SHOW-ONE-ACCOUNT-VIEW.
           IF TRAINING-MODE
           PERFORM SHOW-SUMMARY-SECTION.
           PERFORM SHOW-TRANSACTION-SECTION.
           PERFORM SHOW-PENDING-SECTION.
           PERFORM SHOW-LETTER-SECTION.
           PERFORM SHOW-NOTE-SECTION THRU SHOW-NOTE-SECTION-EXIT.
           PERFORM OFFER-ACCOUNT-NOTE THRU OFFER-ACCOUNT-NOTE-EXIT.
       SHOW-ONE-ACCOUNT-VIEW-EXIT.
           EXIT.

                               " CLASS " ACCTREF-CLASS
               END-READ
           END-IF.
           IF ACCTBLK-PRESENT-SW = 'Y'
               MOVE INQUIRY-ACCT TO ACCTBLK-ACCT-NBR
               READ ACCTBLK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SHOW-BLOCK-LINES
               END-READ
           END-IF.
       SHOW-MASTER-SECTION-EXIT.
           EXIT.

      * The block as MST01 would read it tonight: in force, not
      * yet in force, or run past its expiry.
       SHOW-BLOCK-LINES.
           EVALUATE TRUE
               WHEN ACCTBLK-DEBITS
                   MOVE "DEBITS ONLY" TO BLOCK-TYPE-WORDS
               WHEN ACCTBLK-CREDITS
                   MOVE "CREDITS ONLY" TO BLOCK-TYPE-WORDS
               WHEN OTHER
                   MOVE "TOTAL" TO BLOCK-TYPE-WORDS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN ACCTBLK-EFF-DATE > SUITE-RUN-DATE
                   MOVE "NOT YET IN FORCE" TO BLOCK-STATE-WORDS
               WHEN ACCTBLK-EXP-DATE NOT = 0 AND
                    ACCTBLK-EXP-DATE < SUITE-RUN-DATE
                   MOVE "EXPIRED" TO BLOCK-STATE-WORDS
               WHEN OTHER
                   MOVE "IN FORCE" TO BLOCK-STATE-WORDS
           END-EVALUATE.
           DISPLAY "  *** LEGAL BLOCK " BLOCK-TYPE-WORDS
                   " - " BLOCK-STATE-WORDS " ***".
           DISPLAY "  REF " ACCTBLK-CASE-REF
                   " FROM " ACCTBLK-EFF-DATE
                   " TO " ACCTBLK-EXP-DATE.

      * MTD lines for the current month plus the year's running
      * totals, straight off the summary master's key order.
       SHOW-SUMMARY-SECTION.
           END-IF.
           DISPLAY "  PENDING: rejects " PENDING-REJECTS
                   " suspense " PENDING-SUSPENSE.

      * The letter log is keyed account first, so the account's
      * letters come back oldest first.
       SHOW-LETTER-SECTION.
           IF LTRLOG-PRESENT-SW NOT = 'Y'
               DISPLAY "  (letter log not available)"
           ELSE
               MOVE 0 TO LETTERS-SHOWN
               MOVE 'N' TO BROWSE-DONE-SW
               MOVE INQUIRY-ACCT TO LTRLOG-ACCT-NBR
               MOVE 0 TO LTRLOG-SENT-DATE
               MOVE 0 TO LTRLOG-SENT-SEQ
               START LTRLOG-FILE
                   KEY IS NOT LESS THAN LTRLOG-KEY
                   INVALID KEY
                       MOVE 'Y' TO BROWSE-DONE-SW
               END-START
               PERFORM UNTIL BROWSE-DONE
                   READ LTRLOG-FILE NEXT RECORD
                       AT END MOVE 'Y' TO BROWSE-DONE-SW
                   END-READ
                   IF NOT BROWSE-DONE
                       IF LTRLOG-ACCT-NBR NOT = INQUIRY-ACCT
                           MOVE 'Y' TO BROWSE-DONE-SW
                       ELSE
                           ADD 1 TO LETTERS-SHOWN
                           MOVE LTRLOG-AMOUNT TO EDITED-AMOUNT
                           DISPLAY "  LETTER " LTRLOG-SENT-DATE
                                   " " LTRLOG-EVENT-TYPE
                                   " REF " LTRLOG-REF-DATE
                                   " AMT " EDITED-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               DISPLAY "  " LETTERS-SHOWN " letter(s) sent."
           END-IF.

      * The notes file is opened fresh for each account, so a
      * note just added here (or from INQ01) shows next time.
       SHOW-NOTE-SECTION.
           OPEN INPUT ACCTNOTE-FILE.
           IF ACCTNOTE-STATUS NOT = "00"
               DISPLAY "  (no account notes on file)"
               GO TO SHOW-NOTE-SECTION-EXIT
           END-IF.
           MOVE 0 TO NOTES-ON-FILE.
           MOVE 0 TO NOTES-KEPT.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE INQUIRY-ACCT TO ACCTNOTE-ACCT-NBR.
           MOVE 0 TO ACCTNOTE-DATE.
           MOVE 0 TO ACCTNOTE-TIME.
           START ACCTNOTE-FILE
               KEY IS NOT LESS THAN ACCTNOTE-KEY
               INVALID KEY
                   MOVE 'Y' TO BROWSE-DONE-SW
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ ACCTNOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-DONE-SW
               END-READ
               IF NOT BROWSE-DONE
                   IF ACCTNOTE-ACCT-NBR NOT = INQUIRY-ACCT
                       MOVE 'Y' TO BROWSE-DONE-SW
                   ELSE
                       PERFORM KEEP-RECENT-NOTE
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ACCTNOTE-FILE.
           PERFORM VARYING NOTE-IDX FROM NOTES-KEPT BY -1
                   UNTIL NOTE-IDX < 1
               DISPLAY "  NOTE " RECENT-NOTE-DATE (NOTE-IDX)
                       " " RECENT-NOTE-CATEGORY (NOTE-IDX)
                       " BY " RECENT-NOTE-OPERATOR (NOTE-IDX)
               DISPLAY "    " RECENT-NOTE-TEXT (NOTE-IDX)
           END-PERFORM.
           IF NOTES-ON-FILE > NOTES-KEPT
               DISPLAY "  " NOTES-ON-FILE " note(s) on file, the "
                       NOTES-KEPT " most recent shown."
           ELSE
               DISPLAY "  " NOTES-ON-FILE " note(s) on file."
           END-IF.
       SHOW-NOTE-SECTION-EXIT.
           EXIT.

       KEEP-RECENT-NOTE.
           ADD 1 TO NOTES-ON-FILE.
           IF NOTES-KEPT < NOTES-KEPT-MAX
               ADD 1 TO NOTES-KEPT
           ELSE
               PERFORM VARYING NOTE-IDX FROM 1 BY 1
                       UNTIL NOTE-IDX >= NOTES-KEPT-MAX
                   MOVE RECENT-NOTE (NOTE-IDX + 1) TO
                        RECENT-NOTE (NOTE-IDX)
               END-PERFORM
           END-IF.
           MOVE ACCTNOTE-DATE TO RECENT-NOTE-DATE (NOTES-KEPT).
           MOVE ACCTNOTE-OPERATOR TO
                RECENT-NOTE-OPERATOR (NOTES-KEPT).
           MOVE ACCTNOTE-CATEGORY TO
                RECENT-NOTE-CATEGORY (NOTES-KEPT).
           MOVE ACCTNOTE-TEXT TO RECENT-NOTE-TEXT (NOTES-KEPT).

      * A note only goes on an account the master knows about -
      * unless the master could not be opened, when the operator
      * is trusted with the number just looked up.
       OFFER-ACCOUNT-NOTE.
           IF ACCTMST-PRESENT-SW = 'Y' AND NOT MASTER-FOUND
               GO TO OFFER-ACCOUNT-NOTE-EXIT
           END-IF.
           DISPLAY "Add a note to this account?".
           CALL "CONTYN" USING NOTE-ANSWER.
           IF NOTE-ANSWER = 'Y'
               CALL "NOTEADD" USING INQUIRY-ACCT OPERATOR-ID
                                    ACV01-NOTE-NAME NOTE-RESULT
           END-IF.
       OFFER-ACCOUNT-NOTE-EXIT.
           EXIT.
