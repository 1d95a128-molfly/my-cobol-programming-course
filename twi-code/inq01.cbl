      * PORTION. OUTPUT PAUSES EVERY PAGE THROUGH THE SHARED
      * CONTYN GATE (PAGE SIZE FROM SUITECFG, LIKE MULT04), AND
      * THE OPERATOR CAN LOOK UP ANOTHER ACCOUNT WITHOUT
      * LEAVING THE PROGRAM. A LEGAL FREEZE OR POSTING BLOCK ON
      * THE ACCTBLK REGISTER SHOWS AHEAD OF THE RECORDS, SO
      * NOBODY QUOTES A BALANCE THE CUSTOMER CANNOT TOUCH. AFTER
      * EACH ACCOUNT THE OPERATOR CAN RECORD A NOTE OF THE
      * CONTACT ON THE ACCTNOTE FILE THROUGH THE SHARED NOTEADD
      * ROUTINE. ADD IT TO THE MENU01OPT TABLE TO OFFER IT FROM
      * THE OPERATOR CONSOLE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

      * Legal freeze / posting-block register, maintained by
      * BLK01.
           SELECT ACCTBLK-FILE ASSIGN TO ACCTBLK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTBLK-ACCT-NBR
                  FILE STATUS   IS ACCTBLK-STATUS.

           SELECT INQ01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  ACCTBLK-FILE.
           COPY "acctblk.cpy".

       FD  INQ01-SUITECFG.
       COPY "suitecfg.cpy".

           88  TRAINING-MODE                         VALUE 'Y'.
       01  INQ01-CLX-NAME               PIC X(12)
                                        VALUE "FILEDATCLX".
      * Notes of contact, written through NOTEADD.
       01  INQ01-NOTE-NAME              PIC X(12)
                                        VALUE "ACCTNOTE".
       01  NOTE-ANSWER                  PIC X.
       01  NOTE-RESULT                  PIC X.
       01  INQUIRY-ACCT                 PIC X(10).
       01  ANOTHER-ANSWER               PIC X       VALUE 'Y'.
       01  PAGE-ANSWER                  PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.
       01  ACCTBLK-STATUS.
           05  ACCTBLK-STATUS-L         PIC X.
           05  ACCTBLK-STATUS-R         PIC X.
       01  ACCTBLK-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTBLK-PRESENT                       VALUE 'Y'.
       01  BLOCK-TYPE-WORDS             PIC X(12).

      * The data portion of the indexed record, laid back out the
      * way CNT01LDX packed it (everything after FILEDATCLT-KEY).
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           END-IF.
           OPEN INPUT ACCTBLK-FILE.
           IF ACCTBLK-STATUS = "00"
               MOVE 'Y' TO ACCTBLK-PRESENT-SW
           END-IF.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS NOT = "00"
               DISPLAY "INQ01: OPEN FILEDATCLT-INDEXED - status "
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.
           IF ACCTBLK-PRESENT
               CLOSE ACCTBLK-FILE
           END-IF.
           CALL "DAYLOG" USING "INQ01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.
               IF SUITECFG-STATUS = "00" AND SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNDATCLX" TO INQ01-CLX-NAME
                   MOVE "TRNACCNOTE" TO INQ01-NOTE-NAME
                   DISPLAY "*** TRAINING *** practice data in use"
               END-IF
               CLOSE INQ01-SUITECFG
                               " CLASS " ACCTREF-CLASS
               END-READ
           END-IF.
           IF ACCTBLK-PRESENT
               MOVE INQUIRY-ACCT TO ACCTBLK-ACCT-NBR
               READ ACCTBLK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SHOW-ACCOUNT-BLOCK
               END-READ
           END-IF.
           MOVE 0 TO RECORDS-SHOWN.
           MOVE 0 TO SCREEN-LINES.
           MOVE 'N' TO BROWSE-DONE-SW.
               DISPLAY RECORDS-SHOWN " record(s) for account "
                       MASKED-ACCT
           END-IF.
           IF INQUIRY-ACCT NOT = SPACES
               PERFORM OFFER-ACCOUNT-NOTE
           END-IF.

      * LEVEL 3 ROUTINES
       SHOW-ACCOUNT-BLOCK.
           EVALUATE TRUE
               WHEN ACCTBLK-DEBITS
                   MOVE "DEBITS ONLY" TO BLOCK-TYPE-WORDS
               WHEN ACCTBLK-CREDITS
                   MOVE "CREDITS ONLY" TO BLOCK-TYPE-WORDS
               WHEN OTHER
                   MOVE "TOTAL" TO BLOCK-TYPE-WORDS
           END-EVALUATE.
           DISPLAY "  *** LEGAL BLOCK " BLOCK-TYPE-WORDS
                   " REF " ACCTBLK-CASE-REF " ***".
           DISPLAY "  FROM " ACCTBLK-EFF-DATE
                   " TO " ACCTBLK-EXP-DATE " (0 = until lifted)".

       OFFER-ACCOUNT-NOTE.
           DISPLAY "Add a note to account " MASKED-ACCT "?".
           CALL "CONTYN" USING NOTE-ANSWER.
           IF NOTE-ANSWER = 'Y'
               CALL "NOTEADD" USING INQUIRY-ACCT OPERATOR-ID
                                    INQ01-NOTE-NAME NOTE-RESULT
           END-IF.

       READ-NEXT-ACCOUNT-RECORD.
           READ FILEDATCLT-INDEXED NEXT RECORD
               AT END MOVE 'Y' TO BROWSE-DONE-SW
