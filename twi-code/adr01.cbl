       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADR01.
      *--------------------------------------------------
      * CUSTOMER ADDRESS AND CONTACT MAINTENANCE CONSOLE.
      * NOTHING IN THE SUITE KNEW WHERE A CUSTOMER LIVED, SO
      * EVERY OVERDRAFT, DORMANCY, OR CLOSURE LETTER WAS TYPED
      * BY HAND FROM THE BRANCH CARD INDEX. ADR01 MAINTAINS THE
      * KEYED ADDRMST MASTER THAT LTR01 ADDRESSES ITS LETTERS
      * FROM. IT IS GATED THE SEC01 WAY (THE OPERATOR MUST HOLD
      * "ADR01" IN THEIR MENU01SEC SLOTS) AND OFFERS:
      *   ENTER OR CHANGE AN ACCOUNT'S ADDRESS (FOUR LINES AND
      *   A POSTCODE), PHONE, AND EMAIL - THE ACCOUNT MUST BE ON
      *   ACCTMST; A BLANK ANSWER KEEPS THE VALUE ON FILE, AND A
      *   CHANGED ADDRESS CLEARS ANY RETURNED-MAIL FLAG,
      *   MARK RETURNED MAIL - LTR01 THEN LISTS THE ACCOUNT FOR
      *   FOLLOW-UP INSTEAD OF MAILING TO IT,
      *   CLEAR THE RETURNED-MAIL FLAG WITHOUT A NEW ADDRESS,
      *   SHOW AN ACCOUNT'S ADDRESS AND CONTACT DETAILS.
      * EVERY CHANGE IS CONFIRMED THROUGH CONTYN, WRITTEN TO THE
      * KEYED FILE ON THE SPOT, AND LOGGED THROUGH DAYLOG WITH
      * THE OPERATOR ID.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch points a practice session at the
      * TRN-prefixed copies.
           SELECT ADDRMST-FILE ASSIGN TO ADR01-ADDR-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ADDRMST-ACCT-NBR
                  FILE STATUS   IS ADDRMST-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ADR01-MST-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT ADR01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT ADR01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRMST-FILE.
           COPY "addrmst.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ADR01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  ADR01-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  ADDRMST-STATUS.
           05  ADDRMST-STATUS-L         PIC X.
           05  ADDRMST-STATUS-R         PIC X.
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
       01  ADR01-ADDR-NAME              PIC X(12)
                                        VALUE "ADDRMST".
       01  ADR01-MST-NAME               PIC X(12)
                                        VALUE "ACCTMST".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  ADDRMST-OPEN-SW              PIC X       VALUE 'N'.
           88  ADDRMST-OPEN                          VALUE 'Y'.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTMST-PRESENT                       VALUE 'Y'.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  CHANGES-MADE                 PIC 9(4)    VALUE 0.
       01  ENTRY-ACCT                   PIC X(10).
       01  ENTRY-LINES.
           05  ENTRY-LINE OCCURS 4 TIMES PIC X(30).
       01  ENTRY-POSTCODE               PIC X(10).
       01  ENTRY-PHONE                  PIC X(15).
       01  ENTRY-EMAIL                  PIC X(40).
       01  ENTRY-TEXT                   PIC X(40).
       01  LINE-IDX                     PIC 9.
       01  MASKED-ACCT                  PIC X(10).
       01  CHANGE-DETAIL                PIC X(31).
       01  ADDRESS-FOUND-SW             PIC X.
           88  ADDRESS-FOUND                         VALUE 'Y'.
       01  MASTER-FOUND-SW              PIC X.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  ADDRESS-CHANGED-SW           PIC X.
           88  ADDRESS-CHANGED                       VALUE 'Y'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "ADR01   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "ADR01: " OPERATOR-ID " does not hold "
                       "ADR01 - access denied."
           ELSE
               PERFORM OPEN-THE-MASTERS
               IF ADDRMST-OPEN
                   PERFORM RUN-MAINTENANCE-SESSION
               END-IF
               PERFORM CLOSE-THE-MASTERS
           END-IF.
           DISPLAY "ADR01: changes written= " CHANGES-MADE.
           CALL "DAYLOG" USING "ADR01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT ADR01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ ADR01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNADDRMST" TO ADR01-ADDR-NAME
                   MOVE "TRNACCMST" TO ADR01-MST-NAME
                   DISPLAY "*** TRAINING *** practice address "
                           "master in use - nothing is real"
               END-IF
               CLOSE ADR01-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT ADR01-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ ADR01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "ADR01   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ADR01-SECURITY
           END-IF.

      * First-ever session: no address master yet, so an empty
      * one is built, the way MST01 starts ACCTMST.
       OPEN-THE-MASTERS.
           OPEN I-O ADDRMST-FILE.
           IF ADDRMST-STATUS = "35"
               OPEN OUTPUT ADDRMST-FILE
               CLOSE ADDRMST-FILE
               OPEN I-O ADDRMST-FILE
           END-IF.
           IF ADDRMST-STATUS = "00"
               MOVE 'Y' TO ADDRMST-OPEN-SW
           ELSE
               DISPLAY "ADR01: OPEN ADDRMST-FILE - status "
                       ADDRMST-STATUS
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           ELSE
               DISPLAY "ADR01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS " - accounts cannot be "
                       "verified"
           END-IF.

       CLOSE-THE-MASTERS.
           IF ADDRMST-OPEN
               CLOSE ADDRMST-FILE
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
               DISPLAY "E=Enter/change address R=Returned mail"
               DISPLAY "C=Clear returned mail S=Show Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'E' WHEN 'e'
                       PERFORM ENTER-AN-ADDRESS THRU
                           ENTER-AN-ADDRESS-EXIT
                   WHEN 'R' WHEN 'r'
                       PERFORM MARK-RETURNED-MAIL THRU
                           MARK-RETURNED-MAIL-EXIT
                   WHEN 'C' WHEN 'c'
                       PERFORM CLEAR-RETURNED-MAIL THRU
                           CLEAR-RETURNED-MAIL-EXIT
                   WHEN 'S' WHEN 's'
                       PERFORM SHOW-AN-ADDRESS THRU
                           SHOW-AN-ADDRESS-EXIT
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

      * LEVEL 3 ROUTINES
       ENTER-AN-ADDRESS.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           IF ENTRY-ACCT = SPACES
               DISPLAY "An account number is required."
               GO TO ENTER-AN-ADDRESS-EXIT
           END-IF.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           IF ACCTMST-PRESENT
               PERFORM READ-MASTER-FOR-ENTRY
               IF NOT MASTER-FOUND
                   DISPLAY MASKED-ACCT " is not on the account "
                           "master - not entered."
                   GO TO ENTER-AN-ADDRESS-EXIT
               END-IF
           END-IF.
           PERFORM READ-ADDRESS-FOR-ENTRY.
           IF ADDRESS-FOUND
               PERFORM SHOW-ADDRESS-RECORD
               MOVE ADDRMST-LINES TO ENTRY-LINES
               MOVE ADDRMST-POSTCODE TO ENTRY-POSTCODE
               MOVE ADDRMST-PHONE TO ENTRY-PHONE
               MOVE ADDRMST-EMAIL TO ENTRY-EMAIL
               DISPLAY "Blank keeps the value on file; a single "
                       "'.' blanks an address line."
           ELSE
               MOVE SPACES TO ENTRY-LINES
               MOVE SPACES TO ENTRY-POSTCODE
               MOVE SPACES TO ENTRY-PHONE
               MOVE SPACES TO ENTRY-EMAIL
           END-IF.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > 4
               DISPLAY "Address line " LINE-IDX ":"
               MOVE SPACES TO ENTRY-TEXT
               ACCEPT ENTRY-TEXT
               IF ENTRY-TEXT = "."
                   MOVE SPACES TO ENTRY-LINE (LINE-IDX)
               ELSE
                   IF ENTRY-TEXT NOT = SPACES
                       MOVE ENTRY-TEXT TO ENTRY-LINE (LINE-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           DISPLAY "Postcode:".
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO ENTRY-POSTCODE
           END-IF.
           DISPLAY "Phone:".
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO ENTRY-PHONE
           END-IF.
           DISPLAY "Email:".
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO ENTRY-EMAIL
           END-IF.
           IF ENTRY-LINE (1) = SPACES
               DISPLAY "The first address line is required - not "
                       "entered."
               GO TO ENTER-AN-ADDRESS-EXIT
           END-IF.
           MOVE 'N' TO ADDRESS-CHANGED-SW.
           IF NOT ADDRESS-FOUND OR
              ENTRY-LINES NOT = ADDRMST-LINES OR
              ENTRY-POSTCODE NOT = ADDRMST-POSTCODE
               MOVE 'Y' TO ADDRESS-CHANGED-SW
           END-IF.
           DISPLAY "=== NEW DETAILS FOR " MASKED-ACCT " ===".
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > 4
               IF ENTRY-LINE (LINE-IDX) NOT = SPACES
                   DISPLAY "  " ENTRY-LINE (LINE-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "  " ENTRY-POSTCODE.
           DISPLAY "  PHONE " ENTRY-PHONE.
           DISPLAY "  EMAIL " ENTRY-EMAIL.
           IF ADDRESS-FOUND AND ADDRMST-RETURNED-MAIL AND
              ADDRESS-CHANGED
               DISPLAY "  (the returned-mail flag will be cleared)"
           END-IF.
           DISPLAY "Write these details (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Address unchanged."
               GO TO ENTER-AN-ADDRESS-EXIT
           END-IF.
           IF NOT ADDRESS-FOUND
               MOVE SPACES TO ADDRMST-REC
               MOVE ENTRY-ACCT TO ADDRMST-ACCT-NBR
               MOVE 'N' TO ADDRMST-RETURNED-SW
               MOVE 0 TO ADDRMST-RETURNED-DATE
           END-IF.
           MOVE ENTRY-LINES TO ADDRMST-LINES.
           MOVE ENTRY-POSTCODE TO ADDRMST-POSTCODE.
           MOVE ENTRY-PHONE TO ADDRMST-PHONE.
           MOVE ENTRY-EMAIL TO ADDRMST-EMAIL.
           IF ADDRESS-CHANGED
               MOVE 'N' TO ADDRMST-RETURNED-SW
               MOVE 0 TO ADDRMST-RETURNED-DATE
           END-IF.
           MOVE SUITE-RUN-DATE TO ADDRMST-UPDATED-DATE.
           MOVE OPERATOR-ID TO ADDRMST-UPDATED-BY.
           IF ADDRESS-FOUND
               REWRITE ADDRMST-REC
                   INVALID KEY
                       DISPLAY "ADR01: REWRITE ADDRMST-FILE - "
                               "status " ADDRMST-STATUS
                       GO TO ENTER-AN-ADDRESS-EXIT
               END-REWRITE
           ELSE
               WRITE ADDRMST-REC
                   INVALID KEY
                       DISPLAY "ADR01: WRITE ADDRMST-FILE - "
                               "status " ADDRMST-STATUS
                       GO TO ENTER-AN-ADDRESS-EXIT
               END-WRITE
           END-IF.
           ADD 1 TO CHANGES-MADE.
           DISPLAY MASKED-ACCT " address written.".
           MOVE SPACES TO CHANGE-DETAIL.
           STRING MASKED-ACCT " " ENTRY-POSTCODE
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "ADR01   " OPERATOR-ID "ADRENTER"
                                CHANGE-DETAIL.
       ENTER-AN-ADDRESS-EXIT.
           EXIT.

       MARK-RETURNED-MAIL.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           PERFORM READ-ADDRESS-FOR-ENTRY.
           IF NOT ADDRESS-FOUND
               DISPLAY MASKED-ACCT " has no address on file."
               GO TO MARK-RETURNED-MAIL-EXIT
           END-IF.
           PERFORM SHOW-ADDRESS-RECORD.
           IF ADDRMST-RETURNED-MAIL
               DISPLAY "Mail is already marked returned."
               GO TO MARK-RETURNED-MAIL-EXIT
           END-IF.
           DISPLAY "Mark mail to this address returned (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Address unchanged."
               GO TO MARK-RETURNED-MAIL-EXIT
           END-IF.
           MOVE 'Y' TO ADDRMST-RETURNED-SW.
           MOVE SUITE-RUN-DATE TO ADDRMST-RETURNED-DATE.
           MOVE SUITE-RUN-DATE TO ADDRMST-UPDATED-DATE.
           MOVE OPERATOR-ID TO ADDRMST-UPDATED-BY.
           REWRITE ADDRMST-REC
               INVALID KEY
                   DISPLAY "ADR01: REWRITE ADDRMST-FILE - status "
                           ADDRMST-STATUS
                   GO TO MARK-RETURNED-MAIL-EXIT
           END-REWRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY MASKED-ACCT " marked returned mail.".
           MOVE SPACES TO CHANGE-DETAIL.
           STRING MASKED-ACCT " RETURNED"
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "ADR01   " OPERATOR-ID "ADRRETRN"
                                CHANGE-DETAIL.
       MARK-RETURNED-MAIL-EXIT.
           EXIT.

       CLEAR-RETURNED-MAIL.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           PERFORM READ-ADDRESS-FOR-ENTRY.
           IF NOT ADDRESS-FOUND
               DISPLAY MASKED-ACCT " has no address on file."
               GO TO CLEAR-RETURNED-MAIL-EXIT
           END-IF.
           IF NOT ADDRMST-RETURNED-MAIL
               DISPLAY MASKED-ACCT " is not marked returned mail."
               GO TO CLEAR-RETURNED-MAIL-EXIT
           END-IF.
           PERFORM SHOW-ADDRESS-RECORD.
           DISPLAY "Clear the returned-mail flag (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Flag stays."
               GO TO CLEAR-RETURNED-MAIL-EXIT
           END-IF.
           MOVE 'N' TO ADDRMST-RETURNED-SW.
           MOVE 0 TO ADDRMST-RETURNED-DATE.
           MOVE SUITE-RUN-DATE TO ADDRMST-UPDATED-DATE.
           MOVE OPERATOR-ID TO ADDRMST-UPDATED-BY.
           REWRITE ADDRMST-REC
               INVALID KEY
                   DISPLAY "ADR01: REWRITE ADDRMST-FILE - status "
                           ADDRMST-STATUS
                   GO TO CLEAR-RETURNED-MAIL-EXIT
           END-REWRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY MASKED-ACCT " returned-mail flag cleared.".
           MOVE SPACES TO CHANGE-DETAIL.
           STRING MASKED-ACCT " CLEARED"
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "ADR01   " OPERATOR-ID "ADRCLEAR"
                                CHANGE-DETAIL.
       CLEAR-RETURNED-MAIL-EXIT.
           EXIT.

       SHOW-AN-ADDRESS.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           PERFORM READ-ADDRESS-FOR-ENTRY.
           IF NOT ADDRESS-FOUND
               DISPLAY MASKED-ACCT " has no address on file."
               GO TO SHOW-AN-ADDRESS-EXIT
           END-IF.
           PERFORM SHOW-ADDRESS-RECORD.
       SHOW-AN-ADDRESS-EXIT.
           EXIT.

       SHOW-ADDRESS-RECORD.
           DISPLAY "=== ACCOUNT " MASKED-ACCT " ===".
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > 4
               IF ADDRMST-LINE (LINE-IDX) NOT = SPACES
                   DISPLAY "  " ADDRMST-LINE (LINE-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "  " ADDRMST-POSTCODE.
           DISPLAY "  PHONE " ADDRMST-PHONE.
           DISPLAY "  EMAIL " ADDRMST-EMAIL.
           IF ADDRMST-RETURNED-MAIL
               DISPLAY "  MAIL RETURNED " ADDRMST-RETURNED-DATE
           END-IF.
           DISPLAY "  UPDATED " ADDRMST-UPDATED-DATE
                   " BY " ADDRMST-UPDATED-BY.

       READ-MASTER-FOR-ENTRY.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE ENTRY-ACCT TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.

       READ-ADDRESS-FOR-ENTRY.
           MOVE 'N' TO ADDRESS-FOUND-SW.
           MOVE ENTRY-ACCT TO ADDRMST-ACCT-NBR.
           READ ADDRMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO ADDRESS-FOUND-SW
           END-READ.
