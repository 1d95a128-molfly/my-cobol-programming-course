       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONB01.
      *--------------------------------------------------
      * NEW-ACCOUNT ONBOARDING CONSOLE. OPENING AN ACCOUNT USED TO
      * BE THREE SEPARATE JOBS FOR THREE PEOPLE - AN ACCTREF
      * RECORD ADDED BY HAND, AN 'AD' RECORD KEYED THROUGH ADJ01,
      * AND A CHECK-DIGIT NUMBER WORKED OUT ON THE SIDE - AND
      * HALF OF MST01'S 'AD' REFUSALS CAME FROM ONE OF THE THREE
      * GOING WRONG. ONB01 DOES ALL OF IT AT ONE PROMPT:
      *   IT TAKES THE NAME, THE CLASS (CHECKED AGAINST THE
      *   PRODMST PRODUCT MASTER WHEN THERE IS ONE), THE
      *   CURRENCY THE ACCOUNT IS HELD IN (BLANK FOR BASE - MST01
      *   OPENS THE MASTER RECORD IN THE 'AD' RECORD'S CURRENCY),
      *   AND THE ADDRESS AND CONTACT DETAILS,
      *   ALLOCATES THE NEXT ACCOUNT NUMBER FROM THE ONBCTL
      *   CONTROL CARD - THE PREFIX AND LAST SERIAL ISSUED - WITH
      *   THE CHECK DIGIT CHKDGT ACCEPTS, PASSING OVER ANY NUMBER
      *   ALREADY ON ACCTREF OR ACCTMST,
      *   WRITES THE ACCTREF RECORD AND THE ADDRMST RECORD ON
      *   THE SPOT, AND THE 'AD' TRANSACTION (ZERO OPENING
      *   BALANCE - THE FIRST DEPOSIT IS AN ORDINARY POSTING) TO
      *   ONB01OUT AS A PROPER DELIVERY: HD AND TR CONTROL
      *   RECORDS, SOURCE ID 'ONBOARD', ONE SECTION PER SESSION
      *   APPENDED TO THE DAY'S FILE (ADD IT TO THE CNT01 FILE
      *   LIST),
      *   AND RECORDS THE OPENING ON THE ONBPEND PENDING-OPENINGS
      *   FILE, WHICH ONB02 PROVES AGAINST THE MASTER AFTER THE
      *   NIGHT'S POSTING.
      * THE SESSION'S ENTITY IS ASKED ONCE AND STAMPED ON EVERY
      * OPENING IN IT. THE CONSOLE IS GATED THE SEC01 WAY (THE
      * OPERATOR MUST HOLD "ONB01" IN THEIR MENU01SEC SLOTS) AND
      * SITS BEHIND THE MENU01 SIGN-ON (ADD IT TO THE MENU01OPT
      * TABLE). EVERY OPENING IS LOGGED THROUGH DAYLOG WITH THE
      * OPERATOR ID. WITH NO ONBCTL CARD THE CONSOLE OPENS
      * NOTHING - NUMBERING IS NEVER GUESSED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch points a practice session at the
      * TRN-prefixed copies.
           SELECT ONB01-CONTROL ASSIGN TO ONB01-CTL-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ONBCTL-STATUS.

           SELECT ACCTREF-FILE ASSIGN TO ONB01-REF-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT ADDRMST-FILE ASSIGN TO ONB01-ADDR-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ADDRMST-ACCT-NBR
                  FILE STATUS   IS ADDRMST-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ONB01-MST-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT ONBPEND-FILE ASSIGN TO ONB01-PEND-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ONBPEND-ACCT-NBR
                  FILE STATUS   IS ONBPEND-STATUS.

           SELECT ONB01-OUTPUT ASSIGN TO ONB01-OUT-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ONB01OUT-STATUS.

      * Product master, read only to check the class keyed. No
      * product master, any class is taken - the usual
      * missing-file fallback.
           SELECT PRODMST-FILE ASSIGN TO PRODMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PRODMST-CLASS
                  FILE STATUS   IS PRODMST-STATUS.

           SELECT ONB01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT ONB01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * One card: the three-character prefix every new number
      * starts with and the last six-digit serial issued.
       FD  ONB01-CONTROL.
       01  ONBCTL-REC.
           05  ONBCTL-PREFIX            PIC X(3).
           05  ONBCTL-LAST-SERIAL       PIC 9(6).
           05  FILLER                   PIC X(71).

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  ADDRMST-FILE.
           COPY "addrmst.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ONBPEND-FILE.
           COPY "onbpend.cpy".

       FD  ONB01-OUTPUT.
           COPY "filedatclt.cpy".

       FD  PRODMST-FILE.
           COPY "prodmst.cpy".

       FD  ONB01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  ONB01-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  ONBCTL-STATUS.
           05  ONBCTL-STATUS-L          PIC X.
           05  ONBCTL-STATUS-R          PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ADDRMST-STATUS.
           05  ADDRMST-STATUS-L         PIC X.
           05  ADDRMST-STATUS-R         PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ONBPEND-STATUS.
           05  ONBPEND-STATUS-L         PIC X.
           05  ONBPEND-STATUS-R         PIC X.
       01  ONB01OUT-STATUS.
           05  ONB01OUT-STATUS-L        PIC X.
           05  ONB01OUT-STATUS-R        PIC X.
       01  PRODMST-STATUS.
           05  PRODMST-STATUS-L         PIC X.
           05  PRODMST-STATUS-R         PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

      * Suite training switch and the dataset names it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  ONB01-CTL-NAME               PIC X(12)
                                        VALUE "ONBCTL".
       01  ONB01-REF-NAME               PIC X(12)
                                        VALUE "ACCTREF".
       01  ONB01-ADDR-NAME              PIC X(12)
                                        VALUE "ADDRMST".
       01  ONB01-MST-NAME               PIC X(12)
                                        VALUE "ACCTMST".
       01  ONB01-PEND-NAME              PIC X(12)
                                        VALUE "ONBPEND".
       01  ONB01-OUT-NAME               PIC X(12)
                                        VALUE "ONB01OUT".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  FILES-READY-SW               PIC X       VALUE 'N'.
           88  FILES-READY                           VALUE 'Y'.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTMST-PRESENT                       VALUE 'Y'.
       01  PRODMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  PRODMST-PRESENT                       VALUE 'Y'.

       01  SESSION-ENTITY               PIC X(3)    VALUE SPACES.
       01  ANOTHER-ANSWER               PIC X       VALUE 'Y'.
       01  CONFIRM-ANSWER               PIC X.
       01  ENTRY-OK-SW                  PIC X.
           88  ENTRY-OK                              VALUE 'Y'.
       01  ENTRY-NAME                   PIC X(30).
       01  ENTRY-CLASS                  PIC X(4).
       01  ENTRY-CURRENCY               PIC X(3).
       01  ENTRY-LINES.
           05  ENTRY-LINE OCCURS 4 TIMES PIC X(30).
       01  ENTRY-POSTCODE               PIC X(10).
       01  ENTRY-PHONE                  PIC X(15).
       01  ENTRY-EMAIL                  PIC X(40).
       01  LINE-IDX                     PIC 9.

      * The number being built: prefix, serial, check digit.
       01  NEW-ACCT.
           05  NEW-ACCT-PREFIX          PIC X(3).
           05  NEW-ACCT-SERIAL          PIC 9(6).
           05  NEW-ACCT-CHECK           PIC 9.
       01  NEW-ACCT-FOUND-SW            PIC X.
           88  NEW-ACCT-FOUND                        VALUE 'Y'.
       01  NUMBER-IN-USE-SW             PIC X.
           88  NUMBER-IN-USE                         VALUE 'Y'.
       01  ALLOCATE-TRIES               PIC 99.
       01  CHECK-TRY                    PIC 99.
       01  CHKDGT-RESULT                PIC X.
           88  CHKDGT-PASSED                         VALUE 'Y'.

       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.
       01  OPENING-COUNT                PIC 9(6)    VALUE 0.
       01  MASKED-ACCT                  PIC X(10).
       01  OPENING-DETAIL               PIC X(31).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "ONB01   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "ONB01: " OPERATOR-ID " does not hold "
                       "ONB01 - access denied."
           ELSE
               DISPLAY "Entity code (3 characters, blank for the "
                       "base entity):"
               ACCEPT SESSION-ENTITY
               PERFORM OPEN-THE-FILES
               IF FILES-READY
                   PERFORM WRITE-DELIVERY-HEADER
                   PERFORM UNTIL ANOTHER-ANSWER = 'N'
                       PERFORM TAKE-ONE-OPENING THRU
                           TAKE-ONE-OPENING-EXIT
                       DISPLAY "Open another account?"
                       CALL "CONTYN" USING ANOTHER-ANSWER
                   END-PERFORM
                   PERFORM WRITE-DELIVERY-TRAILER
               END-IF
               PERFORM CLOSE-THE-FILES
           END-IF.
           DISPLAY "ONB01: accounts opened= " OPENING-COUNT.
           CALL "DAYLOG" USING "ONB01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT ONB01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ ONB01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNONBCTL" TO ONB01-CTL-NAME
                   MOVE "TRNACCREF" TO ONB01-REF-NAME
                   MOVE "TRNADDRMST" TO ONB01-ADDR-NAME
                   MOVE "TRNACCMST" TO ONB01-MST-NAME
                   MOVE "TRNONBPND" TO ONB01-PEND-NAME
                   MOVE "TRNONBOUT" TO ONB01-OUT-NAME
                   DISPLAY "*** TRAINING *** openings go to the "
                           "practice files, never the stream"
               END-IF
               CLOSE ONB01-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT ONB01-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ ONB01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "ONB01   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ONB01-SECURITY
           END-IF.

      * The control card, the reference and address masters, the
      * pending file and the delivery must all open; the account
      * master and product master are only consulted. A first
      * session builds empty keyed files, the way MST01 starts
      * ACCTMST.
       OPEN-THE-FILES.
           MOVE 'Y' TO FILES-READY-SW.
           OPEN I-O ONB01-CONTROL.
           IF ONBCTL-STATUS = "00"
               READ ONB01-CONTROL
                   AT END MOVE "10" TO ONBCTL-STATUS
               END-READ
           END-IF.
           IF ONBCTL-STATUS NOT = "00" OR
              ONBCTL-LAST-SERIAL IS NOT NUMERIC
               DISPLAY "ONB01: ONBCTL numbering card not set up - "
                       "status " ONBCTL-STATUS
                       " - no account can be opened"
               MOVE 'N' TO FILES-READY-SW
           END-IF.
           OPEN I-O ACCTREF-FILE.
           IF ACCTREF-STATUS = "35"
               OPEN OUTPUT ACCTREF-FILE
               CLOSE ACCTREF-FILE
               OPEN I-O ACCTREF-FILE
           END-IF.
           IF ACCTREF-STATUS NOT = "00"
               DISPLAY "ONB01: OPEN ACCTREF-FILE - status "
                       ACCTREF-STATUS
               MOVE 'N' TO FILES-READY-SW
           END-IF.
           OPEN I-O ADDRMST-FILE.
           IF ADDRMST-STATUS = "35"
               OPEN OUTPUT ADDRMST-FILE
               CLOSE ADDRMST-FILE
               OPEN I-O ADDRMST-FILE
           END-IF.
           IF ADDRMST-STATUS NOT = "00"
               DISPLAY "ONB01: OPEN ADDRMST-FILE - status "
                       ADDRMST-STATUS
               MOVE 'N' TO FILES-READY-SW
           END-IF.
           OPEN I-O ONBPEND-FILE.
           IF ONBPEND-STATUS = "35"
               OPEN OUTPUT ONBPEND-FILE
               CLOSE ONBPEND-FILE
               OPEN I-O ONBPEND-FILE
           END-IF.
           IF ONBPEND-STATUS NOT = "00"
               DISPLAY "ONB01: OPEN ONBPEND-FILE - status "
                       ONBPEND-STATUS
               MOVE 'N' TO FILES-READY-SW
           END-IF.
           OPEN EXTEND ONB01-OUTPUT.
           IF ONB01OUT-STATUS NOT = "00"
               OPEN OUTPUT ONB01-OUTPUT
           END-IF.
           IF ONB01OUT-STATUS NOT = "00"
               DISPLAY "ONB01: OPEN ONB01-OUTPUT - status "
                       ONB01OUT-STATUS
               MOVE 'N' TO FILES-READY-SW
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           END-IF.
           OPEN INPUT PRODMST-FILE.
           IF PRODMST-STATUS = "00"
               MOVE 'Y' TO PRODMST-PRESENT-SW
           END-IF.

       CLOSE-THE-FILES.
           IF ONBCTL-STATUS = "00"
               CLOSE ONB01-CONTROL
           END-IF.
           IF ACCTREF-STATUS = "00"
               CLOSE ACCTREF-FILE
           END-IF.
           IF ADDRMST-STATUS = "00"
               CLOSE ADDRMST-FILE
           END-IF.
           IF ONBPEND-STATUS = "00"
               CLOSE ONBPEND-FILE
           END-IF.
           IF ONB01OUT-STATUS = "00"
               CLOSE ONB01-OUTPUT
           END-IF.
           IF ACCTMST-PRESENT
               CLOSE ACCTMST-FILE
           END-IF.
           IF PRODMST-PRESENT
               CLOSE PRODMST-FILE
           END-IF.

       TAKE-ONE-OPENING.
           IF TRAINING-MODE
               DISPLAY "*** TRAINING ***"
           END-IF.
           DISPLAY "Account name:".
           MOVE SPACES TO ENTRY-NAME.
           ACCEPT ENTRY-NAME.
           IF ENTRY-NAME = SPACES
               DISPLAY "A name is required - nothing opened."
               GO TO TAKE-ONE-OPENING-EXIT
           END-IF.
           DISPLAY "Account class (product):".
           MOVE SPACES TO ENTRY-CLASS.
           ACCEPT ENTRY-CLASS.
           INSPECT ENTRY-CLASS CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM CHECK-THE-CLASS THRU CHECK-THE-CLASS-EXIT.
           IF NOT ENTRY-OK
               GO TO TAKE-ONE-OPENING-EXIT
           END-IF.
           DISPLAY "Account currency (3 letters, blank for base):".
           MOVE SPACES TO ENTRY-CURRENCY.
           ACCEPT ENTRY-CURRENCY.
           INSPECT ENTRY-CURRENCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF ENTRY-CURRENCY NOT = SPACES AND
              (ENTRY-CURRENCY NOT ALPHABETIC-UPPER OR
               ENTRY-CURRENCY (1:1) = SPACE OR
               ENTRY-CURRENCY (2:1) = SPACE OR
               ENTRY-CURRENCY (3:1) = SPACE)
               DISPLAY "A currency is three letters - nothing "
                       "opened."
               GO TO TAKE-ONE-OPENING-EXIT
           END-IF.
           MOVE SPACES TO ENTRY-LINES.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > 4
               DISPLAY "Address line " LINE-IDX ":"
               ACCEPT ENTRY-LINE (LINE-IDX)
           END-PERFORM.
           IF ENTRY-LINE (1) = SPACES
               DISPLAY "The first address line is required - "
                       "nothing opened."
               GO TO TAKE-ONE-OPENING-EXIT
           END-IF.
           DISPLAY "Postcode:".
           MOVE SPACES TO ENTRY-POSTCODE.
           ACCEPT ENTRY-POSTCODE.
           DISPLAY "Phone:".
           MOVE SPACES TO ENTRY-PHONE.
           ACCEPT ENTRY-PHONE.
           DISPLAY "Email:".
           MOVE SPACES TO ENTRY-EMAIL.
           ACCEPT ENTRY-EMAIL.
           DISPLAY "=== NEW ACCOUNT ===".
           DISPLAY "  NAME   " ENTRY-NAME.
           DISPLAY "  CLASS  " ENTRY-CLASS "  ENTITY " SESSION-ENTITY.
           IF ENTRY-CURRENCY = SPACES
               DISPLAY "  CURRENCY BASE"
           ELSE
               DISPLAY "  CURRENCY " ENTRY-CURRENCY
           END-IF.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > 4
               IF ENTRY-LINE (LINE-IDX) NOT = SPACES
                   DISPLAY "  " ENTRY-LINE (LINE-IDX)
               END-IF
           END-PERFORM.
           DISPLAY "  " ENTRY-POSTCODE.
           DISPLAY "  PHONE " ENTRY-PHONE.
           DISPLAY "  EMAIL " ENTRY-EMAIL.
           DISPLAY "Open this account (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Nothing opened."
               GO TO TAKE-ONE-OPENING-EXIT
           END-IF.
           PERFORM ALLOCATE-ACCOUNT-NUMBER THRU
               ALLOCATE-ACCOUNT-NUMBER-EXIT.
           IF NOT NEW-ACCT-FOUND
               DISPLAY "No free account number could be allocated "
                       "- nothing opened. Check the ONBCTL card."
               GO TO TAKE-ONE-OPENING-EXIT
           END-IF.
           PERFORM WRITE-THE-REFERENCE.
           IF NOT ENTRY-OK
               GO TO TAKE-ONE-OPENING-EXIT
           END-IF.
           PERFORM WRITE-THE-ADDRESS.
           PERFORM WRITE-THE-ADD-RECORD.
           PERFORM WRITE-THE-PENDING-OPENING.
           ADD 1 TO OPENING-COUNT.
           CALL "MASKACCT" USING NEW-ACCT MASKED-ACCT.
           DISPLAY "Account opened: " NEW-ACCT
                   " - give this number to the customer.".
           DISPLAY "It posts to the master in tonight's run.".
           MOVE SPACES TO OPENING-DETAIL.
           STRING MASKED-ACCT " " ENTRY-CLASS " " SESSION-ENTITY
               DELIMITED BY SIZE INTO OPENING-DETAIL.
           CALL "DAYLOG" USING "ONB01   " OPERATOR-ID "OPENED  "
                                OPENING-DETAIL.
       TAKE-ONE-OPENING-EXIT.
           EXIT.

       WRITE-DELIVERY-HEADER.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "HD" TO FILEDATCLT-REC-TYPE.
           MOVE RUN-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE 0 TO FILEDATCLT-AMOUNT.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE SESSION-ENTITY TO FILEDATCLT-ENTITY.
           MOVE "ONBOARD " TO FILEDATCLT-CTL-SOURCE-ID.
           WRITE FILEDATCLT-REC.

      * Every opening carries a zero amount, so the trailer's
      * amount hash is zero and its count is the openings.
       WRITE-DELIVERY-TRAILER.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "TR" TO FILEDATCLT-REC-TYPE.
           MOVE RUN-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE 0 TO FILEDATCLT-AMOUNT.
           MOVE OPENING-COUNT TO FILEDATCLT-CTL-COUNT.
           MOVE SESSION-ENTITY TO FILEDATCLT-ENTITY.
           MOVE "ONBOARD " TO FILEDATCLT-CTL-SOURCE-ID.
           WRITE FILEDATCLT-REC.

      * LEVEL 3 ROUTINES
      * The class must be keyed; with a product master it must
      * name a product on it, so MST01, ACR01 and STM01 all know
      * what to do with the account from its first night.
       CHECK-THE-CLASS.
           MOVE 'Y' TO ENTRY-OK-SW.
           IF ENTRY-CLASS = SPACES
               DISPLAY "A class is required - nothing opened."
               MOVE 'N' TO ENTRY-OK-SW
               GO TO CHECK-THE-CLASS-EXIT
           END-IF.
           IF NOT PRODMST-PRESENT
               GO TO CHECK-THE-CLASS-EXIT
           END-IF.
           MOVE ENTRY-CLASS TO PRODMST-CLASS.
           READ PRODMST-FILE
               INVALID KEY
                   DISPLAY "Class " ENTRY-CLASS
                           " is not on the product master - "
                           "nothing opened."
                   MOVE 'N' TO ENTRY-OK-SW
               NOT INVALID KEY
                   DISPLAY "Class " ENTRY-CLASS " " PRODMST-DESC
           END-READ.
       CHECK-THE-CLASS-EXIT.
           EXIT.

      * The next serial off the card, completed with the check
      * digit CHKDGT accepts; a number already on the reference
      * or account master (keyed some other way in the past) is
      * passed over. The card is rewritten at once so a second
      * console never issues the same number.
       ALLOCATE-ACCOUNT-NUMBER.
           MOVE 'N' TO NEW-ACCT-FOUND-SW.
           MOVE 0 TO ALLOCATE-TRIES.
           PERFORM UNTIL NEW-ACCT-FOUND OR ALLOCATE-TRIES > 50
               ADD 1 TO ALLOCATE-TRIES
               IF ONBCTL-LAST-SERIAL = 999999
                   MOVE 99 TO ALLOCATE-TRIES
               ELSE
                   ADD 1 TO ONBCTL-LAST-SERIAL
                   PERFORM BUILD-THE-NUMBER
                   PERFORM CHECK-NUMBER-IN-USE
                   IF CHKDGT-PASSED AND NOT NUMBER-IN-USE
                       MOVE 'Y' TO NEW-ACCT-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.
           REWRITE ONBCTL-REC.
           IF ONBCTL-STATUS NOT = "00"
               DISPLAY "ONB01: REWRITE ONB01-CONTROL - status "
                       ONBCTL-STATUS
               MOVE 'N' TO NEW-ACCT-FOUND-SW
           END-IF.
       ALLOCATE-ACCOUNT-NUMBER-EXIT.
           EXIT.

       BUILD-THE-NUMBER.
           MOVE ONBCTL-PREFIX TO NEW-ACCT-PREFIX.
           MOVE ONBCTL-LAST-SERIAL TO NEW-ACCT-SERIAL.
           MOVE 'N' TO CHKDGT-RESULT.
           PERFORM VARYING CHECK-TRY FROM 0 BY 1
                   UNTIL CHECK-TRY > 9 OR CHKDGT-PASSED
               MOVE CHECK-TRY TO NEW-ACCT-CHECK
               CALL "CHKDGT" USING NEW-ACCT CHKDGT-RESULT
           END-PERFORM.

       CHECK-NUMBER-IN-USE.
           MOVE 'N' TO NUMBER-IN-USE-SW.
           MOVE NEW-ACCT TO ACCTREF-ACCT-NBR.
           READ ACCTREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO NUMBER-IN-USE-SW
           END-READ.
           IF ACCTMST-PRESENT AND NOT NUMBER-IN-USE
               MOVE NEW-ACCT TO ACCTMST-ACCT-NBR
               READ ACCTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO NUMBER-IN-USE-SW
               END-READ
           END-IF.

      * The reference record goes first: MST01 refuses an 'AD'
      * with no reference record, so without it nothing else is
      * worth writing.
       WRITE-THE-REFERENCE.
           MOVE 'Y' TO ENTRY-OK-SW.
           MOVE SPACES TO ACCTREF-REC.
           MOVE NEW-ACCT TO ACCTREF-ACCT-NBR.
           MOVE ENTRY-NAME TO ACCTREF-NAME.
           MOVE ENTRY-CLASS TO ACCTREF-CLASS.
           WRITE ACCTREF-REC
               INVALID KEY
                   DISPLAY "ONB01: WRITE ACCTREF-FILE - status "
                           ACCTREF-STATUS " - nothing opened"
                   MOVE 'N' TO ENTRY-OK-SW
           END-WRITE.

       WRITE-THE-ADDRESS.
           MOVE SPACES TO ADDRMST-REC.
           MOVE NEW-ACCT TO ADDRMST-ACCT-NBR.
           MOVE ENTRY-LINES TO ADDRMST-LINES.
           MOVE ENTRY-POSTCODE TO ADDRMST-POSTCODE.
           MOVE ENTRY-PHONE TO ADDRMST-PHONE.
           MOVE ENTRY-EMAIL TO ADDRMST-EMAIL.
           MOVE 'N' TO ADDRMST-RETURNED-SW.
           MOVE 0 TO ADDRMST-RETURNED-DATE.
           MOVE RUN-DATE-NUM TO ADDRMST-UPDATED-DATE.
           MOVE OPERATOR-ID TO ADDRMST-UPDATED-BY.
           WRITE ADDRMST-REC
               INVALID KEY
                   REWRITE ADDRMST-REC
                       INVALID KEY
                           DISPLAY "ONB01: WRITE ADDRMST-FILE - "
                                   "status " ADDRMST-STATUS
                                   " - enter the address on ADR01"
                   END-REWRITE
           END-WRITE.

      * A brand-new number has no keys on the transaction copy,
      * so the add is always its account's sequence 0001.
       WRITE-THE-ADD-RECORD.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE NEW-ACCT TO FILEDATCLT-ACCT-NBR.
           MOVE 1 TO FILEDATCLT-SEQ-NBR.
           MOVE RUN-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-AMOUNT.
           MOVE "AD" TO FILEDATCLT-REC-TYPE.
           MOVE ENTRY-CURRENCY TO FILEDATCLT-CURRENCY-CODE.
           MOVE SESSION-ENTITY TO FILEDATCLT-ENTITY.
           MOVE "ONBOARD " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           WRITE FILEDATCLT-REC.

       WRITE-THE-PENDING-OPENING.
           MOVE SPACES TO ONBPEND-REC.
           MOVE NEW-ACCT TO ONBPEND-ACCT-NBR.
           MOVE RUN-DATE-NUM TO ONBPEND-OPEN-DATE.
           MOVE OPERATOR-ID TO ONBPEND-OPERATOR.
           MOVE ENTRY-NAME TO ONBPEND-NAME.
           MOVE ENTRY-CLASS TO ONBPEND-CLASS.
           MOVE SESSION-ENTITY TO ONBPEND-ENTITY.
           WRITE ONBPEND-REC
               INVALID KEY
                   DISPLAY "ONB01: WRITE ONBPEND-FILE - status "
                           ONBPEND-STATUS
                           " - opening not tracked"
           END-WRITE.
