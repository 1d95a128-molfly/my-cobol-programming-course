       IDENTIFICATION DIVISION.
       PROGRAM-ID. BHS02.
      *--------------------------------------------------
      * INTERACTIVE AS-OF BALANCE INQUIRY OVER THE BALHIST DAILY
      * BALANCE HISTORY BHS01 WRITES EACH NIGHT. THE OPERATOR
      * KEYS AN ACCOUNT NUMBER AND A DATE (YYYYMMDD - BLANK
      * MEANS THE BUSINESS DATE) AND THE PROGRAM STARTS AT THE
      * ACCOUNT'S OLDEST HISTORY RECORD, READING NEXT UP TO THE
      * DATE: THE LAST RECORD ON OR BEFORE IT HOLDS THE BALANCE
      * AS OF THAT DATE, SINCE AN ACCOUNT WITH NO MOVEMENT ON A
      * DAY KEEPS THE BALANCE IT LAST CLOSED AT. THE SCREEN
      * SHOWS THAT BALANCE, THE DAY IT WAS LAST MOVED, THE
      * STATUS, AND - WHEN THE ACCOUNT MOVED ON THE DATE ITSELF
      * - THAT DAY'S DEBITS AND CREDITS. THE HISTORY OUTLIVES
      * THE ACCOUNT MASTER, SO A CLOSED ACCOUNT RET01 HAS
      * ALREADY PURGED CAN STILL BE ANSWERED FOR. THE SUITE
      * TRAINING SWITCH POINTS THE INQUIRY AT THE TRNBALHST AND
      * TRNACCREF PRACTICE COPIES. ADD IT TO THE MENU01OPT TABLE
      * TO OFFER IT FROM THE OPERATOR CONSOLE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGN names working-storage variables so the suite
      * training switch can point the inquiry at the practice
      * copies instead of production.
           SELECT BALHIST-FILE ASSIGN TO BHS02-HIST-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BALHIST-KEY
                  FILE STATUS   IS BALHIST-STATUS.

      * Account name/reference master, so the screen shows the
      * account's name next to the masked number.
           SELECT ACCTREF-FILE ASSIGN TO BHS02-REF-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT BHS02-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALHIST-FILE.
           COPY "balhist.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  BHS02-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  BALHIST-STATUS.
           05  BALHIST-STATUS-L         PIC X.
           05  BALHIST-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  MASKED-ACCT                  PIC X(10).
      * Suite training switch and the files it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  BHS02-HIST-NAME              PIC X(12)
                                        VALUE "BALHIST".
       01  BHS02-REF-NAME               PIC X(12)
                                        VALUE "ACCTREF".
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  INQUIRY-ACCT                 PIC X(10).
       01  INQUIRY-DATE-IN              PIC X(8).
       01  INQUIRY-DATE                 PIC 9(8).
       01  ANOTHER-ANSWER               PIC X       VALUE 'Y'.
       01  BROWSE-DONE-SW               PIC X       VALUE 'N'.
           88  BROWSE-DONE                           VALUE 'Y'.
      * The latest history record on or before the date asked.
       01  AS-OF-FOUND-SW               PIC X       VALUE 'N'.
           88  AS-OF-FOUND                           VALUE 'Y'.
       01  AS-OF-REC                    PIC X(80).
       01  EARLIEST-DATE                PIC 9(8).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-DEBITS                PIC Z(10)9.99.
       01  EDITED-CREDITS               PIC Z(10)9.99.
       01  STATUS-WORDS                 PIC X(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-OPERATOR-ID.
           CALL "DAYLOG" USING "BHS02   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           PERFORM GET-SUITE-CONFIG.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           END-IF.
           OPEN INPUT BALHIST-FILE.
           IF BALHIST-STATUS NOT = "00"
               DISPLAY "BHS02: OPEN BALHIST-FILE - status "
                       BALHIST-STATUS
           ELSE
               PERFORM UNTIL ANOTHER-ANSWER = 'N'
                   PERFORM INQUIRE-ONE-ACCOUNT THRU
                       INQUIRE-ONE-ACCOUNT-EXIT
                   DISPLAY "Look up another balance?"
                   CALL "CONTYN" USING ANOTHER-ANSWER
               END-PERFORM
               CLOSE BALHIST-FILE
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.
           CALL "DAYLOG" USING "BHS02   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-OPERATOR-ID.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.

       GET-SUITE-CONFIG.
           OPEN INPUT BHS02-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ BHS02-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNBALHST" TO BHS02-HIST-NAME
                   MOVE "TRNACCREF" TO BHS02-REF-NAME
                   DISPLAY "*** TRAINING *** practice data in use"
               END-IF
               CLOSE BHS02-SUITECFG
           END-IF.

       INQUIRE-ONE-ACCOUNT.
           IF TRAINING-MODE
               DISPLAY "*** TRAINING ***"
           END-IF.
           DISPLAY "Enter the account number:".
           ACCEPT INQUIRY-ACCT.
           DISPLAY "Balance as of which date (YYYYMMDD, "
                   "blank for " BUSINESS-DATE-NUM ")?".
           ACCEPT INQUIRY-DATE-IN.
           IF INQUIRY-DATE-IN = SPACES
               MOVE BUSINESS-DATE-NUM TO INQUIRY-DATE
           ELSE
               IF INQUIRY-DATE-IN IS NOT NUMERIC
                   DISPLAY "Date must be 8 digits, YYYYMMDD"
                   GO TO INQUIRE-ONE-ACCOUNT-EXIT
               END-IF
               MOVE INQUIRY-DATE-IN TO INQUIRY-DATE
           END-IF.
           CALL "MASKACCT" USING INQUIRY-ACCT MASKED-ACCT.
           IF ACCTREF-PRESENT
               MOVE INQUIRY-ACCT TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       DISPLAY "  (no reference record on file)"
                   NOT INVALID KEY
                       DISPLAY "  NAME " ACCTREF-NAME
                               " CLASS " ACCTREF-CLASS
               END-READ
           END-IF.
           PERFORM FIND-AS-OF-RECORD.
           IF AS-OF-FOUND
               PERFORM SHOW-AS-OF-BALANCE
           ELSE
               IF EARLIEST-DATE = 0
                   DISPLAY "No balance history for account "
                           MASKED-ACCT
               ELSE
                   DISPLAY "Account " MASKED-ACCT
                           " has no history before "
                           EARLIEST-DATE
               END-IF
           END-IF.
       INQUIRE-ONE-ACCOUNT-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
       FIND-AS-OF-RECORD.
           MOVE 'N' TO AS-OF-FOUND-SW.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE 0 TO EARLIEST-DATE.
           MOVE INQUIRY-ACCT TO BALHIST-ACCT-NBR.
           MOVE 0 TO BALHIST-DATE.
           START BALHIST-FILE
               KEY IS NOT LESS THAN BALHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO BROWSE-DONE-SW
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ BALHIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-DONE-SW
               END-READ
               IF NOT BROWSE-DONE
                   IF BALHIST-ACCT-NBR NOT = INQUIRY-ACCT
                       MOVE 'Y' TO BROWSE-DONE-SW
                   ELSE
                       IF EARLIEST-DATE = 0
                           MOVE BALHIST-DATE TO EARLIEST-DATE
                       END-IF
                       IF BALHIST-DATE > INQUIRY-DATE
                           MOVE 'Y' TO BROWSE-DONE-SW
                       ELSE
                           MOVE BALHIST-REC TO AS-OF-REC
                           MOVE 'Y' TO AS-OF-FOUND-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       SHOW-AS-OF-BALANCE.
           MOVE AS-OF-REC TO BALHIST-REC.
           IF BALHIST-CLOSED
               MOVE "CLOSED" TO STATUS-WORDS
           ELSE
               MOVE "OPEN" TO STATUS-WORDS
           END-IF.
           MOVE BALHIST-CLOSING-BAL TO EDITED-AMOUNT.
           DISPLAY "  ACCOUNT " MASKED-ACCT " AS OF " INQUIRY-DATE
                   " STATUS " STATUS-WORDS.
           DISPLAY "  BALANCE " EDITED-AMOUNT.
           IF BALHIST-DATE = INQUIRY-DATE
               MOVE BALHIST-DEBITS TO EDITED-DEBITS
               MOVE BALHIST-CREDITS TO EDITED-CREDITS
               DISPLAY "  MOVED THAT DAY - DEBITS " EDITED-DEBITS
                       " (" BALHIST-DEBIT-COUNT ")"
               DISPLAY "                  CREDITS " EDITED-CREDITS
                       " (" BALHIST-CREDIT-COUNT ")"
           ELSE
               DISPLAY "  NO MOVEMENT THAT DAY - LAST MOVED "
                       BALHIST-DATE
           END-IF.
           IF BALHIST-ENTITY NOT = SPACES
               DISPLAY "  ENTITY " BALHIST-ENTITY
           END-IF.
