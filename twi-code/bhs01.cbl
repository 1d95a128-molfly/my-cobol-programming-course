       IDENTIFICATION DIVISION.
       PROGRAM-ID. BHS01.
      *--------------------------------------------------
      * WRITES THE NIGHT'S DAILY BALANCE HISTORY. ACCTMST ONLY
      * EVER KNEW TODAY'S BALANCE, SO "WHAT WAS THE BALANCE ON
      * THE 3RD" MEANT REPLAYING ARCHIVED FILES BY HAND. RUN
      * AFTER MST01 HAS POSTED AND BAL01 HAS BALANCED IT, BHS01
      * WALKS THE MASTER AND, FOR EVERY ACCOUNT MST01 MOVED ON
      * THE BUSINESS DATE - ITS MST01APL TRACKING ENTRIES SHOW A
      * POSTING OR A CLOSE/REOPEN - WRITES ONE BALHIST RECORD
      * KEYED ON ACCOUNT PLUS BUSINESS DATE WITH THE CLOSING
      * BALANCE, THE DAY'S DEBITS AND CREDITS, THE STATUS, AND
      * THE ACCTREF CLASS. A RERUN THE SAME NIGHT REWRITES THE
      * SAME RECORDS. THE FIRST NIGHT (BALHIST NEWLY CREATED)
      * EVERY ACCOUNT ON THE MASTER IS SEEDED WITH ITS BALANCE,
      * SO A DAY WITH NO RECORD ALWAYS HAS ONE TO CARRY FROM.
      * THE HISTORY IS PURGED HERE ON THE SUITECFG HISTORY
      * RETENTION - RET01'S CLASSES WANT A DATE-LEADING KEY -
      * BUT NEVER SHORTER THAN TWO MONTHS, SO BHS03 ALWAYS HAS
      * THE WHOLE OF LAST MONTH, AND AN ACCOUNT'S LATEST RECORD
      * IS KEPT HOWEVER OLD UNLESS IT SHOWS THE ACCOUNT CLOSED:
      * IT IS THE BALANCE EVERY LATER DAY CARRIES. ZERO
      * RETENTION KEEPS EVERYTHING, AS IN RET01.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

      * MST01's applied-transaction tracking: the night's posted
      * amounts per account.
           SELECT MST01-APPLIED ASSIGN TO MST01APL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS APPLIED-TRACK-KEY
                  FILE STATUS   IS MST01APL-STATUS.

      * Account name/reference master, for the class carried on
      * each history record.
           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT BALHIST-FILE ASSIGN TO BALHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BALHIST-KEY
                  FILE STATUS   IS BALHIST-STATUS.

           SELECT BHS01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

           SELECT BHS01-REPORT ASSIGN TO BHS01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BHS01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  MST01-APPLIED.
           COPY "mstapl.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  BALHIST-FILE.
           COPY "balhist.cpy".

       FD  BHS01-SUITECFG.
       COPY "suitecfg.cpy".

       FD  BHS01-REPORT.
       01  BHS01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.

       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  MST01APL-STATUS.
           05  MST01APL-STATUS-L        PIC X.
           05  MST01APL-STATUS-R        PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.
       01  BALHIST-STATUS.
           05  BALHIST-STATUS-L         PIC X.
           05  BALHIST-STATUS-R         PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.
       01  BHS01RPT-STATUS.
           05  BHS01RPT-STATUS-L        PIC X.
           05  BHS01RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
      * A newly created history is seeded with every account.
       01  SEED-RUN-SW                  PIC X       VALUE 'N'.
           88  SEED-RUN                              VALUE 'Y'.

      * One account's movement on the business date, totalled
      * from its tracking entries.
       01  APPLIED-DONE-SW              PIC X.
           88  APPLIED-DONE                          VALUE 'Y'.
       01  ACCOUNT-MOVED-SW             PIC X.
           88  ACCOUNT-MOVED                         VALUE 'Y'.
       01  DAY-DEBITS                   PIC 9(11)V99.
       01  DAY-CREDITS                  PIC 9(11)V99.
       01  DAY-DEBIT-COUNT              PIC 9(5).
       01  DAY-CREDIT-COUNT             PIC 9(5).

      * The history purge. A record older than the retention
      * goes only when a later record for the same account
      * exists, or when it is the last and shows the account
      * closed. The record before the one just read is "held"
      * until the next read shows whether it was the last.
       01  HIST-RETENT-DAYS             PIC 9(3)    VALUE 0.
       01  MINIMUM-RETENT-DAYS          PIC 9(3)    VALUE 62.
       01  PURGE-EOF-SW                 PIC X.
           88  PURGE-EOF                             VALUE 'Y'.
       01  HELD-SW                      PIC X.
           88  RECORD-HELD                           VALUE 'Y'.
       01  HELD-KEY.
           05  HELD-ACCT-NBR            PIC X(10).
           05  HELD-DATE                PIC 9(8).
       01  HELD-STATUS                  PIC X.
       01  RESUME-KEY                   PIC X(18).
       01  HELD-EXPIRED-SW              PIC X.
           88  HELD-EXPIRED                          VALUE 'Y'.
      * Serial-day arithmetic comes from the shared DATESER
      * subroutine so every program ages dates the same way.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  TODAY-SERIAL                 PIC S9(9)   COMP.
       01  HIST-AGE-DAYS                PIC S9(9)   COMP.

       01  ACCOUNTS-READ                PIC 9(7)    VALUE 0.
       01  HISTORY-WRITTEN              PIC 9(7)    VALUE 0.
       01  HISTORY-REWRITTEN            PIC 9(7)    VALUE 0.
       01  HISTORY-PURGED               PIC 9(7)    VALUE 0.
       01  TOTAL-DEBITS                 PIC 9(11)V99 VALUE 0.
       01  TOTAL-CREDITS                PIC 9(11)V99 VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.
       01  EDITED-AMOUNT                PIC -(11)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "BHS01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM GET-SUITE-CONFIG.
           PERFORM OPEN-THE-FILES.
           IF RUN-SEVERITY = 16
               DISPLAY "BHS01: *** FILES UNAVAILABLE - "
                       "NO HISTORY WRITTEN ***"
               GO TO PROGRAM-WRAP-UP
           END-IF.
           IF SEED-RUN
               DISPLAY "BHS01: new balance history - seeding "
                       "every account"
           END-IF.
           PERFORM UNTIL ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
               IF NOT ACCTMST-EOF-YES
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM RECORD-ONE-ACCOUNT THRU
                       RECORD-ONE-ACCOUNT-EXIT
               END-IF
           END-PERFORM.
           IF HIST-RETENT-DAYS > 0
               PERFORM PURGE-OLD-HISTORY
           END-IF.
           PERFORM CLOSE-THE-FILES.
           PERFORM WRITE-HISTORY-REPORT.
           DISPLAY "BHS01: accounts read= " ACCOUNTS-READ
                   " history written= " HISTORY-WRITTEN.
           DISPLAY "BHS01: rewritten= " HISTORY-REWRITTEN
                   " purged= " HISTORY-PURGED.
       PROGRAM-WRAP-UP.
           CALL "DAYLOG" USING "BHS01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-SUITE-CONFIG.
           OPEN INPUT BHS01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ BHS01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-HIST-RETENT-DAYS IS NUMERIC
                   MOVE SUITECFG-HIST-RETENT-DAYS TO
                        HIST-RETENT-DAYS
               END-IF
               CLOSE BHS01-SUITECFG
           END-IF.
           IF HIST-RETENT-DAYS > 0 AND
              HIST-RETENT-DAYS < MINIMUM-RETENT-DAYS
               MOVE MINIMUM-RETENT-DAYS TO HIST-RETENT-DAYS
           END-IF.
           DISPLAY "BHS01: hist retention days= " HIST-RETENT-DAYS.

      * Without the master or the tracking entries there is no
      * telling what moved; a history that will not open
      * cannot be written. Any of them stops the step.
       OPEN-THE-FILES.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "BHS01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN INPUT MST01-APPLIED.
           IF MST01APL-STATUS NOT = "00"
               DISPLAY "BHS01: OPEN MST01-APPLIED - status "
                       MST01APL-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN I-O BALHIST-FILE.
           IF BALHIST-STATUS = "35"
               OPEN OUTPUT BALHIST-FILE
               CLOSE BALHIST-FILE
               OPEN I-O BALHIST-FILE
               MOVE 'Y' TO SEED-RUN-SW
           END-IF.
           IF BALHIST-STATUS NOT = "00"
               DISPLAY "BHS01: OPEN BALHIST-FILE - status "
                       BALHIST-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           END-IF.
           IF RUN-SEVERITY = 16
               PERFORM CLOSE-THE-FILES
           END-IF.

       RECORD-ONE-ACCOUNT.
           PERFORM TOTAL-ACCOUNT-MOVEMENT.
           IF NOT ACCOUNT-MOVED AND NOT SEED-RUN
               GO TO RECORD-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE SPACES TO BALHIST-REC.
           MOVE ACCTMST-ACCT-NBR TO BALHIST-ACCT-NBR.
           MOVE BUSINESS-DATE-NUM TO BALHIST-DATE.
           MOVE ACCTMST-BALANCE TO BALHIST-CLOSING-BAL.
           MOVE DAY-DEBITS TO BALHIST-DEBITS.
           MOVE DAY-CREDITS TO BALHIST-CREDITS.
           MOVE DAY-DEBIT-COUNT TO BALHIST-DEBIT-COUNT.
           MOVE DAY-CREDIT-COUNT TO BALHIST-CREDIT-COUNT.
           MOVE ACCTMST-ACCT-STATUS TO BALHIST-ACCT-STATUS.
           MOVE ACCTMST-ENTITY TO BALHIST-ENTITY.
           IF ACCTREF-PRESENT
               MOVE ACCTMST-ACCT-NBR TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-CLASS TO BALHIST-CLASS
               END-READ
           END-IF.
           WRITE BALHIST-REC
               INVALID KEY
                   REWRITE BALHIST-REC
                       INVALID KEY
                           DISPLAY "BHS01: REWRITE BALHIST-REC - "
                                   "status " BALHIST-STATUS
                           MOVE 8 TO RUN-SEVERITY
                       NOT INVALID KEY
                           ADD 1 TO HISTORY-REWRITTEN
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO HISTORY-WRITTEN
           END-WRITE.
           ADD DAY-DEBITS TO TOTAL-DEBITS.
           ADD DAY-CREDITS TO TOTAL-CREDITS.
       RECORD-ONE-ACCOUNT-EXIT.
           EXIT.

      * Walks the history in key order - each account's records
      * oldest first - deciding each record's fate once the
      * record after it has been read.
       PURGE-OLD-HISTORY.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO TODAY-SERIAL.
           MOVE 'N' TO PURGE-EOF-SW.
           MOVE 'N' TO HELD-SW.
           MOVE LOW-VALUES TO BALHIST-KEY.
           START BALHIST-FILE
               KEY IS NOT LESS THAN BALHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO PURGE-EOF-SW
           END-START.
           PERFORM UNTIL PURGE-EOF
               READ BALHIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO PURGE-EOF-SW
               END-READ
               IF PURGE-EOF
                   PERFORM CHECK-LAST-HELD-RECORD
               ELSE
                   PERFORM CHECK-HELD-RECORD THRU CHECK-HELD-RECORD-EXIT
                   MOVE 'Y' TO HELD-SW
                   MOVE BALHIST-KEY TO HELD-KEY
                   MOVE BALHIST-ACCT-STATUS TO HELD-STATUS
               END-IF
           END-PERFORM.

       CLOSE-THE-FILES.
           IF ACCTMST-STATUS = "00" OR ACCTMST-STATUS = "10"
               CLOSE ACCTMST-FILE
           END-IF.
           IF MST01APL-STATUS = "00" OR MST01APL-STATUS = "10"
               OR MST01APL-STATUS = "23"
               CLOSE MST01-APPLIED
           END-IF.
           IF BALHIST-STATUS = "00" OR BALHIST-STATUS = "10"
               OR BALHIST-STATUS = "23"
               CLOSE BALHIST-FILE
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
               MOVE 'N' TO ACCTREF-PRESENT-SW
           END-IF.

       WRITE-HISTORY-REPORT.
           OPEN OUTPUT BHS01-REPORT.
           IF BHS01RPT-STATUS NOT = "00"
               DISPLAY "BHS01: OPEN BHS01-REPORT - status "
                       BHS01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO BHS01-REPORT-LINE
               WRITE BHS01-REPORT-LINE
               MOVE SPACES TO BHS01-REPORT-LINE
               STRING "Balance history for business date "
                      BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO BHS01-REPORT-LINE
               WRITE BHS01-REPORT-LINE
               IF SEED-RUN
                   MOVE "History newly created - every account seeded"
                       TO BHS01-REPORT-LINE
                   WRITE BHS01-REPORT-LINE
               END-IF
               MOVE SPACES TO BHS01-REPORT-LINE
               STRING "Accounts read is=      " ACCOUNTS-READ
                   DELIMITED BY SIZE INTO BHS01-REPORT-LINE
               WRITE BHS01-REPORT-LINE
               MOVE SPACES TO BHS01-REPORT-LINE
               STRING "History written is=    " HISTORY-WRITTEN
                   DELIMITED BY SIZE INTO BHS01-REPORT-LINE
               WRITE BHS01-REPORT-LINE
               MOVE SPACES TO BHS01-REPORT-LINE
               STRING "History rewritten is=  " HISTORY-REWRITTEN
                   DELIMITED BY SIZE INTO BHS01-REPORT-LINE
               WRITE BHS01-REPORT-LINE
               MOVE TOTAL-DEBITS TO EDITED-AMOUNT
               MOVE SPACES TO BHS01-REPORT-LINE
               STRING "Debits posted is=      " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO BHS01-REPORT-LINE
               WRITE BHS01-REPORT-LINE
               MOVE TOTAL-CREDITS TO EDITED-AMOUNT
               MOVE SPACES TO BHS01-REPORT-LINE
               STRING "Credits posted is=     " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO BHS01-REPORT-LINE
               WRITE BHS01-REPORT-LINE
               MOVE SPACES TO BHS01-REPORT-LINE
               STRING "History purged is=     " HISTORY-PURGED
                      "  (retention days " HIST-RETENT-DAYS ")"
                   DELIMITED BY SIZE INTO BHS01-REPORT-LINE
               WRITE BHS01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO BHS01-REPORT-LINE
               WRITE BHS01-REPORT-LINE
               CLOSE BHS01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
      * The account's tracking entries start at its number (the
      * transaction key leads with it); only tonight's count.
       TOTAL-ACCOUNT-MOVEMENT.
           MOVE 'N' TO ACCOUNT-MOVED-SW.
           MOVE 0 TO DAY-DEBITS.
           MOVE 0 TO DAY-CREDITS.
           MOVE 0 TO DAY-DEBIT-COUNT.
           MOVE 0 TO DAY-CREDIT-COUNT.
           MOVE 'N' TO APPLIED-DONE-SW.
           MOVE LOW-VALUES TO APPLIED-TRACK-KEY.
           MOVE ACCTMST-ACCT-NBR TO APPLIED-TXN-KEY (1:10).
           START MST01-APPLIED
               KEY IS NOT LESS THAN APPLIED-TRACK-KEY
               INVALID KEY
                   MOVE 'Y' TO APPLIED-DONE-SW
           END-START.
           PERFORM UNTIL APPLIED-DONE
               READ MST01-APPLIED NEXT RECORD
                   AT END MOVE 'Y' TO APPLIED-DONE-SW
               END-READ
               IF NOT APPLIED-DONE
                   IF APPLIED-TXN-KEY (1:10) NOT = ACCTMST-ACCT-NBR
                       MOVE 'Y' TO APPLIED-DONE-SW
                   ELSE
                       IF APPLIED-BUS-DATE = BUSINESS-DATE-NUM
                           PERFORM ADD-ONE-APPLIED-ENTRY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       ADD-ONE-APPLIED-ENTRY.
           IF APPLIED-STATUS-ONLY
               MOVE 'Y' TO ACCOUNT-MOVED-SW
           END-IF.
           IF APPLIED-POSTED
               MOVE 'Y' TO ACCOUNT-MOVED-SW
               IF APPLIED-AMOUNT < 0
                   SUBTRACT APPLIED-AMOUNT FROM DAY-DEBITS
                   ADD 1 TO DAY-DEBIT-COUNT
               ELSE
                   ADD APPLIED-AMOUNT TO DAY-CREDITS
                   ADD 1 TO DAY-CREDIT-COUNT
               END-IF
           END-IF.

      * The record just read is the same account's: the held one
      * is not the latest, so age alone decides. A different
      * account: the held one was the latest, and goes only if
      * it is old and shows the account closed.
       CHECK-HELD-RECORD.
           IF NOT RECORD-HELD
               GO TO CHECK-HELD-RECORD-EXIT
           END-IF.
           PERFORM AGE-HELD-RECORD.
           IF NOT HELD-EXPIRED
               GO TO CHECK-HELD-RECORD-EXIT
           END-IF.
           IF BALHIST-ACCT-NBR = HELD-ACCT-NBR OR
              HELD-STATUS = 'C'
               MOVE BALHIST-KEY TO RESUME-KEY
               PERFORM DELETE-HELD-RECORD
               MOVE RESUME-KEY TO BALHIST-KEY
               START BALHIST-FILE
                   KEY IS NOT LESS THAN BALHIST-KEY
                   INVALID KEY
                       MOVE 'Y' TO PURGE-EOF-SW
               END-START
               IF NOT PURGE-EOF
                   READ BALHIST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO PURGE-EOF-SW
                   END-READ
               END-IF
           END-IF.
       CHECK-HELD-RECORD-EXIT.
           EXIT.

       CHECK-LAST-HELD-RECORD.
           IF RECORD-HELD
               PERFORM AGE-HELD-RECORD
               IF HELD-EXPIRED AND HELD-STATUS = 'C'
                   PERFORM DELETE-HELD-RECORD
               END-IF
           END-IF.

       AGE-HELD-RECORD.
           MOVE 'N' TO HELD-EXPIRED-SW.
           MOVE HELD-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE HIST-AGE-DAYS = TODAY-SERIAL - SERIAL-RESULT.
           IF HIST-AGE-DAYS > HIST-RETENT-DAYS
               MOVE 'Y' TO HELD-EXPIRED-SW
           END-IF.

       DELETE-HELD-RECORD.
           MOVE HELD-KEY TO BALHIST-KEY.
           DELETE BALHIST-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO HISTORY-PURGED
           END-DELETE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="BHS01"==.
