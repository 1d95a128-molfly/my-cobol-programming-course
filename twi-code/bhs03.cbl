       IDENTIFICATION DIVISION.
       PROGRAM-ID. BHS03.
      *--------------------------------------------------
      * MONTHLY AVERAGE DAILY BALANCE REPORT FROM THE BALHIST
      * DAILY BALANCE HISTORY. RUN ONCE A MONTH FOR THE MONTH
      * ON THE BHS03PM CARD (CCYYMM IN COLUMNS 1-6), DEFAULT
      * THE MONTH BEFORE THE BUSINESS DATE. EVERY DAY OF THE
      * MONTH COUNTS AT THE BALANCE THE ACCOUNT CLOSED AT THAT
      * DAY - A DAY WITH NO HISTORY RECORD CARRIES THE LAST
      * RECORD BEFORE IT, WHICH MAY BE FROM AN EARLIER MONTH,
      * AND DAYS BEFORE AN ACCOUNT'S FIRST RECORD COUNT AT
      * ZERO. THE AVERAGE IS THE SUM OF THE DAILY BALANCES OVER
      * THE DAYS IN THE MONTH. ONE LINE PER ACCOUNT (MASKED)
      * GIVES ITS CLASS, AVERAGE DAILY BALANCE, MONTH-END
      * BALANCE, AND THE MONTH'S DEBITS AND CREDITS; AN ACCOUNT
      * ALREADY CLOSED BEFORE THE MONTH AND NOT MOVED IN IT IS
      * LEFT OFF. A SECOND SECTION TOTALS THE AVERAGE DAILY
      * BALANCES PER ACCTREF CLASS, AS THE CLASS STOOD ON EACH
      * ACCOUNT'S LAST RECORD OF THE MONTH, WITH THE AVERAGE
      * PER ACCOUNT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALHIST-FILE ASSIGN TO BALHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BALHIST-KEY
                  FILE STATUS   IS BALHIST-STATUS.

           SELECT BHS03-PARMCARD ASSIGN TO BHS03PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BHS03PM-STATUS.

           SELECT BHS03-REPORT ASSIGN TO BHS03RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BHS03RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALHIST-FILE.
           COPY "balhist.cpy".

       FD  BHS03-PARMCARD.
       01  BHS03PM-REC.
           05  BHS03PM-MONTH            PIC X(6).
           05  FILLER                   PIC X(74).

       FD  BHS03-REPORT.
       01  BHS03-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==BALHIST==.

       01  BALHIST-STATUS.
           05  BALHIST-STATUS-L         PIC X.
           05  BALHIST-STATUS-R         PIC X.
       01  BHS03PM-STATUS.
           05  BHS03PM-STATUS-L         PIC X.
           05  BHS03PM-STATUS-R         PIC X.
       01  BHS03RPT-STATUS.
           05  BHS03RPT-STATUS-L        PIC X.
           05  BHS03RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-NUM.
           05  BUSINESS-DATE-CCYY       PIC 9(4).
           05  BUSINESS-DATE-MM         PIC 9(2).
           05  BUSINESS-DATE-DD         PIC 9(2).

      * The report month, its first and last dates, and how many
      * days it has.
       01  ADB-MONTH.
           05  ADB-MONTH-CCYY           PIC 9(4).
           05  ADB-MONTH-MM             PIC 9(2).
       01  ADB-MONTH-DIGITS REDEFINES ADB-MONTH
                                        PIC X(6).
       01  MONTH-START-DATE             PIC 9(8).
       01  MONTH-END-DATE               PIC 9(8).
       01  DAYS-IN-MONTH                PIC 99.
       01  LEAP-QUOTIENT                PIC 9(4).
       01  LEAP-REMAINDER               PIC 9(3).
       01  MONTH-DAY-TABLE.
           05  FILLER                   PIC X(24)
                   VALUE "312831303130313130313031".
       01  MONTH-DAY-ENTRIES REDEFINES MONTH-DAY-TABLE.
           05  MONTH-DAY-COUNT          PIC 99  OCCURS 12 TIMES.

      * The account being averaged. NEXT-DAY is the first day of
      * the month not yet counted; CURRENT-BAL is what it
      * carries until the next record.
       01  CURRENT-ACCT                 PIC X(10)   VALUE SPACES.
       01  CURRENT-BAL                  PIC S9(11)V99.
       01  CURRENT-CLASS                PIC X(4).
       01  CURRENT-CLOSED-SW            PIC X.
           88  CURRENT-CLOSED                        VALUE 'Y'.
       01  HAS-ANCHOR-SW                PIC X.
           88  HAS-ANCHOR                            VALUE 'Y'.
       01  IN-MONTH-SW                  PIC X.
           88  MOVED-IN-MONTH                        VALUE 'Y'.
       01  NEXT-DAY                     PIC 99.
       01  RECORD-DAY                   PIC 99.
       01  CARRY-DAYS                   PIC 99.
       01  BALANCE-DAY-SUM              PIC S9(13)V99.
       01  MONTH-DEBITS                 PIC 9(11)V99.
       01  MONTH-CREDITS                PIC 9(11)V99.
       01  ACCOUNT-ADB                  PIC S9(11)V99.

      * Per-class totals; a class past the table's end is
      * lumped into the last slot.
       01  CLASS-COUNT                  PIC 99      VALUE 0.
       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 40 TIMES.
               10  CLASS-TBL-CODE       PIC X(4).
               10  CLASS-TBL-ACCOUNTS   PIC 9(7).
               10  CLASS-TBL-ADB        PIC S9(13)V99.
       01  CLASS-IDX                    PIC 99.
       01  CLASS-SLOT                   PIC 99.
       01  CLASS-AVERAGE                PIC S9(11)V99.
       01  CLASS-SHOWN                  PIC X(6).

       01  ACCOUNTS-REPORTED            PIC 9(7)    VALUE 0.
       01  GRAND-ADB                    PIC S9(13)V99 VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.
       01  MASKED-ACCT                  PIC X(10).

       01  DETAIL-LINE.
           05  DTL-ACCT                 PIC X(10).
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-CLASS                PIC X(4).
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-ADB                  PIC -(10)9.99.
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-END-BAL              PIC -(10)9.99.
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-DEBITS               PIC Z(9)9.99.
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-CREDITS              PIC Z(9)9.99.
       01  CLASS-LINE.
           05  CLS-CODE                 PIC X(6).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CLS-ACCOUNTS             PIC Z(6)9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CLS-ADB                  PIC -(12)9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CLS-AVERAGE              PIC -(10)9.99.
       01  EDITED-AMOUNT                PIC -(12)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "BHS03   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM SET-REPORT-MONTH.
           DISPLAY "BHS03: report month=  " ADB-MONTH-DIGITS
                   " days= " DAYS-IN-MONTH.
           OPEN INPUT BALHIST-FILE.
           IF BALHIST-STATUS NOT = "00"
               DISPLAY "BHS03: OPEN BALHIST-FILE - status "
                       BALHIST-STATUS
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           OPEN OUTPUT BHS03-REPORT.
           IF BHS03RPT-STATUS NOT = "00"
               DISPLAY "BHS03: OPEN BHS03-REPORT - status "
                       BHS03RPT-STATUS
               CLOSE BALHIST-FILE
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM UNTIL BALHIST-EOF-YES
               READ BALHIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BALHIST-EOF
               END-READ
               IF NOT BALHIST-EOF-YES
                   IF BALHIST-ACCT-NBR NOT = CURRENT-ACCT
                       PERFORM FINISH-ONE-ACCOUNT THRU
                           FINISH-ONE-ACCOUNT-EXIT
                       PERFORM START-ONE-ACCOUNT
                   END-IF
                   PERFORM TAKE-ONE-HISTORY-RECORD
               END-IF
           END-PERFORM.
           PERFORM FINISH-ONE-ACCOUNT THRU FINISH-ONE-ACCOUNT-EXIT.
           CLOSE BALHIST-FILE.
           PERFORM WRITE-CLASS-TOTALS.
           PERFORM BUILD-RPT-FOOTER.
           MOVE RPT-FTR-LINE TO BHS03-REPORT-LINE.
           WRITE BHS03-REPORT-LINE.
           CLOSE BHS03-REPORT.
           DISPLAY "BHS03: accounts reported= " ACCOUNTS-REPORTED
                   " classes= " CLASS-COUNT.
       PROGRAM-WRAP-UP.
           CALL "DAYLOG" USING "BHS03   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The report runs early in the new month for the old one,
      * so with no parm card the month before the business date
      * is averaged.
       SET-REPORT-MONTH.
           MOVE BUSINESS-DATE-CCYY TO ADB-MONTH-CCYY.
           MOVE BUSINESS-DATE-MM TO ADB-MONTH-MM.
           IF ADB-MONTH-MM = 1
               MOVE 12 TO ADB-MONTH-MM
               SUBTRACT 1 FROM ADB-MONTH-CCYY
           ELSE
               SUBTRACT 1 FROM ADB-MONTH-MM
           END-IF.
           OPEN INPUT BHS03-PARMCARD.
           IF BHS03PM-STATUS = "00"
               READ BHS03-PARMCARD
                   AT END MOVE "10" TO BHS03PM-STATUS
               END-READ
               IF BHS03PM-STATUS = "00"
                   IF BHS03PM-MONTH IS NUMERIC AND
                      BHS03PM-MONTH (5:2) > "00" AND
                      BHS03PM-MONTH (5:2) < "13"
                       MOVE BHS03PM-MONTH TO ADB-MONTH-DIGITS
                   ELSE
                       DISPLAY "BHS03: parm month " BHS03PM-MONTH
                               " refused - reporting the default"
                   END-IF
               END-IF
               CLOSE BHS03-PARMCARD
           END-IF.
           MOVE MONTH-DAY-COUNT (ADB-MONTH-MM) TO DAYS-IN-MONTH.
           IF ADB-MONTH-MM = 2
               DIVIDE ADB-MONTH-CCYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO DAYS-IN-MONTH
                   DIVIDE ADB-MONTH-CCYY BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       DIVIDE ADB-MONTH-CCYY BY 400
                           GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER NOT = 0
                           MOVE 28 TO DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE MONTH-START-DATE = ADB-MONTH-CCYY * 10000
                                    + ADB-MONTH-MM * 100 + 1.
           COMPUTE MONTH-END-DATE = MONTH-START-DATE
                                  + DAYS-IN-MONTH - 1.

       WRITE-REPORT-HEADINGS.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO BHS03-REPORT-LINE.
           WRITE BHS03-REPORT-LINE.
           MOVE SPACES TO BHS03-REPORT-LINE.
           STRING "Average daily balance for month "
                  ADB-MONTH-CCYY "-" ADB-MONTH-MM
                  " (" DAYS-IN-MONTH " days)"
               DELIMITED BY SIZE INTO BHS03-REPORT-LINE.
           WRITE BHS03-REPORT-LINE.
           MOVE SPACES TO BHS03-REPORT-LINE.
           STRING "ACCOUNT    CLS          AVG DAILY"
                  "      MONTH-END        DEBITS       CREDITS"
               DELIMITED BY SIZE INTO BHS03-REPORT-LINE.
           WRITE BHS03-REPORT-LINE.

       START-ONE-ACCOUNT.
           MOVE BALHIST-ACCT-NBR TO CURRENT-ACCT.
           MOVE 0 TO CURRENT-BAL.
           MOVE SPACES TO CURRENT-CLASS.
           MOVE 'N' TO CURRENT-CLOSED-SW.
           MOVE 'N' TO HAS-ANCHOR-SW.
           MOVE 'N' TO IN-MONTH-SW.
           MOVE 1 TO NEXT-DAY.
           MOVE 0 TO BALANCE-DAY-SUM.
           MOVE 0 TO MONTH-DEBITS.
           MOVE 0 TO MONTH-CREDITS.

      * A record before the month only sets the balance the
      * month opens with; one inside it first counts the days
      * the old balance carried, then takes over from its own
      * day. Records after the month are not the month's.
       TAKE-ONE-HISTORY-RECORD.
           IF BALHIST-DATE < MONTH-START-DATE
               MOVE 'Y' TO HAS-ANCHOR-SW
               PERFORM TAKE-RECORD-BALANCE
           ELSE
               IF BALHIST-DATE NOT > MONTH-END-DATE
                   MOVE 'Y' TO IN-MONTH-SW
                   MOVE BALHIST-DATE (7:2) TO RECORD-DAY
                   COMPUTE CARRY-DAYS = RECORD-DAY - NEXT-DAY
                   COMPUTE BALANCE-DAY-SUM = BALANCE-DAY-SUM
                                     + CURRENT-BAL * CARRY-DAYS
                   MOVE RECORD-DAY TO NEXT-DAY
                   PERFORM TAKE-RECORD-BALANCE
                   ADD BALHIST-DEBITS TO MONTH-DEBITS
                   ADD BALHIST-CREDITS TO MONTH-CREDITS
               END-IF
           END-IF.

      * The account's last balance carries to the month end.
       FINISH-ONE-ACCOUNT.
           IF CURRENT-ACCT = SPACES
               GO TO FINISH-ONE-ACCOUNT-EXIT
           END-IF.
           IF NOT MOVED-IN-MONTH
               IF NOT HAS-ANCHOR OR CURRENT-CLOSED
                   GO TO FINISH-ONE-ACCOUNT-EXIT
               END-IF
           END-IF.
           COMPUTE CARRY-DAYS = DAYS-IN-MONTH + 1 - NEXT-DAY.
           COMPUTE BALANCE-DAY-SUM = BALANCE-DAY-SUM
                             + CURRENT-BAL * CARRY-DAYS.
           COMPUTE ACCOUNT-ADB ROUNDED =
                   BALANCE-DAY-SUM / DAYS-IN-MONTH.
           CALL "MASKACCT" USING CURRENT-ACCT MASKED-ACCT.
           MOVE MASKED-ACCT TO DTL-ACCT.
           MOVE CURRENT-CLASS TO DTL-CLASS.
           MOVE ACCOUNT-ADB TO DTL-ADB.
           MOVE CURRENT-BAL TO DTL-END-BAL.
           MOVE MONTH-DEBITS TO DTL-DEBITS.
           MOVE MONTH-CREDITS TO DTL-CREDITS.
           MOVE DETAIL-LINE TO BHS03-REPORT-LINE.
           WRITE BHS03-REPORT-LINE.
           ADD 1 TO ACCOUNTS-REPORTED.
           ADD ACCOUNT-ADB TO GRAND-ADB.
           PERFORM ADD-TO-CLASS-TOTALS.
       FINISH-ONE-ACCOUNT-EXIT.
           EXIT.

       WRITE-CLASS-TOTALS.
           MOVE SPACES TO BHS03-REPORT-LINE.
           WRITE BHS03-REPORT-LINE.
           MOVE SPACES TO BHS03-REPORT-LINE.
           STRING "CLASS     ACCOUNTS   TOTAL AVG DAILY BAL"
                  "   AVG PER ACCOUNT"
               DELIMITED BY SIZE INTO BHS03-REPORT-LINE.
           WRITE BHS03-REPORT-LINE.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-COUNT
               PERFORM WRITE-ONE-CLASS-LINE
           END-PERFORM.
           MOVE GRAND-ADB TO EDITED-AMOUNT.
           MOVE SPACES TO BHS03-REPORT-LINE.
           STRING "Accounts reported is= " ACCOUNTS-REPORTED
                  "  Total ADB is= " EDITED-AMOUNT
               DELIMITED BY SIZE INTO BHS03-REPORT-LINE.
           WRITE BHS03-REPORT-LINE.

      * LEVEL 3 ROUTINES
       TAKE-RECORD-BALANCE.
           MOVE BALHIST-CLOSING-BAL TO CURRENT-BAL.
           MOVE BALHIST-CLASS TO CURRENT-CLASS.
           IF BALHIST-CLOSED
               MOVE 'Y' TO CURRENT-CLOSED-SW
           ELSE
               MOVE 'N' TO CURRENT-CLOSED-SW
           END-IF.

       ADD-TO-CLASS-TOTALS.
           MOVE 0 TO CLASS-SLOT.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-COUNT
               IF CLASS-TBL-CODE (CLASS-IDX) = CURRENT-CLASS
                   MOVE CLASS-IDX TO CLASS-SLOT
               END-IF
           END-PERFORM.
           IF CLASS-SLOT = 0
               IF CLASS-COUNT < 40
                   ADD 1 TO CLASS-COUNT
                   MOVE CLASS-COUNT TO CLASS-SLOT
                   MOVE CURRENT-CLASS TO CLASS-TBL-CODE (CLASS-SLOT)
                   MOVE 0 TO CLASS-TBL-ACCOUNTS (CLASS-SLOT)
                   MOVE 0 TO CLASS-TBL-ADB (CLASS-SLOT)
               ELSE
                   MOVE 40 TO CLASS-SLOT
                   MOVE "MORE" TO CLASS-TBL-CODE (CLASS-SLOT)
               END-IF
           END-IF.
           ADD 1 TO CLASS-TBL-ACCOUNTS (CLASS-SLOT).
           ADD ACCOUNT-ADB TO CLASS-TBL-ADB (CLASS-SLOT).

       WRITE-ONE-CLASS-LINE.
           IF CLASS-TBL-CODE (CLASS-IDX) = SPACES
               MOVE "(none)" TO CLASS-SHOWN
           ELSE
               MOVE CLASS-TBL-CODE (CLASS-IDX) TO CLASS-SHOWN
           END-IF.
           COMPUTE CLASS-AVERAGE ROUNDED =
                   CLASS-TBL-ADB (CLASS-IDX) /
                   CLASS-TBL-ACCOUNTS (CLASS-IDX).
           MOVE CLASS-SHOWN TO CLS-CODE.
           MOVE CLASS-TBL-ACCOUNTS (CLASS-IDX) TO CLS-ACCOUNTS.
           MOVE CLASS-TBL-ADB (CLASS-IDX) TO CLS-ADB.
           MOVE CLASS-AVERAGE TO CLS-AVERAGE.
           MOVE CLASS-LINE TO BHS03-REPORT-LINE.
           WRITE BHS03-REPORT-LINE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="BHS03"==.
