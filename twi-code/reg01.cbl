       IDENTIFICATION DIVISION.
       PROGRAM-ID. REG01.
      *--------------------------------------------------
      * MONTH-END REGULATORY BALANCE RETURN AND CONCENTRATION
      * REPORT. THE RETURN WAS BUILT BY HAND IN A SPREADSHEET
      * FROM AN ACCTMST DUMP. REG01 READS THE WHOLE ACCOUNT
      * MASTER AT THE PERIOD END (THE BUSINESS DATE), CLASSES
      * EACH ACCOUNT FROM ACCTREF, AND WRITES THE RETURN (REGRTN)
      * IN THE REGULATOR'S FIXED LAYOUT - ONE BALANCE LINE PER
      * ENTITY, ACCOUNT CLASS, BALANCE BAND AND CURRENCY, THE
      * EXCHRATE RATE IN FORCE AT THE PERIOD END FOR EVERY
      * CURRENCY (THE RATES FXR01 REVALUES AT), AND THE SHARE OF
      * EACH ENTITY'S CREDIT BALANCES HELD BY ITS TWENTY LARGEST
      * ACCOUNTS, WITH THE SAME FOR THE WHOLE BOOK. REG01RPT
      * PRINTS THE RETURN WITH THE LARGEST ACCOUNTS LISTED BY
      * NAME. THE RETURN'S NET TOTAL, IN BASE AT THE BOOKED
      * RATE, MUST AGREE WITH THE CLOSING MASTER TOTAL BAL01
      * BALANCED THAT NIGHT (BAL01CTL) PLUS
      * THE MONTH-END ACCRUALS POSTED SINCE (MECCTL), AND ITS
      * ACCOUNT COUNT WITH BAL01'S CLOSING COUNT; A RETURN THAT
      * DOES NOT AGREE, OR CANNOT BE CHECKED, IS MARKED SO ON
      * ITS TRAILER AND ENDS RC 16 - IT MUST NOT BE FILED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT REG01-EXCHRATE ASSIGN TO EXCHRATE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS EXCHRATE-STATUS.

           SELECT BAL01-CONTROL ASSIGN TO BAL01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BAL01CTL-STATUS.

           SELECT MEC-CONTROL ASSIGN TO MECCTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MECCTL-STATUS.

           SELECT REG01-RETURN ASSIGN TO REGRTN
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REGRTN-STATUS.

           SELECT REG01-REPORT ASSIGN TO REG01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REG01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  REG01-EXCHRATE.
       01  REG01-EXCHRATE-REC.
           05  EXCH-CURRENCY            PIC X(3).
           05  EXCH-EFF-DATE            PIC 9(8).
           05  EXCH-RATE                PIC 9(3)V9(6).
           05  FILLER                   PIC X(60).

      * Both control files are MST01CTL images: BAL01CTL the
      * night's combined control BAL01 balanced, MECCTL the
      * month-end accrual posting's.
       FD  BAL01-CONTROL.
       01  BAL01-CONTROL-REC.
           05  BAL-OPENING-COUNT        PIC 9(7).
           05  BAL-OPENING-BALANCE      PIC S9(11)V99.
           05  BAL-APPLIED-AMOUNT       PIC S9(11)V99.
           05  BAL-CLOSING-COUNT        PIC 9(7).
           05  BAL-CLOSING-BALANCE      PIC S9(11)V99.
           05  FILLER                   PIC X(27).

       FD  MEC-CONTROL.
       01  MEC-CONTROL-REC.
           05  MEC-OPENING-COUNT        PIC 9(7).
           05  MEC-OPENING-BALANCE      PIC S9(11)V99.
           05  MEC-APPLIED-AMOUNT       PIC S9(11)V99.
           05  MEC-CLOSING-COUNT        PIC 9(7).
           05  MEC-CLOSING-BALANCE      PIC S9(11)V99.
           05  FILLER                   PIC X(27).

       FD  REG01-RETURN.
           COPY "regrtn.cpy".

       FD  REG01-REPORT.
       01  REG01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.

       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  EXCHRATE-STATUS.
           05  EXCHRATE-STATUS-L        PIC X.
           05  EXCHRATE-STATUS-R        PIC X.
       01  BAL01CTL-STATUS.
           05  BAL01CTL-STATUS-L        PIC X.
           05  BAL01CTL-STATUS-R        PIC X.
       01  MECCTL-STATUS.
           05  MECCTL-STATUS-L          PIC X.
           05  MECCTL-STATUS-R          PIC X.
       01  REGRTN-STATUS.
           05  REGRTN-STATUS-L          PIC X.
           05  REGRTN-STATUS-R          PIC X.
       01  REG01RPT-STATUS.
           05  REG01RPT-STATUS-L        PIC X.
           05  REG01RPT-STATUS-R        PIC X.

       01  ACCTREF-OPEN-SW              PIC X       VALUE 'N'.
           88  ACCTREF-OPEN                          VALUE 'Y'.
       01  BAL01-CONTROL-SW             PIC X       VALUE 'N'.
           88  BAL01-CONTROL-FOUND                   VALUE 'Y'.
       01  MEC-CONTROL-SW               PIC X       VALUE 'N'.
           88  MEC-CONTROL-FOUND                     VALUE 'Y'.
       01  RETURN-AGREED-SW             PIC X       VALUE 'N'.
           88  RETURN-AGREED                         VALUE 'Y'.

       01  PERIOD-END-DATE.
           05  PERIOD-END-CCYY          PIC 9(4).
           05  PERIOD-END-MM            PIC 9(2).
           05  PERIOD-END-DD            PIC 9(2).
       01  PERIOD-END-NUM REDEFINES PERIOD-END-DATE
                                        PIC 9(8).
       01  PRODUCED-DATE                PIC 9(8).

      * Balance bands, on the balance in base currency. Band 1
      * is every overdrawn account whatever its size.
       01  BAND-NAME-VALUES.
           05  FILLER                   PIC X(12)   VALUE "OVERDRAWN".
           05  FILLER                   PIC X(12)   VALUE "UNDER 1K".
           05  FILLER                   PIC X(12)   VALUE "1K TO 10K".
           05  FILLER                   PIC X(12)   VALUE "10K TO 100K".
           05  FILLER                   PIC X(12)   VALUE "100K TO 1M".
           05  FILLER                   PIC X(12)   VALUE "1M AND OVER".
       01  FILLER REDEFINES BAND-NAME-VALUES.
           05  BAND-NAME OCCURS 6 TIMES PIC X(12).
       01  ACCOUNT-BAND                 PIC 99.

      * Every account is held in the base currency today; the
      * currency column and the rate lookup are there for any
      * account that is not.
       01  ACCOUNT-CURRENCY             PIC X(3).
       01  ACCOUNT-CLASS                PIC X(4).
       01  ACCOUNT-NAME                 PIC X(30).
       01  BASE-BALANCE                 PIC S9(11)V99.
       01  BOOK-BASE-BALANCE            PIC S9(11)V99.

      * The return's cells, kept in entity / class / band /
      * currency order as they are found so the return comes
      * out sorted.
       01  CELL-COUNT                   PIC 9(3)    VALUE 0.
       01  CELL-TABLE.
           05  CELL-ENTRY OCCURS 400 TIMES.
               10  CELL-KEY.
                   15  CELL-ENTITY      PIC X(3).
                   15  CELL-CLASS       PIC X(4).
                   15  CELL-BAND        PIC 99.
                   15  CELL-CURRENCY    PIC X(3).
               10  CELL-ACCOUNTS        PIC 9(7).
               10  CELL-CREDIT-BAL      PIC 9(13)V99.
               10  CELL-DEBIT-BAL       PIC 9(13)V99.
       01  CELL-IDX                     PIC 9(3).
       01  CELL-SLOT                    PIC 9(3).
       01  CELL-SHIFT                   PIC 9(3).
       01  CELL-FOUND-SW                PIC X.
           88  CELL-FOUND                            VALUE 'Y'.
       01  CELL-OVERFLOW-SW             PIC X       VALUE 'N'.
           88  CELL-OVERFLOW                         VALUE 'Y'.
       01  WANT-CELL-KEY.
           05  WANT-ENTITY              PIC X(3).
           05  WANT-CLASS               PIC X(4).
           05  WANT-BAND                PIC 99.
           05  WANT-CURRENCY            PIC X(3).

      * Concentration: slot 1 is the whole book ("ALL"), the
      * rest one per entity. Each keeps its credit balances and
      * its twenty largest accounts, largest first.
       01  CONC-COUNT                   PIC 99      VALUE 1.
       01  CONC-TABLE.
           05  CONC-ENTRY OCCURS 11 TIMES.
               10  CONC-ENTITY          PIC X(3).
               10  CONC-ACCOUNTS        PIC 9(7).
               10  CONC-CREDIT-BAL      PIC 9(13)V99.
               10  CONC-TOP-COUNT       PIC 99.
               10  CONC-TOP-BAL         PIC 9(13)V99.
               10  CONC-TOP OCCURS 20 TIMES.
                   15  TOP-ACCT-NBR     PIC X(10).
                   15  TOP-NAME         PIC X(30).
                   15  TOP-BALANCE      PIC 9(11)V99.
       01  CONC-IDX                     PIC 99.
       01  CONC-SLOT                    PIC 99.
       01  CONC-OVERFLOW-SW             PIC X       VALUE 'N'.
           88  CONC-OVERFLOW                         VALUE 'Y'.
       01  TOP-IDX                      PIC 99.
       01  TOP-SLOT                     PIC 99.
       01  TOP-SHIFT                    PIC 99.
       01  CREDIT-AMOUNT                PIC 9(11)V99.
       01  SHARE-PCT                    PIC 9(3)V99.

       01  EXCH-TABLE-COUNT             PIC 99      VALUE 0.
       01  EXCH-RATE-TABLE.
           05  EXCH-ENTRY OCCURS 50 TIMES.
               10  EXCH-TBL-CURRENCY    PIC X(3).
               10  EXCH-TBL-EFF-DATE    PIC 9(8).
               10  EXCH-TBL-RATE        PIC 9(3)V9(6).
       01  EXCH-IDX                     PIC 99.
       01  EXCH-BEST-DATE               PIC 9(8).
       01  RATE-FOUND-SW                PIC X.
           88  RATE-FOUND                            VALUE 'Y'.
       01  APPLIED-RATE                 PIC 9(3)V9(6).
       01  RATE-CURRENCY                PIC X(3).
       01  RATE-SEEN-SW                 PIC X.
           88  RATE-ALREADY-RETURNED                 VALUE 'Y'.
       01  RATE-SCAN-IDX                PIC 99.

       01  ACCOUNTS-READ                PIC 9(7)    VALUE 0.
       01  ACCOUNTS-NO-REF              PIC 9(7)    VALUE 0.
       01  ACCOUNTS-NO-RATE             PIC 9(7)    VALUE 0.
       01  RETURN-RECORDS               PIC 9(7)    VALUE 0.
       01  RETURN-NET-TOTAL             PIC S9(13)V99 VALUE 0.
       01  EXPECTED-TOTAL               PIC S9(13)V99 VALUE 0.
       01  TOTAL-DIFFERENCE             PIC S9(13)V99 VALUE 0.
       01  TOTAL-CREDIT-BAL             PIC 9(13)V99 VALUE 0.
       01  TOTAL-DEBIT-BAL              PIC 9(13)V99 VALUE 0.
       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-AMOUNT                PIC -(13)9.99.
       01  EDITED-CREDIT                PIC Z(12)9.99.
       01  EDITED-DEBIT                 PIC Z(12)9.99.
       01  EDITED-PCT                   PIC ZZ9.99.
       01  EDITED-RATE                  PIC ZZ9.9(6).
       01  PRINT-ENTITY                 PIC X(9).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "REG01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING PERIOD-END-NUM
               ON EXCEPTION
                   ACCEPT PERIOD-END-NUM FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT PRODUCED-DATE FROM DATE YYYYMMDD.
           MOVE "ALL" TO CONC-ENTITY (1).
           MOVE 0 TO CONC-ACCOUNTS (1).
           MOVE 0 TO CONC-CREDIT-BAL (1).
           MOVE 0 TO CONC-TOP-COUNT (1).
           MOVE 0 TO CONC-TOP-BAL (1).
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM READ-CONTROL-TOTALS.
           PERFORM OPEN-THE-FILES.
           PERFORM READ-ACCTMST.
           PERFORM UNTIL ACCTMST-EOF-YES
               ADD 1 TO ACCOUNTS-READ
               PERFORM RETURN-ONE-ACCOUNT
               PERFORM READ-ACCTMST
           END-PERFORM.
           PERFORM CHECK-THE-RETURN.
           PERFORM WRITE-THE-RETURN THRU WRITE-THE-RETURN-EXIT.
           PERFORM WRITE-BALANCE-SECTION THRU
               WRITE-BALANCE-SECTION-EXIT.
           PERFORM WRITE-RATE-SECTION THRU
               WRITE-RATE-SECTION-EXIT.
           PERFORM WRITE-CONCENTRATION-SECTION THRU
               WRITE-CONCENTRATION-SECTION-EXIT.
           PERFORM WRITE-AGREEMENT-SECTION THRU
               WRITE-AGREEMENT-SECTION-EXIT.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "REG01: accounts returned= " ACCOUNTS-READ
                   " cells= " CELL-COUNT.
           DISPLAY "REG01: return records=   " RETURN-RECORDS.
           IF NOT RETURN-AGREED
               DISPLAY "REG01: *** RETURN NOT AGREED - "
                       "DO NOT FILE ***"
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           CALL "DAYLOG" USING "REG01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       LOAD-EXCHANGE-RATES.
           MOVE 0 TO EXCH-TABLE-COUNT.
           OPEN INPUT REG01-EXCHRATE.
           IF EXCHRATE-STATUS = "00"
               PERFORM UNTIL EXCHRATE-STATUS NOT = "00"
                   READ REG01-EXCHRATE
                       AT END MOVE "10" TO EXCHRATE-STATUS
                   END-READ
                   IF EXCHRATE-STATUS = "00" AND
                      EXCH-TABLE-COUNT < 50
                       ADD 1 TO EXCH-TABLE-COUNT
                       MOVE EXCH-CURRENCY TO
                            EXCH-TBL-CURRENCY (EXCH-TABLE-COUNT)
                       MOVE EXCH-EFF-DATE TO
                            EXCH-TBL-EFF-DATE (EXCH-TABLE-COUNT)
                       MOVE EXCH-RATE TO
                            EXCH-TBL-RATE (EXCH-TABLE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE REG01-EXCHRATE
           END-IF.
           DISPLAY "REG01: exchange rates loaded= "
                   EXCH-TABLE-COUNT.

      * No accrual control simply means no month-end posting has
      * run since BAL01; the night's closing total then stands.
       READ-CONTROL-TOTALS.
           OPEN INPUT BAL01-CONTROL.
           IF BAL01CTL-STATUS = "00"
               READ BAL01-CONTROL
                   AT END MOVE "10" TO BAL01CTL-STATUS
               END-READ
               IF BAL01CTL-STATUS = "00"
                   MOVE 'Y' TO BAL01-CONTROL-SW
               END-IF
               CLOSE BAL01-CONTROL
           END-IF.
           IF NOT BAL01-CONTROL-FOUND
               DISPLAY "REG01: no BAL01 closing totals - "
                       "the return cannot be agreed"
           END-IF.
           OPEN INPUT MEC-CONTROL.
           IF MECCTL-STATUS = "00"
               READ MEC-CONTROL
                   AT END MOVE "10" TO MECCTL-STATUS
               END-READ
               IF MECCTL-STATUS = "00"
                   MOVE 'Y' TO MEC-CONTROL-SW
               END-IF
               CLOSE MEC-CONTROL
           END-IF.

       OPEN-THE-FILES.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "REG01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'Y' TO ACCTMST-EOF
           ELSE
               MOVE 'O' TO ACCTMST-OPEN-FLAG
               MOVE LOW-VALUES TO ACCTMST-ACCT-NBR
               START ACCTMST-FILE
                   KEY IS NOT LESS THAN ACCTMST-ACCT-NBR
                   INVALID KEY
                       MOVE 'Y' TO ACCTMST-EOF
               END-START
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-OPEN-SW
           ELSE
               DISPLAY "REG01: OPEN ACCTREF-FILE - status "
                       ACCTREF-STATUS " - accounts unclassed"
           END-IF.
           OPEN OUTPUT REG01-RETURN.
           IF REGRTN-STATUS NOT = "00"
               DISPLAY "REG01: OPEN REG01-RETURN - status "
                       REGRTN-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN OUTPUT REG01-REPORT.
           IF REG01RPT-STATUS NOT = "00"
               DISPLAY "REG01: OPEN REG01-REPORT - status "
                       REG01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
               MOVE SPACES TO REG01-REPORT-LINE
               STRING "REGULATORY BALANCE RETURN - PERIOD END "
                      PERIOD-END-CCYY "-" PERIOD-END-MM "-"
                      PERIOD-END-DD
                   DELIMITED BY SIZE INTO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
           END-IF.

       READ-ACCTMST.
           IF NOT ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
           END-IF.

       RETURN-ONE-ACCOUNT.
           PERFORM CLASS-THE-ACCOUNT.
           PERFORM FIND-BASE-BALANCE.
           PERFORM FIND-BOOK-BASE-BALANCE.
           ADD BOOK-BASE-BALANCE TO RETURN-NET-TOTAL.
           EVALUATE TRUE
               WHEN BASE-BALANCE < 0
                   MOVE 1 TO ACCOUNT-BAND
               WHEN BASE-BALANCE < 1000
                   MOVE 2 TO ACCOUNT-BAND
               WHEN BASE-BALANCE < 10000
                   MOVE 3 TO ACCOUNT-BAND
               WHEN BASE-BALANCE < 100000
                   MOVE 4 TO ACCOUNT-BAND
               WHEN BASE-BALANCE < 1000000
                   MOVE 5 TO ACCOUNT-BAND
               WHEN OTHER
                   MOVE 6 TO ACCOUNT-BAND
           END-EVALUATE.
           MOVE ACCTMST-ENTITY TO WANT-ENTITY.
           MOVE ACCOUNT-CLASS TO WANT-CLASS.
           MOVE ACCOUNT-BAND TO WANT-BAND.
           MOVE ACCOUNT-CURRENCY TO WANT-CURRENCY.
           PERFORM FIND-CELL-SLOT THRU FIND-CELL-SLOT-EXIT.
           IF CELL-SLOT > 0
               ADD 1 TO CELL-ACCOUNTS (CELL-SLOT)
               IF BASE-BALANCE < 0
                   SUBTRACT BASE-BALANCE FROM
                       CELL-DEBIT-BAL (CELL-SLOT)
               ELSE
                   ADD BASE-BALANCE TO CELL-CREDIT-BAL (CELL-SLOT)
               END-IF
           END-IF.
           IF BASE-BALANCE < 0
               SUBTRACT BASE-BALANCE FROM TOTAL-DEBIT-BAL
           ELSE
               ADD BASE-BALANCE TO TOTAL-CREDIT-BAL
           END-IF.
           MOVE 1 TO CONC-SLOT.
           PERFORM ADD-TO-CONCENTRATION THRU
               ADD-TO-CONCENTRATION-EXIT.
           PERFORM FIND-CONC-SLOT.
           IF CONC-SLOT > 0
               PERFORM ADD-TO-CONCENTRATION THRU
                   ADD-TO-CONCENTRATION-EXIT
           END-IF.

      * The net total must equal what BAL01 closed the night on
      * plus whatever the month-end accrual posting applied.
       CHECK-THE-RETURN.
           MOVE 'N' TO RETURN-AGREED-SW.
           IF BAL01-CONTROL-FOUND
               MOVE BAL-CLOSING-BALANCE TO EXPECTED-TOTAL
               IF MEC-CONTROL-FOUND
                   ADD MEC-APPLIED-AMOUNT TO EXPECTED-TOTAL
               END-IF
               COMPUTE TOTAL-DIFFERENCE =
                   RETURN-NET-TOTAL - EXPECTED-TOTAL
               IF TOTAL-DIFFERENCE = 0 AND
                  ACCOUNTS-READ = BAL-CLOSING-COUNT AND
                  NOT CELL-OVERFLOW
                   MOVE 'Y' TO RETURN-AGREED-SW
               END-IF
           END-IF.

       WRITE-THE-RETURN.
           IF REGRTN-STATUS NOT = "00"
               GO TO WRITE-THE-RETURN-EXIT
           END-IF.
           MOVE SPACES TO REGRTN-REC.
           MOVE "HD" TO REGRTN-REC-TYPE.
           MOVE "REGBAL01" TO REGRTN-RETURN-ID.
           MOVE PERIOD-END-NUM TO REGRTN-PERIOD-END.
           MOVE PRODUCED-DATE TO REGRTN-PRODUCED-DATE.
           PERFORM WRITE-RETURN-RECORD.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > CELL-COUNT
               MOVE SPACES TO REGRTN-REC
               MOVE "BL" TO REGRTN-REC-TYPE
               MOVE CELL-ENTITY (CELL-IDX) TO REGRTN-BL-ENTITY
               MOVE CELL-CLASS (CELL-IDX) TO REGRTN-BL-CLASS
               MOVE CELL-BAND (CELL-IDX) TO REGRTN-BL-BAND
               MOVE CELL-CURRENCY (CELL-IDX) TO REGRTN-BL-CURRENCY
               MOVE CELL-ACCOUNTS (CELL-IDX) TO REGRTN-BL-ACCOUNTS
               MOVE CELL-CREDIT-BAL (CELL-IDX) TO
                    REGRTN-BL-CREDIT-BAL
               MOVE CELL-DEBIT-BAL (CELL-IDX) TO REGRTN-BL-DEBIT-BAL
               PERFORM WRITE-RETURN-RECORD
           END-PERFORM.
           PERFORM VARYING EXCH-IDX FROM 1 BY 1
                   UNTIL EXCH-IDX > EXCH-TABLE-COUNT
               PERFORM CHECK-RATE-RETURNED
               IF NOT RATE-ALREADY-RETURNED
                   MOVE EXCH-TBL-CURRENCY (EXCH-IDX) TO RATE-CURRENCY
                   PERFORM FIND-PERIOD-END-RATE
                   IF RATE-FOUND
                       MOVE SPACES TO REGRTN-REC
                       MOVE "RT" TO REGRTN-REC-TYPE
                       MOVE RATE-CURRENCY TO REGRTN-RT-CURRENCY
                       MOVE EXCH-BEST-DATE TO REGRTN-RT-EFF-DATE
                       MOVE APPLIED-RATE TO REGRTN-RT-RATE
                       PERFORM WRITE-RETURN-RECORD
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM VARYING CONC-IDX FROM 1 BY 1
                   UNTIL CONC-IDX > CONC-COUNT
               PERFORM FIGURE-SHARE-PCT
               MOVE SPACES TO REGRTN-REC
               MOVE "CN" TO REGRTN-REC-TYPE
               MOVE CONC-ENTITY (CONC-IDX) TO REGRTN-CN-ENTITY
               MOVE CONC-TOP-COUNT (CONC-IDX) TO REGRTN-CN-TOP-COUNT
               MOVE CONC-TOP-BAL (CONC-IDX) TO REGRTN-CN-TOP-BAL
               MOVE CONC-CREDIT-BAL (CONC-IDX) TO
                    REGRTN-CN-ENTITY-BAL
               MOVE SHARE-PCT TO REGRTN-CN-SHARE-PCT
               PERFORM WRITE-RETURN-RECORD
           END-PERFORM.
           MOVE SPACES TO REGRTN-REC.
           MOVE "TR" TO REGRTN-REC-TYPE.
           ADD 1 TO RETURN-RECORDS.
           MOVE RETURN-RECORDS TO REGRTN-TR-RECORDS.
           MOVE ACCOUNTS-READ TO REGRTN-TR-ACCOUNTS.
           IF RETURN-NET-TOTAL < 0
               MOVE '-' TO REGRTN-TR-NET-SIGN
               COMPUTE REGRTN-TR-NET-TOTAL = 0 - RETURN-NET-TOTAL
           ELSE
               MOVE '+' TO REGRTN-TR-NET-SIGN
               MOVE RETURN-NET-TOTAL TO REGRTN-TR-NET-TOTAL
           END-IF.
           IF RETURN-AGREED
               MOVE 'Y' TO REGRTN-TR-AGREED
           ELSE
               MOVE 'N' TO REGRTN-TR-AGREED
           END-IF.
           WRITE REGRTN-REC.
       WRITE-THE-RETURN-EXIT.
           EXIT.

       WRITE-BALANCE-SECTION.
           IF REG01RPT-STATUS NOT = "00"
               GO TO WRITE-BALANCE-SECTION-EXIT
           END-IF.
           MOVE SPACES TO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           MOVE SPACES TO REG01-REPORT-LINE.
           STRING "ENT CLAS BAND         CUR ACCOUNTS "
                  "  CREDIT BALANCES    DEBIT BALANCES"
               DELIMITED BY SIZE INTO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > CELL-COUNT
               MOVE CELL-CREDIT-BAL (CELL-IDX) TO EDITED-CREDIT
               MOVE CELL-DEBIT-BAL (CELL-IDX) TO EDITED-DEBIT
               MOVE SPACES TO REG01-REPORT-LINE
               STRING CELL-ENTITY (CELL-IDX) " "
                      CELL-CLASS (CELL-IDX) " "
                      BAND-NAME (CELL-BAND (CELL-IDX)) " "
                      CELL-CURRENCY (CELL-IDX) " "
                      CELL-ACCOUNTS (CELL-IDX) "  "
                      EDITED-CREDIT "  " EDITED-DEBIT
                   DELIMITED BY SIZE INTO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
           END-PERFORM.
           MOVE TOTAL-CREDIT-BAL TO EDITED-CREDIT.
           MOVE TOTAL-DEBIT-BAL TO EDITED-DEBIT.
           MOVE SPACES TO REG01-REPORT-LINE.
           STRING "TOTAL                        "
                  ACCOUNTS-READ "  " EDITED-CREDIT "  " EDITED-DEBIT
               DELIMITED BY SIZE INTO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           IF ACCOUNTS-NO-REF > 0
               MOVE SPACES TO REG01-REPORT-LINE
               STRING "ACCOUNTS WITH NO ACCTREF (BLANK CLASS) "
                      ACCOUNTS-NO-REF
                   DELIMITED BY SIZE INTO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
           END-IF.
           IF ACCOUNTS-NO-RATE > 0
               MOVE SPACES TO REG01-REPORT-LINE
               STRING "*** ACCOUNTS WITH NO USABLE RATE, RETURNED "
                      "AT FACE VALUE " ACCOUNTS-NO-RATE
                   DELIMITED BY SIZE INTO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
           END-IF.
           IF CELL-OVERFLOW
               MOVE SPACES TO REG01-REPORT-LINE
               STRING "*** MORE CELLS THAN THE RETURN TABLE HOLDS - "
                      "RETURN INCOMPLETE ***"
                   DELIMITED BY SIZE INTO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
           END-IF.
       WRITE-BALANCE-SECTION-EXIT.
           EXIT.

       WRITE-RATE-SECTION.
           IF REG01RPT-STATUS NOT = "00"
               GO TO WRITE-RATE-SECTION-EXIT
           END-IF.
           MOVE SPACES TO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           MOVE "RATES IN FORCE AT THE PERIOD END"
               TO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           PERFORM VARYING EXCH-IDX FROM 1 BY 1
                   UNTIL EXCH-IDX > EXCH-TABLE-COUNT
               PERFORM CHECK-RATE-RETURNED
               IF NOT RATE-ALREADY-RETURNED
                   MOVE EXCH-TBL-CURRENCY (EXCH-IDX) TO RATE-CURRENCY
                   PERFORM FIND-PERIOD-END-RATE
                   MOVE SPACES TO REG01-REPORT-LINE
                   IF RATE-FOUND
                       MOVE APPLIED-RATE TO EDITED-RATE
                       STRING "  " RATE-CURRENCY " " EDITED-RATE
                              "  EFFECTIVE " EXCH-BEST-DATE
                           DELIMITED BY SIZE INTO REG01-REPORT-LINE
                   ELSE
                       STRING "  " RATE-CURRENCY
                              " *** NO RATE ON OR BEFORE THE PERIOD "
                              "END ***"
                           DELIMITED BY SIZE INTO REG01-REPORT-LINE
                   END-IF
                   WRITE REG01-REPORT-LINE
               END-IF
           END-PERFORM.
       WRITE-RATE-SECTION-EXIT.
           EXIT.

       WRITE-CONCENTRATION-SECTION.
           IF REG01RPT-STATUS NOT = "00"
               GO TO WRITE-CONCENTRATION-SECTION-EXIT
           END-IF.
           PERFORM VARYING CONC-IDX FROM 1 BY 1
                   UNTIL CONC-IDX > CONC-COUNT
               PERFORM WRITE-ONE-CONCENTRATION
           END-PERFORM.
           IF CONC-OVERFLOW
               MOVE SPACES TO REG01-REPORT-LINE
               STRING "*** MORE ENTITIES THAN THE TABLE HOLDS - "
                      "ONLY THE BOOK TOTAL IS COMPLETE ***"
                   DELIMITED BY SIZE INTO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
           END-IF.
       WRITE-CONCENTRATION-SECTION-EXIT.
           EXIT.

       WRITE-AGREEMENT-SECTION.
           IF REG01RPT-STATUS NOT = "00"
               GO TO WRITE-AGREEMENT-SECTION-EXIT
           END-IF.
           MOVE SPACES TO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           MOVE RETURN-NET-TOTAL TO EDITED-AMOUNT.
           MOVE SPACES TO REG01-REPORT-LINE.
           STRING "RETURN NET TOTAL            " EDITED-AMOUNT
                  " ACCOUNTS " ACCOUNTS-READ
               DELIMITED BY SIZE INTO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           IF NOT BAL01-CONTROL-FOUND
               MOVE SPACES TO REG01-REPORT-LINE
               MOVE "*** NO BAL01 CLOSING TOTALS - RETURN NOT AGREED"
                   TO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
               GO TO WRITE-AGREEMENT-SECTION-EXIT
           END-IF.
           MOVE BAL-CLOSING-BALANCE TO EDITED-AMOUNT.
           MOVE SPACES TO REG01-REPORT-LINE.
           STRING "BAL01 CLOSING MASTER TOTAL  " EDITED-AMOUNT
                  " ACCOUNTS " BAL-CLOSING-COUNT
               DELIMITED BY SIZE INTO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           IF MEC-CONTROL-FOUND
               MOVE MEC-APPLIED-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO REG01-REPORT-LINE
               STRING "MONTH-END ACCRUALS POSTED   " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
           END-IF.
           MOVE TOTAL-DIFFERENCE TO EDITED-AMOUNT.
           MOVE SPACES TO REG01-REPORT-LINE.
           STRING "DIFFERENCE                  " EDITED-AMOUNT
               DELIMITED BY SIZE INTO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           MOVE SPACES TO REG01-REPORT-LINE.
           IF RETURN-AGREED
               MOVE "*** RETURN AGREED TO THE MASTER ***"
                   TO REG01-REPORT-LINE
           ELSE
               MOVE "*** RETURN NOT AGREED - DO NOT FILE ***"
                   TO REG01-REPORT-LINE
           END-IF.
           WRITE REG01-REPORT-LINE.
       WRITE-AGREEMENT-SECTION-EXIT.
           EXIT.

       CLOSE-THE-FILES.
           IF ACCTMST-OPEN-FLAG = 'O'
               CLOSE ACCTMST-FILE
           END-IF.
           IF ACCTREF-OPEN
               CLOSE ACCTREF-FILE
           END-IF.
           IF REGRTN-STATUS = "00"
               CLOSE REG01-RETURN
           END-IF.
           IF REG01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
               CLOSE REG01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       CLASS-THE-ACCOUNT.
           MOVE SPACES TO ACCOUNT-CLASS.
           MOVE SPACES TO ACCOUNT-NAME.
           IF ACCTREF-OPEN
               MOVE ACCTMST-ACCT-NBR TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       ADD 1 TO ACCOUNTS-NO-REF
                   NOT INVALID KEY
                       MOVE ACCTREF-CLASS TO ACCOUNT-CLASS
                       MOVE ACCTREF-NAME TO ACCOUNT-NAME
               END-READ
           ELSE
               ADD 1 TO ACCOUNTS-NO-REF
           END-IF.

      * An account held in another currency is returned at the
      * rate in force at the period end; one with no usable rate
      * goes in at face value and is counted.
       FIND-BASE-BALANCE.
           MOVE ACCTMST-CURRENCY TO ACCOUNT-CURRENCY.
           IF ACCOUNT-CURRENCY = SPACES
               MOVE "BAS" TO ACCOUNT-CURRENCY
           END-IF.
           MOVE ACCTMST-BALANCE TO BASE-BALANCE.
           IF ACCOUNT-CURRENCY NOT = "BAS"
               MOVE ACCOUNT-CURRENCY TO RATE-CURRENCY
               PERFORM FIND-PERIOD-END-RATE
               IF RATE-FOUND
                   COMPUTE BASE-BALANCE ROUNDED =
                       ACCTMST-BALANCE * APPLIED-RATE
               ELSE
                   ADD 1 TO ACCOUNTS-NO-RATE
               END-IF
           END-IF.

      * The net total is proved against BAL01, which keeps the
      * master in base at the booked rate; a master record from
      * before the base balance was carried is a base account.
       FIND-BOOK-BASE-BALANCE.
           IF ACCTMST-BASE-BALANCE NUMERIC
               MOVE ACCTMST-BASE-BALANCE TO BOOK-BASE-BALANCE
           ELSE
               MOVE ACCTMST-BALANCE TO BOOK-BASE-BALANCE
           END-IF.

      * Slot zero means the table is full: the account still
      * counts in the totals, but the return is incomplete and
      * will not be agreed.
       FIND-CELL-SLOT.
           MOVE 0 TO CELL-SLOT.
           MOVE 'N' TO CELL-FOUND-SW.
           PERFORM VARYING CELL-IDX FROM 1 BY 1
                   UNTIL CELL-IDX > CELL-COUNT OR CELL-SLOT > 0
               IF CELL-KEY (CELL-IDX) = WANT-CELL-KEY
                   MOVE CELL-IDX TO CELL-SLOT
                   MOVE 'Y' TO CELL-FOUND-SW
               ELSE
                   IF CELL-KEY (CELL-IDX) > WANT-CELL-KEY
                       MOVE CELL-IDX TO CELL-SLOT
                   END-IF
               END-IF
           END-PERFORM.
           IF CELL-FOUND
               GO TO FIND-CELL-SLOT-EXIT
           END-IF.
           IF CELL-COUNT NOT < 400
               MOVE 0 TO CELL-SLOT
               MOVE 'Y' TO CELL-OVERFLOW-SW
               GO TO FIND-CELL-SLOT-EXIT
           END-IF.
           IF CELL-SLOT = 0
               COMPUTE CELL-SLOT = CELL-COUNT + 1
           ELSE
               PERFORM VARYING CELL-SHIFT FROM CELL-COUNT BY -1
                       UNTIL CELL-SHIFT < CELL-SLOT
                   MOVE CELL-ENTRY (CELL-SHIFT) TO
                        CELL-ENTRY (CELL-SHIFT + 1)
               END-PERFORM
           END-IF.
           ADD 1 TO CELL-COUNT.
           MOVE WANT-CELL-KEY TO CELL-KEY (CELL-SLOT).
           MOVE 0 TO CELL-ACCOUNTS (CELL-SLOT).
           MOVE 0 TO CELL-CREDIT-BAL (CELL-SLOT).
           MOVE 0 TO CELL-DEBIT-BAL (CELL-SLOT).
       FIND-CELL-SLOT-EXIT.
           EXIT.

       FIND-CONC-SLOT.
           MOVE 0 TO CONC-SLOT.
           PERFORM VARYING CONC-IDX FROM 2 BY 1
                   UNTIL CONC-IDX > CONC-COUNT
               IF CONC-ENTITY (CONC-IDX) = ACCTMST-ENTITY
                   MOVE CONC-IDX TO CONC-SLOT
               END-IF
           END-PERFORM.
           IF CONC-SLOT = 0
               IF CONC-COUNT < 11
                   ADD 1 TO CONC-COUNT
                   MOVE CONC-COUNT TO CONC-SLOT
                   MOVE ACCTMST-ENTITY TO CONC-ENTITY (CONC-SLOT)
                   MOVE 0 TO CONC-ACCOUNTS (CONC-SLOT)
                   MOVE 0 TO CONC-CREDIT-BAL (CONC-SLOT)
                   MOVE 0 TO CONC-TOP-COUNT (CONC-SLOT)
                   MOVE 0 TO CONC-TOP-BAL (CONC-SLOT)
               ELSE
                   MOVE 'Y' TO CONC-OVERFLOW-SW
               END-IF
           END-IF.

      * Only credit balances are held for the customer, so only
      * they count towards concentration. The account is slotted
      * into the largest-twenty list where it ranks, pushing the
      * smallest off the end once the list is full.
       ADD-TO-CONCENTRATION.
           ADD 1 TO CONC-ACCOUNTS (CONC-SLOT).
           IF BASE-BALANCE NOT > 0
               GO TO ADD-TO-CONCENTRATION-EXIT
           END-IF.
           MOVE BASE-BALANCE TO CREDIT-AMOUNT.
           ADD CREDIT-AMOUNT TO CONC-CREDIT-BAL (CONC-SLOT).
           MOVE 0 TO TOP-SLOT.
           PERFORM VARYING TOP-IDX FROM 1 BY 1
                   UNTIL TOP-IDX > CONC-TOP-COUNT (CONC-SLOT)
                      OR TOP-SLOT > 0
               IF CREDIT-AMOUNT > TOP-BALANCE (CONC-SLOT, TOP-IDX)
                   MOVE TOP-IDX TO TOP-SLOT
               END-IF
           END-PERFORM.
           IF TOP-SLOT = 0
               IF CONC-TOP-COUNT (CONC-SLOT) < 20
                   COMPUTE TOP-SLOT = CONC-TOP-COUNT (CONC-SLOT) + 1
               ELSE
                   GO TO ADD-TO-CONCENTRATION-EXIT
               END-IF
           END-IF.
           IF CONC-TOP-COUNT (CONC-SLOT) = 20
               SUBTRACT TOP-BALANCE (CONC-SLOT, 20) FROM
                   CONC-TOP-BAL (CONC-SLOT)
               MOVE 19 TO TOP-SHIFT
           ELSE
               MOVE CONC-TOP-COUNT (CONC-SLOT) TO TOP-SHIFT
               ADD 1 TO CONC-TOP-COUNT (CONC-SLOT)
           END-IF.
           PERFORM VARYING TOP-SHIFT FROM TOP-SHIFT BY -1
                   UNTIL TOP-SHIFT < TOP-SLOT
               MOVE CONC-TOP (CONC-SLOT, TOP-SHIFT) TO
                    CONC-TOP (CONC-SLOT, TOP-SHIFT + 1)
           END-PERFORM.
           MOVE ACCTMST-ACCT-NBR TO TOP-ACCT-NBR (CONC-SLOT, TOP-SLOT).
           MOVE ACCOUNT-NAME TO TOP-NAME (CONC-SLOT, TOP-SLOT).
           MOVE CREDIT-AMOUNT TO TOP-BALANCE (CONC-SLOT, TOP-SLOT).
           ADD CREDIT-AMOUNT TO CONC-TOP-BAL (CONC-SLOT).
       ADD-TO-CONCENTRATION-EXIT.
           EXIT.

      * Latest rate on or before the period end - the rule FXR01
      * and CNT01 apply.
       FIND-PERIOD-END-RATE.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE 0 TO EXCH-BEST-DATE.
           PERFORM VARYING RATE-SCAN-IDX FROM 1 BY 1
                   UNTIL RATE-SCAN-IDX > EXCH-TABLE-COUNT
               IF EXCH-TBL-CURRENCY (RATE-SCAN-IDX) = RATE-CURRENCY
                  AND EXCH-TBL-EFF-DATE (RATE-SCAN-IDX) <=
                      PERIOD-END-NUM
                  AND EXCH-TBL-EFF-DATE (RATE-SCAN-IDX) >=
                      EXCH-BEST-DATE
                   MOVE 'Y' TO RATE-FOUND-SW
                   MOVE EXCH-TBL-EFF-DATE (RATE-SCAN-IDX) TO
                        EXCH-BEST-DATE
                   MOVE EXCH-TBL-RATE (RATE-SCAN-IDX) TO APPLIED-RATE
               END-IF
           END-PERFORM.

      * A currency is returned once, at its first appearance on
      * the rate file.
       CHECK-RATE-RETURNED.
           MOVE 'N' TO RATE-SEEN-SW.
           PERFORM VARYING RATE-SCAN-IDX FROM 1 BY 1
                   UNTIL RATE-SCAN-IDX NOT < EXCH-IDX
               IF EXCH-TBL-CURRENCY (RATE-SCAN-IDX) =
                  EXCH-TBL-CURRENCY (EXCH-IDX)
                   MOVE 'Y' TO RATE-SEEN-SW
               END-IF
           END-PERFORM.

       FIGURE-SHARE-PCT.
           IF CONC-CREDIT-BAL (CONC-IDX) > 0
               COMPUTE SHARE-PCT ROUNDED =
                   (CONC-TOP-BAL (CONC-IDX) * 100)
                   / CONC-CREDIT-BAL (CONC-IDX)
           ELSE
               MOVE 0 TO SHARE-PCT
           END-IF.

       WRITE-ONE-CONCENTRATION.
           PERFORM FIGURE-SHARE-PCT.
           IF CONC-IDX = 1
               MOVE "ALL" TO PRINT-ENTITY
           ELSE
               IF CONC-ENTITY (CONC-IDX) = SPACES
                   MOVE "(DEFAULT)" TO PRINT-ENTITY
               ELSE
                   MOVE CONC-ENTITY (CONC-IDX) TO PRINT-ENTITY
               END-IF
           END-IF.
           MOVE SPACES TO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           MOVE CONC-CREDIT-BAL (CONC-IDX) TO EDITED-CREDIT.
           MOVE SPACES TO REG01-REPORT-LINE.
           STRING "CONCENTRATION - ENTITY " PRINT-ENTITY
                  " CREDIT BALANCES " EDITED-CREDIT
               DELIMITED BY SIZE INTO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.
           PERFORM VARYING TOP-IDX FROM 1 BY 1
                   UNTIL TOP-IDX > CONC-TOP-COUNT (CONC-IDX)
               CALL "MASKACCT" USING TOP-ACCT-NBR (CONC-IDX, TOP-IDX)
                                     MASKED-ACCT
               MOVE TOP-BALANCE (CONC-IDX, TOP-IDX) TO EDITED-CREDIT
               IF CONC-CREDIT-BAL (CONC-IDX) > 0
                   COMPUTE SHARE-PCT ROUNDED =
                       (TOP-BALANCE (CONC-IDX, TOP-IDX) * 100)
                       / CONC-CREDIT-BAL (CONC-IDX)
               END-IF
               MOVE SHARE-PCT TO EDITED-PCT
               MOVE SPACES TO REG01-REPORT-LINE
               STRING "  " TOP-IDX " " MASKED-ACCT " "
                      TOP-NAME (CONC-IDX, TOP-IDX) (1:26) " "
                      EDITED-CREDIT " " EDITED-PCT "%"
                   DELIMITED BY SIZE INTO REG01-REPORT-LINE
               WRITE REG01-REPORT-LINE
           END-PERFORM.
           PERFORM FIGURE-SHARE-PCT.
           MOVE SHARE-PCT TO EDITED-PCT.
           MOVE CONC-TOP-BAL (CONC-IDX) TO EDITED-CREDIT.
           MOVE SPACES TO REG01-REPORT-LINE.
           STRING "  LARGEST " CONC-TOP-COUNT (CONC-IDX)
                  " HOLD " EDITED-CREDIT " = " EDITED-PCT
                  "% OF THE ENTITY'S CREDIT BALANCES"
               DELIMITED BY SIZE INTO REG01-REPORT-LINE.
           WRITE REG01-REPORT-LINE.

       WRITE-RETURN-RECORD.
           WRITE REGRTN-REC.
           ADD 1 TO RETURN-RECORDS.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="REG01"==.
