      * DATASET, STM01RPT, SEPARATED BY A STATEMENT BANNER PER
      * ACCOUNT SO BND01'S DISTLIST DISTRIBUTION CAN BUNDLE THEM
      * INTO THE MORNING PRINT RUN LIKE ANY OTHER REPORT.
      * HOW OFTEN AN ACCOUNT GETS A STATEMENT IS ITS PRODUCT'S
      * CALL - THE PRODMST RECORD FOR ITS ACCTREF CLASS: MONTHLY,
      * QUARTERLY (RUNS IN MARCH, JUNE, SEPTEMBER AND DECEMBER),
      * ANNUAL (DECEMBER) OR NONE. A QUARTERLY OR ANNUAL
      * STATEMENT COVERS EVERY MONTH OF ITS PERIOD, SO ITS
      * OPENING BALANCE IS THE PERIOD'S OPENING. AN ACCOUNT WITH
      * NO PRODUCT IS STATED MONTHLY, AS BEFORE; THE BANNER
      * SHOWS THE PRODUCT CLASS AND THE PERIOD'S FIRST MONTH.
      * A STATEMENT IS IN THE ACCOUNT'S OWN CURRENCY, NAMED ON THE
      * BANNER. ON A BASE ACCOUNT A FOREIGN ITEM SHOWS ITS FACE
      * AMOUNT AND THE BASE EQUIVALENT MST01 POSTED (THE EXCHRATE
      * RATE ON OR BEFORE ITS DATE); ON A FOREIGN ACCOUNT AN ITEM
      * IN ANY OTHER CURRENCY NEVER POSTED AND IS SHOWN SO. A
      * FOREIGN ACCOUNT'S STATEMENT ALSO CARRIES THE BASE
      * EQUIVALENT OF ITS BALANCE AND OF EACH MONTH-TO-DATE LINE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY    IS SUMMST-KEY
                  FILE STATUS   IS SUMMST-STATUS.

      * Account class from the reference master, and the
      * product it names. Either missing - monthly for everyone,
      * the usual missing-file fallback.
           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT PRODMST-FILE ASSIGN TO PRODMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PRODMST-CLASS
                  FILE STATUS   IS PRODMST-STATUS.

           SELECT STM01-EXCHRATE ASSIGN TO EXCHRATE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS EXCHRATE-STATUS.

           SELECT STM01-REPORT ASSIGN TO STM01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       FD  SUMMST-FILE.
           COPY "summst.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  PRODMST-FILE.
           COPY "prodmst.cpy".

       FD  STM01-EXCHRATE.
       01  STM01-EXCHRATE-REC.
           05  EXCH-CURRENCY            PIC X(3).
           05  EXCH-EFF-DATE            PIC 9(8).
           05  EXCH-RATE                PIC 9(3)V9(6).
           05  FILLER                   PIC X(60).

       FD  STM01-REPORT.
       01  STM01-REPORT-LINE            PIC X(80).

       01  STM01RPT-STATUS.
           05  STM01RPT-STATUS-L        PIC X.
           05  STM01RPT-STATUS-R        PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  PRODMST-STATUS.
           05  PRODMST-STATUS-L         PIC X.
           05  PRODMST-STATUS-R         PIC X.
       01  PRODUCTS-PRESENT-SW          PIC X       VALUE 'N'.
           88  PRODUCTS-PRESENT                      VALUE 'Y'.

      * The data portion of the indexed record, laid back out the
      * way CNT01LDX packed it - same decode INQ01 uses.
               10  TXN-TBL-TYPE         PIC X(2).
               10  TXN-TBL-CURR         PIC X(3).
               10  TXN-TBL-AMOUNT       PIC S9(9)V99.
               10  TXN-TBL-POSTED       PIC S9(11)V99.
               10  TXN-TBL-HOW          PIC X.
       01  TXN-IDX                      PIC 9(3).
       01  TXN-SLOT-IDX                 PIC 9(3).
       01  TXN-SHIFT-IDX                PIC 9(3).
           88  TXN-OVERFLOW                          VALUE 'Y'.

       01  STATEMENT-MONTH              PIC X(6)    VALUE SPACES.
       01  STATEMENT-MM                 PIC 99      VALUE 0.
      * The account's product class and statement frequency, and
      * the first month its statement covers.
       01  ACCOUNT-CLASS                PIC X(4)    VALUE SPACES.
       01  ACCOUNT-STMT-FREQ            PIC X       VALUE 'M'.
       01  STATEMENT-DUE-SW             PIC X       VALUE 'Y'.
           88  STATEMENT-DUE                         VALUE 'Y'.
       01  PERIOD-START-MONTH.
           05  PERIOD-START-YEAR        PIC X(4).
           05  PERIOD-START-MM          PIC 99.
       01  BROWSE-DONE-SW               PIC X       VALUE 'N'.
           88  BROWSE-DONE                           VALUE 'Y'.
       01  SUMMST-DONE-SW               PIC X       VALUE 'N'.
       01  TXN-TOTAL-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  OPENING-BALANCE              PIC S9(11)V99 VALUE 0.
       01  STATEMENTS-WRITTEN           PIC 9(6)    VALUE 0.
       01  STATEMENTS-NOT-DUE           PIC 9(6)    VALUE 0.
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  MASKED-ACCT                  PIC X(10).
       01  BANNER-ROW                   PIC X(80)   VALUE ALL "-".
      * The account's currency ("BAS" for base) and each item as
      * it reached the balance: at face ('F'), converted to base
      * ('C'), or not at all ('N').
       01  STATEMENT-CURRENCY           PIC X(3).
       01  POSTED-AMOUNT                PIC S9(11)V99 VALUE 0.
       01  POSTED-HOW                   PIC X       VALUE 'F'.
       01  MASTER-BASE-BALANCE          PIC S9(11)V99 VALUE 0.
       01  EDITED-AMOUNT-2              PIC -(11)9.99.
       01  EXCHRATE-STATUS.
           05  EXCHRATE-STATUS-L        PIC X.
           05  EXCHRATE-STATUS-R        PIC X.
       01  EXCH-TABLE-COUNT             PIC 99      VALUE 0.
       01  EXCH-RATE-TABLE.
           05  EXCH-ENTRY OCCURS 50 TIMES.
               10  EXCH-TBL-CURRENCY    PIC X(3).
               10  EXCH-TBL-EFF-DATE    PIC 9(8).
               10  EXCH-TBL-RATE        PIC 9(3)V9(6).
       01  EXCH-IDX                     PIC 99.
       01  EXCH-BEST-DATE               PIC 9(8).
       01  APPLIED-RATE                 PIC 9(3)V9(6).
       01  RATE-FOUND-SW                PIC X       VALUE 'N'.
           88  RATE-FOUND                            VALUE 'Y'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
                                "START   " DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE (1:6) TO STATEMENT-MONTH.
           MOVE SUITE-RUN-DATE (5:2) TO STATEMENT-MM.
           PERFORM OPEN-THE-FILES.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM UNTIL ACCTMST-EOF-YES
               PERFORM READ-ONE-ACCOUNT
               IF NOT ACCTMST-EOF-YES
                   PERFORM FIND-ACCOUNT-PRODUCT THRU
                       FIND-ACCOUNT-PRODUCT-EXIT
                   PERFORM SET-STATEMENT-PERIOD
                   IF STATEMENT-DUE
                       PERFORM WRITE-ONE-STATEMENT
                   ELSE
                       ADD 1 TO STATEMENTS-NOT-DUE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "STM01: statements written= " STATEMENTS-WRITTEN.
           DISPLAY "STM01: not due this month= " STATEMENTS-NOT-DUE.
           CALL "DAYLOG" USING "STM01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.
               DISPLAY "STM01: OPEN SUMMST-FILE - status "
                       SUMMST-STATUS
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               OPEN INPUT PRODMST-FILE
               IF PRODMST-STATUS = "00"
                   MOVE 'Y' TO PRODUCTS-PRESENT-SW
               ELSE
                   CLOSE ACCTREF-FILE
               END-IF
           END-IF.
           IF NOT PRODUCTS-PRESENT
               DISPLAY "STM01: no product master - every account "
                       "stated monthly"
           END-IF.
           OPEN OUTPUT STM01-REPORT.
           IF STM01RPT-STATUS NOT = "00"
               DISPLAY "STM01: OPEN STM01-REPORT - status "
           END-READ.

       WRITE-ONE-STATEMENT.
           MOVE ACCTMST-CURRENCY TO STATEMENT-CURRENCY.
           IF ACCTMST-CURRENCY = SPACES
               MOVE "BAS" TO STATEMENT-CURRENCY
           END-IF.
           PERFORM COLLECT-ACCOUNT-TXNS.
           COMPUTE OPENING-BALANCE =
               ACCTMST-BALANCE - TXN-TOTAL-AMOUNT.
           STRING "STATEMENT " STATEMENT-MONTH
                  " ACCOUNT " MASKED-ACCT
                  " STATUS " ACCTMST-ACCT-STATUS
                  " PRODUCT " ACCOUNT-CLASS
                  " FROM " PERIOD-START-MONTH
                  " CCY " STATEMENT-CURRENCY
               DELIMITED BY SIZE INTO STM01-REPORT-LINE.
           WRITE STM01-REPORT-LINE.
           MOVE OPENING-BALANCE TO EDITED-AMOUNT.
                  " TXNS " TXN-COUNT
               DELIMITED BY SIZE INTO STM01-REPORT-LINE.
           WRITE STM01-REPORT-LINE.
           IF ACCTMST-CURRENCY NOT = SPACES
               IF ACCTMST-BASE-BALANCE NUMERIC
                   MOVE ACCTMST-BASE-BALANCE TO MASTER-BASE-BALANCE
               ELSE
                   MOVE ACCTMST-BALANCE TO MASTER-BASE-BALANCE
               END-IF
               MOVE MASTER-BASE-BALANCE TO EDITED-AMOUNT
               MOVE SPACES TO STM01-REPORT-LINE
               STRING "BASE EQUIVALENT " EDITED-AMOUNT
                      " AT THE RATES POSTED"
                   DELIMITED BY SIZE INTO STM01-REPORT-LINE
               WRITE STM01-REPORT-LINE
           END-IF.
           PERFORM WRITE-MTD-SECTION THRU WRITE-MTD-SECTION-EXIT.

       CLOSE-THE-FILES.
           CLOSE ACCTMST-FILE.
           IF SUMMST-STATUS = "00" OR SUMMST-STATUS = "10"
               CLOSE SUMMST-FILE
           END-IF.
           IF PRODUCTS-PRESENT
               CLOSE ACCTREF-FILE
               CLOSE PRODMST-FILE
           END-IF.
           IF STM01RPT-STATUS = "00"
               MOVE SPACES TO STM01-REPORT-LINE
               STRING "Statements written is= " STATEMENTS-WRITTEN
                      "  Not due this month is= " STATEMENTS-NOT-DUE
                   DELIMITED BY SIZE INTO STM01-REPORT-LINE
               WRITE STM01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
           END-IF.

      * LEVEL 3 ROUTINES
      * The account's product, through the class on its reference
      * record. No product - monthly, as before products existed.
       FIND-ACCOUNT-PRODUCT.
           MOVE SPACES TO ACCOUNT-CLASS.
           MOVE 'M' TO ACCOUNT-STMT-FREQ.
           IF NOT PRODUCTS-PRESENT
               GO TO FIND-ACCOUNT-PRODUCT-EXIT
           END-IF.
           MOVE ACCTMST-ACCT-NBR TO ACCTREF-ACCT-NBR.
           READ ACCTREF-FILE
               INVALID KEY
                   MOVE SPACES TO ACCTREF-CLASS
           END-READ.
           IF ACCTREF-CLASS = SPACES
               GO TO FIND-ACCOUNT-PRODUCT-EXIT
           END-IF.
           MOVE ACCTREF-CLASS TO PRODMST-CLASS.
           READ PRODMST-FILE
               INVALID KEY
                   GO TO FIND-ACCOUNT-PRODUCT-EXIT
           END-READ.
           MOVE PRODMST-CLASS TO ACCOUNT-CLASS.
           IF PRODMST-STMT-QUARTERLY OR PRODMST-STMT-ANNUAL OR
              PRODMST-STMT-NONE
               MOVE PRODMST-STMT-FREQ TO ACCOUNT-STMT-FREQ
           END-IF.
       FIND-ACCOUNT-PRODUCT-EXIT.
           EXIT.

      * Quarterly statements fall at the quarter-end months and
      * reach back to the quarter's first month; annual ones fall
      * in December and reach back to January.
       SET-STATEMENT-PERIOD.
           MOVE 'Y' TO STATEMENT-DUE-SW.
           MOVE STATEMENT-MONTH TO PERIOD-START-MONTH.
           EVALUATE ACCOUNT-STMT-FREQ
               WHEN 'Q'
                   IF STATEMENT-MM = 3 OR STATEMENT-MM = 6 OR
                      STATEMENT-MM = 9 OR STATEMENT-MM = 12
                       SUBTRACT 2 FROM PERIOD-START-MM
                   ELSE
                       MOVE 'N' TO STATEMENT-DUE-SW
                   END-IF
               WHEN 'A'
                   IF STATEMENT-MM = 12
                       MOVE 1 TO PERIOD-START-MM
                   ELSE
                       MOVE 'N' TO STATEMENT-DUE-SW
                   END-IF
               WHEN 'N'
                   MOVE 'N' TO STATEMENT-DUE-SW
           END-EVALUATE.

      * Every keyed record for the account in hand, inserted into
      * the table in transaction-date order as it is read.
       COLLECT-ACCOUNT-TXNS.
                          ACCTMST-ACCT-NBR
                       MOVE 'Y' TO BROWSE-DONE-SW
                   ELSE
                       PERFORM INSERT-ONE-TXN THRU
                           INSERT-ONE-TXN-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       INSERT-ONE-TXN.
           MOVE FILEDATCLT-IDX-DATA TO STM-DECODE-AREA.
      * Only the statement period belongs on the statement; a
      * keyed copy holding older months must not drag the
      * derived opening balance away from the period's opening.
           IF STM-DATE (1:6) < PERIOD-START-MONTH OR
              STM-DATE (1:6) > STATEMENT-MONTH
               GO TO INSERT-ONE-TXN-EXIT
           END-IF.
           PERFORM PRICE-STATEMENT-TXN.
           ADD POSTED-AMOUNT TO TXN-TOTAL-AMOUNT.
           IF TXN-COUNT >= 200
               MOVE 'Y' TO TXN-OVERFLOW-SW
               GO TO INSERT-ONE-TXN-EXIT
           MOVE STM-REC-TYPE TO TXN-TBL-TYPE (TXN-SLOT-IDX).
           MOVE STM-CURRENCY TO TXN-TBL-CURR (TXN-SLOT-IDX).
           MOVE STM-AMOUNT TO TXN-TBL-AMOUNT (TXN-SLOT-IDX).
           MOVE POSTED-AMOUNT TO TXN-TBL-POSTED (TXN-SLOT-IDX).
           MOVE POSTED-HOW TO TXN-TBL-HOW (TXN-SLOT-IDX).
       INSERT-ONE-TXN-EXIT.
           EXIT.

      * The item as it reached the balance, as MST01 posted it:
      * the account's own currency at face, a foreign item on a
      * base account at its base equivalent, anything else not
      * at all.
       PRICE-STATEMENT-TXN.
           MOVE STM-AMOUNT TO POSTED-AMOUNT.
           MOVE 'F' TO POSTED-HOW.
           EVALUATE TRUE
               WHEN STM-CURRENCY = ACCTMST-CURRENCY
                   CONTINUE
               WHEN ACCTMST-CURRENCY NOT = SPACES
                   MOVE 0 TO POSTED-AMOUNT
                   MOVE 'N' TO POSTED-HOW
               WHEN OTHER
                   PERFORM FIND-RATE-FOR-TXN
                   IF RATE-FOUND
                       COMPUTE POSTED-AMOUNT ROUNDED =
                           STM-AMOUNT * APPLIED-RATE
                       MOVE 'C' TO POSTED-HOW
                   END-IF
           END-EVALUATE.

       FIND-RATE-FOR-TXN.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE 0 TO EXCH-BEST-DATE.
           PERFORM VARYING EXCH-IDX FROM 1 BY 1
                   UNTIL EXCH-IDX > EXCH-TABLE-COUNT
               IF EXCH-TBL-CURRENCY (EXCH-IDX) = STM-CURRENCY AND
                  EXCH-TBL-EFF-DATE (EXCH-IDX) <= STM-DATE AND
                  EXCH-TBL-EFF-DATE (EXCH-IDX) >= EXCH-BEST-DATE
                   MOVE 'Y' TO RATE-FOUND-SW
                   MOVE EXCH-TBL-EFF-DATE (EXCH-IDX) TO
                        EXCH-BEST-DATE
                   MOVE EXCH-TBL-RATE (EXCH-IDX) TO APPLIED-RATE
               END-IF
           END-PERFORM.

       WRITE-ONE-TXN-LINE.
           MOVE TXN-TBL-AMOUNT (TXN-IDX) TO EDITED-AMOUNT.
           MOVE TXN-TBL-POSTED (TXN-IDX) TO EDITED-AMOUNT-2.
           MOVE SPACES TO STM01-REPORT-LINE.
           EVALUATE TXN-TBL-HOW (TXN-IDX)
               WHEN 'C'
                   STRING "  " TXN-TBL-DATE (TXN-IDX)
                          " SEQ " TXN-TBL-SEQ (TXN-IDX)
                          " TYPE " TXN-TBL-TYPE (TXN-IDX)
                          " CUR " TXN-TBL-CURR (TXN-IDX)
                          " AMT " EDITED-AMOUNT
                          " = " EDITED-AMOUNT-2
                       DELIMITED BY SIZE INTO STM01-REPORT-LINE
               WHEN 'N'
                   STRING "  " TXN-TBL-DATE (TXN-IDX)
                          " SEQ " TXN-TBL-SEQ (TXN-IDX)
                          " TYPE " TXN-TBL-TYPE (TXN-IDX)
                          " CUR " TXN-TBL-CURR (TXN-IDX)
                          " AMT " EDITED-AMOUNT
                          " NOT POSTED"
                       DELIMITED BY SIZE INTO STM01-REPORT-LINE
               WHEN OTHER
                   STRING "  " TXN-TBL-DATE (TXN-IDX)
                          " SEQ " TXN-TBL-SEQ (TXN-IDX)
                          " TYPE " TXN-TBL-TYPE (TXN-IDX)
                          " CUR " TXN-TBL-CURR (TXN-IDX)
                          " AMT " EDITED-AMOUNT
                       DELIMITED BY SIZE INTO STM01-REPORT-LINE
           END-EVALUATE.
           WRITE STM01-REPORT-LINE.

      * SUMMST month-to-date figures for the statement month, one
                      SUMMST-ACCT-NBR NOT = ACCTMST-ACCT-NBR
                       MOVE 'Y' TO SUMMST-DONE-SW
                   ELSE
                       PERFORM WRITE-ONE-MTD-LINE
                   END-IF
               END-IF
           END-PERFORM.
       WRITE-MTD-SECTION-EXIT.
           EXIT.

      * A base account's bucket is stated at its base equivalent,
      * which is what reached the balance; a foreign account's at
      * face with the base equivalent beside it. A bucket from
      * before the base equivalent was carried is base at face.
       WRITE-ONE-MTD-LINE.
           IF SUMMST-MTD-BASE-AMOUNT NOT NUMERIC
               MOVE SUMMST-MTD-AMOUNT TO SUMMST-MTD-BASE-AMOUNT
           END-IF.
           MOVE SPACES TO STM01-REPORT-LINE.
           IF ACCTMST-CURRENCY = SPACES
               MOVE SUMMST-MTD-BASE-AMOUNT TO EDITED-AMOUNT
               STRING "MTD TYPE " SUMMST-REC-TYPE
                      " COUNT " SUMMST-MTD-COUNT
                      " AMOUNT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO STM01-REPORT-LINE
           ELSE
               MOVE SUMMST-MTD-AMOUNT TO EDITED-AMOUNT
               MOVE SUMMST-MTD-BASE-AMOUNT TO EDITED-AMOUNT-2
               STRING "MTD TYPE " SUMMST-REC-TYPE
                      " COUNT " SUMMST-MTD-COUNT
                      " AMOUNT " EDITED-AMOUNT
                      " BASE " EDITED-AMOUNT-2
                   DELIMITED BY SIZE INTO STM01-REPORT-LINE
           END-IF.
           WRITE STM01-REPORT-LINE.

       LOAD-EXCHANGE-RATES.
           MOVE 0 TO EXCH-TABLE-COUNT.
           OPEN INPUT STM01-EXCHRATE.
           IF EXCHRATE-STATUS = "00"
               PERFORM UNTIL EXCHRATE-STATUS NOT = "00"
                   READ STM01-EXCHRATE
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
               CLOSE STM01-EXCHRATE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="STM01"==.
