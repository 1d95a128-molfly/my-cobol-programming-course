      *   THE MASTER NO LONGER KNOWS CANNOT HIDE.
      * ANY DRIFT ENDS WITH RETURN CODE 16 SO THE MONTH-END
      * CLOSE STOPS INSTEAD OF RUNNING OVER A CORRUPTED MASTER.
      * THE ACCOUNTS OUT OF STEP (DRIFTED PLUS ORPHANED) AND THE
      * NET AMOUNT DRIFT ARE STAMPED ON THE CONTROLS DATASET
      * (CTLFILE) AS AUD01EXC FOR THE MONTH-END CERTIFICATE;
      * NOTHING IS STAMPED WHEN EITHER MASTER CANNOT BE OPENED.
      * A BASE ACCOUNT IS PROVED AGAINST THE BUCKETS' BASE
      * EQUIVALENTS, SINCE MST01 POSTS FOREIGN ITEMS TO IT IN BASE.
      * A FOREIGN-CURRENCY ACCOUNT IS PROVED TWICE: ITS BALANCE
      * AGAINST THE BUCKETS AT FACE AND ITS BASE BALANCE AGAINST
      * THEIR BASE EQUIVALENTS. THE AMOUNT STAMPED IS IN BASE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  YTD-AMOUNT                   PIC S9(11)V99 VALUE 0.
       01  COUNT-DISCREPANCY            PIC S9(8)   VALUE 0.
       01  AMOUNT-DISCREPANCY           PIC S9(11)V99 VALUE 0.
       01  YTD-BASE-AMOUNT              PIC S9(11)V99 VALUE 0.
       01  MASTER-BASE-BALANCE          PIC S9(11)V99 VALUE 0.
       01  BASE-DISCREPANCY             PIC S9(11)V99 VALUE 0.
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-COUNT-DIFF            PIC -(7)9.
       01  MASKED-ACCT                  PIC X(10).
       01  ACCOUNTS-AUDITED             PIC 9(6)    VALUE 0.
       01  DRIFT-COUNT                  PIC 9(6)    VALUE 0.
       01  ORPHAN-COUNT                 PIC 9(6)    VALUE 0.
       01  DRIFT-AMOUNT-TOTAL           PIC S9(11)V99 VALUE 0.
       01  EXCEPTION-CTL-COUNT          PIC 9(7)    VALUE 0.
       01  CTLPASS-RESULT               PIC X.
       01  MASTERS-OPEN-SW              PIC X       VALUE 'N'.
           88  MASTERS-OPEN                          VALUE 'Y'.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

      * Accounts already reported missing from the master, so one
           PERFORM AUDIT-SUMMST-ORPHANS.
           PERFORM WRITE-AUDIT-TOTALS.
           PERFORM CLOSE-THE-FILES.
           IF MASTERS-OPEN
               COMPUTE EXCEPTION-CTL-COUNT =
                   DRIFT-COUNT + ORPHAN-COUNT
               CALL "CTLPASS" USING "W" "AUD01EXC"
                                     EXCEPTION-CTL-COUNT
                                     DRIFT-AMOUNT-TOTAL
                                     CTLPASS-RESULT
           END-IF.
           DISPLAY "AUD01: accounts audited= " ACCOUNTS-AUDITED.
           DISPLAY "AUD01: accounts drifted= " DRIFT-COUNT.
           DISPLAY "AUD01: summary orphans=  " ORPHAN-COUNT.
               MOVE 'Y' TO ACCTMST-EOF
               MOVE 'Y' TO SUMMST-EOF
           END-IF.
           IF ACCTMST-STATUS = "00" AND SUMMST-STATUS = "00"
               MOVE 'Y' TO MASTERS-OPEN-SW
           END-IF.
           OPEN OUTPUT AUD01-REPORT.
           IF AUD01RPT-STATUS NOT = "00"
               DISPLAY "AUD01: OPEN AUD01-REPORT - status "
       CROSS-FOOT-ONE-ACCOUNT.
           MOVE 0 TO YTD-COUNT.
           MOVE 0 TO YTD-AMOUNT.
           MOVE 0 TO YTD-BASE-AMOUNT.
           PERFORM VARYING MONTH-IDX FROM 0 BY 1
                   UNTIL MONTH-IDX > 12
               PERFORM TOTAL-ONE-MONTH-BUCKET
           END-PERFORM.
           IF ACCTMST-BASE-BALANCE NUMERIC
               MOVE ACCTMST-BASE-BALANCE TO MASTER-BASE-BALANCE
           ELSE
               MOVE ACCTMST-BALANCE TO MASTER-BASE-BALANCE
           END-IF.
           COMPUTE COUNT-DISCREPANCY =
               ACCTMST-TXN-COUNT - YTD-COUNT.
           COMPUTE BASE-DISCREPANCY =
               MASTER-BASE-BALANCE - YTD-BASE-AMOUNT.
           IF ACCTMST-CURRENCY = SPACES
               MOVE BASE-DISCREPANCY TO AMOUNT-DISCREPANCY
           ELSE
               COMPUTE AMOUNT-DISCREPANCY =
                   ACCTMST-BALANCE - YTD-AMOUNT
           END-IF.
           IF COUNT-DISCREPANCY NOT = 0 OR
              AMOUNT-DISCREPANCY NOT = 0 OR
              BASE-DISCREPANCY NOT = 0
               ADD 1 TO DRIFT-COUNT
               ADD BASE-DISCREPANCY TO DRIFT-AMOUNT-TOTAL
               PERFORM WRITE-DRIFT-LINES
           END-IF.

                   ELSE
                       ADD SUMMST-MTD-COUNT TO YTD-COUNT
                       ADD SUMMST-MTD-AMOUNT TO YTD-AMOUNT
                       PERFORM ADD-BUCKET-BASE-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

      * A bucket from before the base equivalent was carried is
      * base money at face.
       ADD-BUCKET-BASE-AMOUNT.
           IF SUMMST-MTD-BASE-AMOUNT NUMERIC
               ADD SUMMST-MTD-BASE-AMOUNT TO YTD-BASE-AMOUNT
           ELSE
               ADD SUMMST-MTD-AMOUNT TO YTD-BASE-AMOUNT
           END-IF.

       WRITE-DRIFT-LINES.
           CALL "MASKACCT" USING ACCTMST-ACCT-NBR MASKED-ACCT.
           DISPLAY "AUD01: *** DRIFT *** " MASKED-ACCT.
               MOVE AMOUNT-DISCREPANCY TO EDITED-AMOUNT
               MOVE SPACES TO AUD01-REPORT-LINE
               STRING "      AMOUNT DIFFERENCE " EDITED-AMOUNT
                      " " ACCTMST-CURRENCY
                   DELIMITED BY SIZE INTO AUD01-REPORT-LINE
               WRITE AUD01-REPORT-LINE
               IF ACCTMST-CURRENCY NOT = SPACES
                   MOVE BASE-DISCREPANCY TO EDITED-AMOUNT
                   MOVE SPACES TO AUD01-REPORT-LINE
                   STRING "      BASE DIFFERENCE   " EDITED-AMOUNT
                       DELIMITED BY SIZE INTO AUD01-REPORT-LINE
                   WRITE AUD01-REPORT-LINE
               END-IF
           END-IF.

       CHECK-ONE-SUMMARY-ACCOUNT.
