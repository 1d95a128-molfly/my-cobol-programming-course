      * PROPAGATE. NOTE THE CNT01 TIE IS INFORMATIONAL WHEN
      * UNMATCHED TRANSACTIONS EXIST - THE MST01 REPORT SAYS
      * HOW MANY - BUT THE MASTER EQUATION MUST ALWAYS HOLD.
      * MST01CTL CARRIES THE MASTER AT BASE EQUIVALENTS. THE SAME
      * EQUATION IS THEN PROVED AT FACE FOR EACH ACCOUNT CURRENCY
      * ON MST01'S MST01CCY TOTALS (THE PARTITIONS' RECORDS ADDED
      * TOGETHER BY CURRENCY); A CURRENCY OUT OF BALANCE ALSO
      * ENDS WITH RETURN CODE 16. NO MST01CCY, NO CURRENCY PROOF.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01RPT-STATUS.

           SELECT MST01-CCYCTL ASSIGN TO MST01CCY
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01CCY-STATUS.

           SELECT BAL01-REPORT ASSIGN TO BAL01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           05  CTL-CLOSING-BALANCE      PIC S9(11)V99.
           05  FILLER                   PIC X(27).

       FD  MST01-CCYCTL.
           COPY "mstccy.cpy".

       FD  CNT01-REPORT-IN.
       01  CNT01-REPORT-IN-LINE         PIC X(80).

       01  BAL01RPT-STATUS.
           05  BAL01RPT-STATUS-L        PIC X.
           05  BAL01RPT-STATUS-R        PIC X.
       01  MST01CCY-STATUS.
           05  MST01CCY-STATUS-L        PIC X.
           05  MST01CCY-STATUS-R        PIC X.
      * Face totals per account currency, the partitions' records
      * added together.
       01  CCY-COUNT                    PIC 99      VALUE 0.
       01  CCY-TABLE.
           05  CCY-ENTRY OCCURS 20 TIMES.
               10  CCT-CURRENCY         PIC X(3).
               10  CCT-OPENING-COUNT    PIC 9(7).
               10  CCT-OPENING-BALANCE  PIC S9(11)V99.
               10  CCT-APPLIED-AMOUNT   PIC S9(11)V99.
               10  CCT-CLOSING-COUNT    PIC 9(7).
               10  CCT-CLOSING-BALANCE  PIC S9(11)V99.
       01  CCY-IDX                      PIC 99.
       01  CCY-SLOT                     PIC 99.
       01  CCY-NAME                     PIC X(3).
       01  CCY-DISCREPANCY              PIC S9(11)V99 VALUE 0.
       01  CCY-VERDICT                  PIC X(22).
       01  CCY-DISCREPANCY-OUT          PIC X(17).
       01  EDITED-AMOUNT-2              PIC -(11)9.99.

       01  CONTROL-REC-FOUND-SW         PIC X       VALUE 'N'.
           88  CONTROL-REC-FOUND                     VALUE 'Y'.
           CALL "DAYLOG" USING "BAL01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM READ-CONTROL-TOTALS.
           PERFORM READ-CURRENCY-TOTALS.
           PERFORM FIND-CNT01-NET-TOTAL.
           PERFORM OPEN-BAL01-REPORT.
           PERFORM CHECK-THE-BALANCE THRU
               CHECK-THE-BALANCE-EXIT.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-COUNT
               PERFORM CHECK-ONE-CURRENCY
           END-PERFORM.
           PERFORM CLOSE-BAL01-REPORT.
           CALL "DAYLOG" USING "BAL01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
               MOVE 16 TO RUN-SEVERITY
           END-IF.

       READ-CURRENCY-TOTALS.
           OPEN INPUT MST01-CCYCTL.
           IF MST01CCY-STATUS = "00"
               PERFORM UNTIL MST01CCY-STATUS NOT = "00"
                   READ MST01-CCYCTL
                       AT END MOVE "10" TO MST01CCY-STATUS
                   END-READ
                   IF MST01CCY-STATUS = "00"
                       PERFORM ADD-CURRENCY-TOTALS
                   END-IF
               END-PERFORM
               CLOSE MST01-CCYCTL
           ELSE
               DISPLAY "BAL01: no MST01CCY totals - balancing "
                       "in base only"
           END-IF.

      * Same extraction pattern as CNT01EXT: find the combined net
      * total line on CNT01's report and parse the edited amount
      * back into a signed number.
               MOVE 'Y' TO CNT01-NET-FOUND-SW
           END-IF.

       ADD-CURRENCY-TOTALS.
           MOVE 0 TO CCY-SLOT.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-COUNT
               IF CCT-CURRENCY (CCY-IDX) = CCY-CURRENCY
                   MOVE CCY-IDX TO CCY-SLOT
               END-IF
           END-PERFORM.
           IF CCY-SLOT = 0 AND CCY-COUNT < 20
               ADD 1 TO CCY-COUNT
               MOVE CCY-COUNT TO CCY-SLOT
               MOVE CCY-CURRENCY TO CCT-CURRENCY (CCY-SLOT)
               MOVE 0 TO CCT-OPENING-COUNT (CCY-SLOT)
               MOVE 0 TO CCT-OPENING-BALANCE (CCY-SLOT)
               MOVE 0 TO CCT-APPLIED-AMOUNT (CCY-SLOT)
               MOVE 0 TO CCT-CLOSING-COUNT (CCY-SLOT)
               MOVE 0 TO CCT-CLOSING-BALANCE (CCY-SLOT)
           END-IF.
           IF CCY-SLOT = 0
               DISPLAY "BAL01: currency table full - "
                       CCY-CURRENCY " not balanced"
           ELSE
               ADD CCY-OPENING-COUNT TO CCT-OPENING-COUNT (CCY-SLOT)
               ADD CCY-OPENING-BALANCE TO
                   CCT-OPENING-BALANCE (CCY-SLOT)
               ADD CCY-APPLIED-AMOUNT TO
                   CCT-APPLIED-AMOUNT (CCY-SLOT)
               ADD CCY-CLOSING-COUNT TO CCT-CLOSING-COUNT (CCY-SLOT)
               ADD CCY-CLOSING-BALANCE TO
                   CCT-CLOSING-BALANCE (CCY-SLOT)
           END-IF.

       OPEN-BAL01-REPORT.
           OPEN OUTPUT BAL01-REPORT.
           IF BAL01RPT-STATUS NOT = "00"
       CHECK-THE-BALANCE-EXIT.
           EXIT.

      * The same equation at face, in the currency's own money.
       CHECK-ONE-CURRENCY.
           MOVE CCT-CURRENCY (CCY-IDX) TO CCY-NAME.
           IF CCY-NAME = SPACES
               MOVE "BAS" TO CCY-NAME
           END-IF.
           COMPUTE CCY-DISCREPANCY =
               CCT-CLOSING-BALANCE (CCY-IDX)
             - CCT-OPENING-BALANCE (CCY-IDX)
             - CCT-APPLIED-AMOUNT (CCY-IDX).
           MOVE CCT-OPENING-BALANCE (CCY-IDX) TO EDITED-AMOUNT.
           MOVE CCT-APPLIED-AMOUNT (CCY-IDX) TO EDITED-AMOUNT-2.
           DISPLAY "BAL01: currency " CCY-NAME
                   " opening " EDITED-AMOUNT
                   " applied " EDITED-AMOUNT-2.
           IF BAL01RPT-STATUS = "00"
               MOVE SPACES TO BAL01-REPORT-LINE
               STRING "CURRENCY " CCY-NAME
                      " OPENING " EDITED-AMOUNT
                      " APPLIED " EDITED-AMOUNT-2
                   DELIMITED BY SIZE INTO BAL01-REPORT-LINE
               WRITE BAL01-REPORT-LINE
           END-IF.
           MOVE CCT-CLOSING-BALANCE (CCY-IDX) TO EDITED-AMOUNT.
           IF CCY-DISCREPANCY = 0
               MOVE "IN BALANCE" TO CCY-VERDICT
               MOVE SPACES TO CCY-DISCREPANCY-OUT
           ELSE
               MOVE "*** OUT OF BALANCE ***" TO CCY-VERDICT
               MOVE CCY-DISCREPANCY TO EDITED-AMOUNT-2
               MOVE EDITED-AMOUNT-2 TO CCY-DISCREPANCY-OUT
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           DISPLAY "BAL01: currency " CCY-NAME
                   " closing " EDITED-AMOUNT " "
                   CCY-VERDICT " " CCY-DISCREPANCY-OUT.
           IF BAL01RPT-STATUS = "00"
               MOVE SPACES TO BAL01-REPORT-LINE
               STRING "             CLOSING " EDITED-AMOUNT
                      " " CCY-VERDICT " " CCY-DISCREPANCY-OUT
                   DELIMITED BY SIZE INTO BAL01-REPORT-LINE
               WRITE BAL01-REPORT-LINE
           END-IF.

       WRITE-BALANCE-LINE-OPENING.
           DISPLAY "BAL01: opening balance " EDITED-AMOUNT.
           IF BAL01RPT-STATUS = "00"
