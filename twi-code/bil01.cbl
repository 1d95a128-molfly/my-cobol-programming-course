       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIL01.
      *--------------------------------------------------
      * MONTHLY SUPPLIER PROCESSING-FEE AND PENALTY INVOICING.
      * THE CONTRACTS LET US CHARGE EACH SUPPLIER PER RECORD
      * PROCESSED AND PER RECORD REJECTED, PLUS A PENALTY FOR A
      * DELIVERY WHOSE TRAILER DID NOT RECONCILE AND FOR A FILE
      * THAT LANDED AFTER ITS CUTOFF - FINANCE USED TO WORK IT
      * OUT FROM PRINTED REPORTS ONCE A QUARTER. BIL01 RUNS
      * ONCE A MONTH OVER:
      *   THE MONTH'S CNT01DLV DELIVERY SUMMARIES (ACCEPTED,
      *   REJECTED AND TRAILER VERDICT PER DELIVERY);
      *   THE MONTH'S CNT01STAT STATISTICS, USED ONLY TO PROVE
      *   THE BILLED COUNTS;
      *   THE ARRIVALS REGISTER AGAINST EACH SUPMST CUTOFF TIME
      *   (ONE LATE PENALTY PER LATE DAY, AS ARR01 SEES IT);
      *   THE SUPPRICE PRICE SCHEDULE - ONE CARD PER SUPPLIER,
      *   A BLANK-SOURCE CARD PRICING EVERY SUPPLIER WITHOUT ONE.
      * CNT01DLV AND CNT01STAT ARE THE RUNNING HISTORIES THE
      * NIGHTLY STREAM APPENDS EACH NIGHT'S FILES TO (STEP016B
      * AND STEP016C). THEY MAY HOLD ANY NUMBER OF MONTHS; ONLY
      * THE BILLING MONTH IS READ - CCYYMM ON BIL01PM, DEFAULT
      * THE MONTH BEFORE THE RUN DATE.
      * EVERY SUPMST SUPPLIER WITH CHARGES GETS AN ITEMIZED
      * INVOICE ON SUPINV; THE BIL01RPT BILLING REGISTER LISTS
      * EVERY SUPPLIER AND TIES THE BILLED COUNTS BACK TO THE
      * MONTH'S ACCEPTED AND REJECTED TOTALS.
      * RETURN CODE 4 WHEN THE COUNTS DO NOT TIE, A SUPPLIER
      * HAS NO PRICE, OR A DELIVERY CAME FROM A SOURCE WITH NO
      * SUPMST PROFILE (BILLED TO NOBODY).
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIL01-PARMCARD ASSIGN TO BIL01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BIL01PM-STATUS.

           SELECT BIL01-SUPPLIERS ASSIGN TO SUPMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SUPMST-SOURCE-ID
                  FILE STATUS   IS SUPMST-STATUS.

           SELECT BIL01-PRICES ASSIGN TO SUPPRICE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUPPRICE-STATUS.

           SELECT BIL01-DELIVERY ASSIGN TO CNT01DLV
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01DLV-STATUS.

           SELECT BIL01-STATS ASSIGN TO CNT01STAT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01STAT-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO ARRIVALS
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ARRIVALS-STATUS.

           SELECT BIL01-INVOICE ASSIGN TO SUPINV
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUPINV-STATUS.

           SELECT BIL01-REPORT ASSIGN TO BIL01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BIL01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BIL01-PARMCARD.
       01  BIL01PM-REC.
           05  BIL01PM-MONTH            PIC X(6).

       FD  BIL01-SUPPLIERS.
           COPY "supmst.cpy".

       FD  BIL01-PRICES.
       01  BIL01-PRICE-REC.
           05  PRICE-SOURCE-ID          PIC X(8).
           05  PRICE-PER-RECORD         PIC 9(3)V9(4).
           05  PRICE-PER-REJECT         PIC 9(3)V9(4).
           05  PRICE-TRAILER-PENALTY    PIC 9(7)V99.
           05  PRICE-LATE-PENALTY       PIC 9(7)V99.
           05  FILLER                   PIC X(40).

       FD  BIL01-DELIVERY.
       01  BIL01-DELIVERY-REC.
           05  DLV-DATE                 PIC X(10).
           05  DLV-FILE-NAME            PIC X(20).
           05  DLV-SOURCE-ID            PIC X(8).
           05  DLV-ACCEPTED             PIC 9(6).
           05  DLV-REJECTED             PIC 9(6).
           05  DLV-AMOUNT               PIC S9(11)V99.
           05  DLV-VERDICT              PIC X(8).
           05  DLV-CYCLE                PIC 9(2).
           05  FILLER                   PIC X(7).

       FD  BIL01-STATS.
       01  BIL01-STATS-REC.
           05  STAT-DATE                PIC X(10).
           05  STAT-FILE-NAME           PIC X(20).
           05  STAT-OPEN-TIME           PIC 9(8).
           05  STAT-CLOSE-TIME          PIC 9(8).
           05  STAT-ELAPSED-SECS        PIC 9(7).
           05  STAT-RECORDS-READ        PIC 9(6).
           05  STAT-RECORDS-REJECTED    PIC 9(6).
           05  STAT-DUPLICATES          PIC 9(5).
           05  STAT-BAD-DATES           PIC 9(5).
           05  STAT-ZERO-AMOUNTS        PIC 9(5).

       FD  ARRIVAL-FILE.
       01  ARRIVAL-REC.
           05  ARR-DATE                 PIC 9(8).
           05  FILLER                   PIC X.
           05  ARR-TIME                 PIC 9(8).
           05  FILLER                   PIC X.
           05  ARR-SOURCE-ID            PIC X(8).
           05  FILLER                   PIC X(54).

       FD  BIL01-INVOICE.
           COPY "supinv.cpy".

       FD  BIL01-REPORT.
       01  BIL01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SUPMST==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CNT01DLV==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CNT01STAT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ARRIVALF==.

       01  BIL01PM-STATUS.
           05  BIL01PM-STATUS-L         PIC X.
           05  BIL01PM-STATUS-R         PIC X.
       01  SUPMST-STATUS.
           05  SUPMST-STATUS-L          PIC X.
           05  SUPMST-STATUS-R          PIC X.
       01  SUPPRICE-STATUS.
           05  SUPPRICE-STATUS-L        PIC X.
           05  SUPPRICE-STATUS-R        PIC X.
       01  CNT01DLV-STATUS.
           05  CNT01DLV-STATUS-L        PIC X.
           05  CNT01DLV-STATUS-R        PIC X.
       01  CNT01STAT-STATUS.
           05  CNT01STAT-STATUS-L       PIC X.
           05  CNT01STAT-STATUS-R       PIC X.
       01  ARRIVALS-STATUS.
           05  ARRIVALS-STATUS-L        PIC X.
           05  ARRIVALS-STATUS-R        PIC X.
       01  SUPINV-STATUS.
           05  SUPINV-STATUS-L          PIC X.
           05  SUPINV-STATUS-R          PIC X.
       01  BIL01RPT-STATUS.
           05  BIL01RPT-STATUS-L        PIC X.
           05  BIL01RPT-STATUS-R        PIC X.

      * The billing month, as CCYYMM and in the CCYY-MM form the
      * CNT01 history records carry their dates in.
       01  BILL-MONTH.
           05  BILL-MONTH-CCYY          PIC 9(4).
           05  BILL-MONTH-MM            PIC 9(2).
       01  BILL-MONTH-DIGITS REDEFINES BILL-MONTH
                                        PIC X(6).
       01  BILL-MONTH-X.
           05  BILL-MONTH-X-CCYY        PIC 9(4).
           05  FILLER                   PIC X       VALUE "-".
           05  BILL-MONTH-X-MM          PIC 9(2).

      * One slot per SUPMST profile, with the month's activity.
       01  SUPPLIER-COUNT               PIC 99      VALUE 0.
       01  SUPPLIER-TABLE.
           05  SUPPLIER-ENTRY OCCURS 50 TIMES.
               10  SUP-TBL-ID           PIC X(8).
               10  SUP-TBL-NAME         PIC X(20).
               10  SUP-TBL-CUTOFF       PIC 9(4).
               10  SUP-TBL-FILES        PIC 9(5).
               10  SUP-TBL-ACCEPTED     PIC 9(9).
               10  SUP-TBL-REJECTED     PIC 9(9).
               10  SUP-TBL-TRAILER-FAILS PIC 9(5).
               10  SUP-TBL-LATE-DAYS    PIC 9(3).
               10  SUP-TBL-LAST-LATE    PIC 9(8).
       01  SUPPLIER-IDX                 PIC 99.
       01  SUPPLIER-FOUND-IDX           PIC 99.
       01  LOOKUP-SOURCE-ID             PIC X(8).

      * Price cards; the blank-source card is kept apart as the
      * default.
       01  PRICE-COUNT                  PIC 99      VALUE 0.
       01  PRICE-TABLE.
           05  PRICE-ENTRY OCCURS 50 TIMES.
               10  PRICE-TBL-ID         PIC X(8).
               10  PRICE-TBL-RECORD     PIC 9(3)V9(4).
               10  PRICE-TBL-REJECT     PIC 9(3)V9(4).
               10  PRICE-TBL-TRAILER    PIC 9(7)V99.
               10  PRICE-TBL-LATE       PIC 9(7)V99.
       01  PRICE-IDX                    PIC 99.
       01  DEFAULT-PRICE-SW             PIC X       VALUE 'N'.
           88  DEFAULT-PRICE-LOADED                  VALUE 'Y'.
       01  DEFAULT-PRICE.
           05  DEFAULT-RECORD           PIC 9(3)V9(4).
           05  DEFAULT-REJECT           PIC 9(3)V9(4).
           05  DEFAULT-TRAILER          PIC 9(7)V99.
           05  DEFAULT-LATE             PIC 9(7)V99.
       01  CURRENT-PRICE.
           05  CURRENT-RECORD           PIC 9(3)V9(4).
           05  CURRENT-REJECT           PIC 9(3)V9(4).
           05  CURRENT-TRAILER          PIC 9(7)V99.
           05  CURRENT-LATE             PIC 9(7)V99.
       01  PRICE-FOUND-SW               PIC X.
           88  PRICE-FOUND                           VALUE 'Y'.

       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.
       01  ARRIVAL-HHMM                 PIC 9(4).
       01  PROCESSED-COUNT              PIC 9(9).
       01  ITEM-NAME                    PIC X(8).
       01  ITEM-DESC                    PIC X(20).
       01  ITEM-QUANTITY                PIC 9(7).
       01  ITEM-RATE                    PIC 9(5)V9(4).
       01  ITEM-AMOUNT                  PIC S9(9)V99.
       01  INVOICE-TOTAL                PIC S9(9)V99.
       01  REGISTER-WORDS               PIC X(12).

      * Tie-back counters: what the delivery summaries said for
      * the month, what was billed, what nobody could be billed
      * for, and what CNT01's own statistics counted.
       01  DLV-FILES-TOTAL              PIC 9(7)    VALUE 0.
       01  DLV-ACCEPTED-TOTAL           PIC 9(9)    VALUE 0.
       01  DLV-REJECTED-TOTAL           PIC 9(9)    VALUE 0.
       01  BILLED-ACCEPTED-TOTAL        PIC 9(9)    VALUE 0.
       01  BILLED-REJECTED-TOTAL        PIC 9(9)    VALUE 0.
       01  UNPROFILED-FILES             PIC 9(7)    VALUE 0.
       01  UNPROFILED-ACCEPTED          PIC 9(9)    VALUE 0.
       01  UNPROFILED-REJECTED          PIC 9(9)    VALUE 0.
       01  UNPRICED-ACCEPTED            PIC 9(9)    VALUE 0.
       01  UNPRICED-REJECTED            PIC 9(9)    VALUE 0.
       01  STAT-READ-TOTAL              PIC 9(9)    VALUE 0.
       01  STAT-REJECTED-TOTAL          PIC 9(9)    VALUE 0.
       01  DLV-PROCESSED-TOTAL          PIC 9(9)    VALUE 0.
       01  TIE-FAILED-SW                PIC X       VALUE 'N'.
           88  TIE-FAILED                            VALUE 'Y'.
       01  INVOICES-WRITTEN             PIC 9(3)    VALUE 0.
       01  UNPRICED-SUPPLIERS           PIC 9(3)    VALUE 0.
       01  BILLED-AMOUNT-TOTAL          PIC S9(11)V99 VALUE 0.
       01  EDITED-COUNT                 PIC Z(8)9.
       01  EDITED-COUNT-2               PIC Z(8)9.
       01  EDITED-FILES                 PIC ZZZZ9.
       01  EDITED-TRAILER               PIC ZZZZ9.
       01  EDITED-LATE                  PIC ZZ9.
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  EDITED-TOTAL                 PIC -(11)9.99.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "BIL01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM SET-BILLING-MONTH.
           PERFORM LOAD-THE-SUPPLIERS.
           PERFORM LOAD-THE-PRICES.
           PERFORM OPEN-THE-FILES.
           PERFORM TOTAL-THE-DELIVERIES.
           PERFORM TOTAL-THE-STATISTICS.
           PERFORM COUNT-LATE-ARRIVALS.
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               PERFORM BILL-ONE-SUPPLIER THRU
                   BILL-ONE-SUPPLIER-EXIT
           END-PERFORM.
           PERFORM WRITE-THE-TIE-BACK THRU WRITE-THE-TIE-BACK-EXIT.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "BIL01: billing month=       " BILL-MONTH-X.
           DISPLAY "BIL01: invoices written=    " INVOICES-WRITTEN.
           DISPLAY "BIL01: suppliers unpriced=  " UNPRICED-SUPPLIERS.
           IF TIE-FAILED OR UNPRICED-SUPPLIERS > 0 OR
              UNPROFILED-FILES > 0
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           CALL "DAYLOG" USING "BIL01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * Billing runs early in the new month for the old one, so
      * with no parm card the month before the run date is
      * billed.
       SET-BILLING-MONTH.
           MOVE SUITE-RUN-DATE-CCYY TO BILL-MONTH-CCYY.
           MOVE SUITE-RUN-DATE-MM TO BILL-MONTH-MM.
           IF BILL-MONTH-MM = 1
               MOVE 12 TO BILL-MONTH-MM
               SUBTRACT 1 FROM BILL-MONTH-CCYY
           ELSE
               SUBTRACT 1 FROM BILL-MONTH-MM
           END-IF.
           OPEN INPUT BIL01-PARMCARD.
           IF BIL01PM-STATUS = "00"
               READ BIL01-PARMCARD
                   AT END MOVE "10" TO BIL01PM-STATUS
               END-READ
               IF BIL01PM-STATUS = "00"
                   IF BIL01PM-MONTH IS NUMERIC AND
                      BIL01PM-MONTH (5:2) > "00" AND
                      BIL01PM-MONTH (5:2) < "13"
                       MOVE BIL01PM-MONTH TO BILL-MONTH-DIGITS
                   ELSE
                       DISPLAY "BIL01: parm month " BIL01PM-MONTH
                               " refused - billing the default"
                   END-IF
               END-IF
               CLOSE BIL01-PARMCARD
           END-IF.
           MOVE BILL-MONTH-CCYY TO BILL-MONTH-X-CCYY.
           MOVE BILL-MONTH-MM TO BILL-MONTH-X-MM.

       LOAD-THE-SUPPLIERS.
           MOVE 0 TO SUPPLIER-COUNT.
           OPEN INPUT BIL01-SUPPLIERS.
           IF SUPMST-STATUS NOT = "00"
               DISPLAY "BIL01: OPEN BIL01-SUPPLIERS - status "
                       SUPMST-STATUS
               MOVE 'Y' TO SUPMST-EOF
           END-IF.
           PERFORM UNTIL SUPMST-EOF-YES
               READ BIL01-SUPPLIERS NEXT RECORD
                   AT END MOVE 'Y' TO SUPMST-EOF
               END-READ
               IF NOT SUPMST-EOF-YES
                   IF SUPPLIER-COUNT < 50
                       ADD 1 TO SUPPLIER-COUNT
                       MOVE SUPMST-SOURCE-ID TO
                            SUP-TBL-ID (SUPPLIER-COUNT)
                       MOVE SUPMST-NAME TO
                            SUP-TBL-NAME (SUPPLIER-COUNT)
                       MOVE SUPMST-CUTOFF-TIME TO
                            SUP-TBL-CUTOFF (SUPPLIER-COUNT)
                       MOVE 0 TO SUP-TBL-FILES (SUPPLIER-COUNT)
                       MOVE 0 TO SUP-TBL-ACCEPTED (SUPPLIER-COUNT)
                       MOVE 0 TO SUP-TBL-REJECTED (SUPPLIER-COUNT)
                       MOVE 0 TO
                            SUP-TBL-TRAILER-FAILS (SUPPLIER-COUNT)
                       MOVE 0 TO SUP-TBL-LATE-DAYS (SUPPLIER-COUNT)
                       MOVE 0 TO SUP-TBL-LAST-LATE (SUPPLIER-COUNT)
                   ELSE
                       DISPLAY "BIL01: supplier table full - "
                               SUPMST-SOURCE-ID " not billed"
                   END-IF
               END-IF
           END-PERFORM.
           IF SUPMST-STATUS = "00" OR SUPMST-STATUS = "10"
               CLOSE BIL01-SUPPLIERS
           END-IF.
           DISPLAY "BIL01: supplier profiles loaded= " SUPPLIER-COUNT.

       LOAD-THE-PRICES.
           MOVE 0 TO PRICE-COUNT.
           OPEN INPUT BIL01-PRICES.
           IF SUPPRICE-STATUS = "00"
               PERFORM UNTIL SUPPRICE-STATUS NOT = "00"
                   READ BIL01-PRICES
                       AT END MOVE "10" TO SUPPRICE-STATUS
                   END-READ
                   IF SUPPRICE-STATUS = "00"
                       PERFORM LOAD-ONE-PRICE
                   END-IF
               END-PERFORM
               CLOSE BIL01-PRICES
           ELSE
               DISPLAY "BIL01: OPEN BIL01-PRICES - status "
                       SUPPRICE-STATUS
           END-IF.
           DISPLAY "BIL01: price cards loaded= " PRICE-COUNT
                   " default= " DEFAULT-PRICE-SW.

       OPEN-THE-FILES.
           OPEN INPUT BIL01-DELIVERY.
           IF CNT01DLV-STATUS NOT = "00"
               DISPLAY "BIL01: OPEN BIL01-DELIVERY - status "
                       CNT01DLV-STATUS
               MOVE 'Y' TO CNT01DLV-EOF
           ELSE
               MOVE 'O' TO CNT01DLV-OPEN-FLAG
           END-IF.
           OPEN INPUT BIL01-STATS.
           IF CNT01STAT-STATUS NOT = "00"
               DISPLAY "BIL01: OPEN BIL01-STATS - status "
                       CNT01STAT-STATUS
               MOVE 'Y' TO CNT01STAT-EOF
           ELSE
               MOVE 'O' TO CNT01STAT-OPEN-FLAG
           END-IF.
           OPEN INPUT ARRIVAL-FILE.
           IF ARRIVALS-STATUS NOT = "00"
               DISPLAY "BIL01: OPEN ARRIVAL-FILE - status "
                       ARRIVALS-STATUS " - no late penalties"
               MOVE 'Y' TO ARRIVALF-EOF
           ELSE
               MOVE 'O' TO ARRIVALF-OPEN-FLAG
           END-IF.
           OPEN OUTPUT BIL01-INVOICE.
           IF SUPINV-STATUS NOT = "00"
               DISPLAY "BIL01: OPEN BIL01-INVOICE - status "
                       SUPINV-STATUS
           END-IF.
           OPEN OUTPUT BIL01-REPORT.
           IF BIL01RPT-STATUS NOT = "00"
               DISPLAY "BIL01: OPEN BIL01-REPORT - status "
                       BIL01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO BIL01-REPORT-LINE
               WRITE BIL01-REPORT-LINE
               MOVE SPACES TO BIL01-REPORT-LINE
               STRING "SUPPLIER BILLING REGISTER FOR " BILL-MONTH-X
                   DELIMITED BY SIZE INTO BIL01-REPORT-LINE
               WRITE BIL01-REPORT-LINE
               MOVE SPACES TO BIL01-REPORT-LINE
               WRITE BIL01-REPORT-LINE
               MOVE "SOURCE   FILES ACCEPTED  REJECTED TRLR LATE"
                    TO BIL01-REPORT-LINE
               MOVE "INVOICED" TO BIL01-REPORT-LINE (50:8)
               WRITE BIL01-REPORT-LINE
           END-IF.

       TOTAL-THE-DELIVERIES.
           PERFORM UNTIL CNT01DLV-EOF-YES
               READ BIL01-DELIVERY
                   AT END MOVE 'Y' TO CNT01DLV-EOF
               END-READ
               IF NOT CNT01DLV-EOF-YES AND
                  DLV-DATE (1:7) = BILL-MONTH-X
                   PERFORM TOTAL-ONE-DELIVERY
               END-IF
           END-PERFORM.

       TOTAL-THE-STATISTICS.
           PERFORM UNTIL CNT01STAT-EOF-YES
               READ BIL01-STATS
                   AT END MOVE 'Y' TO CNT01STAT-EOF
               END-READ
               IF NOT CNT01STAT-EOF-YES AND
                  STAT-DATE (1:7) = BILL-MONTH-X
                   ADD STAT-RECORDS-READ TO STAT-READ-TOTAL
                   ADD STAT-RECORDS-REJECTED TO STAT-REJECTED-TOTAL
               END-IF
           END-PERFORM.

      * A late day is counted once however many times the
      * supplier's file was registered that day.
       COUNT-LATE-ARRIVALS.
           PERFORM UNTIL ARRIVALF-EOF-YES
               READ ARRIVAL-FILE
                   AT END MOVE 'Y' TO ARRIVALF-EOF
               END-READ
               IF NOT ARRIVALF-EOF-YES AND
                  ARR-DATE (1:6) = BILL-MONTH-DIGITS
                   PERFORM CHECK-ONE-ARRIVAL
               END-IF
           END-PERFORM.

       BILL-ONE-SUPPLIER.
           MOVE 0 TO INVOICE-TOTAL.
           ADD SUP-TBL-ACCEPTED (SUPPLIER-IDX) TO
               BILLED-ACCEPTED-TOTAL.
           ADD SUP-TBL-REJECTED (SUPPLIER-IDX) TO
               BILLED-REJECTED-TOTAL.
           COMPUTE PROCESSED-COUNT =
               SUP-TBL-ACCEPTED (SUPPLIER-IDX) +
               SUP-TBL-REJECTED (SUPPLIER-IDX).
           IF PROCESSED-COUNT = 0 AND
              SUP-TBL-TRAILER-FAILS (SUPPLIER-IDX) = 0 AND
              SUP-TBL-LATE-DAYS (SUPPLIER-IDX) = 0
               MOVE "NO ACTIVITY" TO REGISTER-WORDS
               PERFORM WRITE-REGISTER-LINE
               GO TO BILL-ONE-SUPPLIER-EXIT
           END-IF.
           PERFORM FIND-SUPPLIER-PRICE.
           IF NOT PRICE-FOUND
               ADD 1 TO UNPRICED-SUPPLIERS
               ADD SUP-TBL-ACCEPTED (SUPPLIER-IDX) TO
                   UNPRICED-ACCEPTED
               ADD SUP-TBL-REJECTED (SUPPLIER-IDX) TO
                   UNPRICED-REJECTED
               DISPLAY "BIL01: *** NO PRICE *** "
                       SUP-TBL-ID (SUPPLIER-IDX)
               MOVE "*** NO PRICE" TO REGISTER-WORDS
               PERFORM WRITE-REGISTER-LINE
               GO TO BILL-ONE-SUPPLIER-EXIT
           END-IF.
           PERFORM WRITE-INVOICE-HEADER.
           MOVE "PROCESS " TO ITEM-NAME.
           MOVE "RECORDS PROCESSED" TO ITEM-DESC.
           MOVE PROCESSED-COUNT TO ITEM-QUANTITY.
           MOVE CURRENT-RECORD TO ITEM-RATE.
           PERFORM WRITE-INVOICE-LINE.
           MOVE "REJECT  " TO ITEM-NAME.
           MOVE "RECORDS REJECTED" TO ITEM-DESC.
           MOVE SUP-TBL-REJECTED (SUPPLIER-IDX) TO ITEM-QUANTITY.
           MOVE CURRENT-REJECT TO ITEM-RATE.
           PERFORM WRITE-INVOICE-LINE.
           MOVE "TRAILER " TO ITEM-NAME.
           MOVE "TRAILER UNRECONCILED" TO ITEM-DESC.
           MOVE SUP-TBL-TRAILER-FAILS (SUPPLIER-IDX) TO
                ITEM-QUANTITY.
           MOVE CURRENT-TRAILER TO ITEM-RATE.
           PERFORM WRITE-INVOICE-LINE.
           MOVE "LATE    " TO ITEM-NAME.
           MOVE "LATE DELIVERY DAYS" TO ITEM-DESC.
           MOVE SUP-TBL-LATE-DAYS (SUPPLIER-IDX) TO ITEM-QUANTITY.
           MOVE CURRENT-LATE TO ITEM-RATE.
           PERFORM WRITE-INVOICE-LINE.
           PERFORM WRITE-INVOICE-TOTAL.
           MOVE "INVOICED" TO REGISTER-WORDS.
           PERFORM WRITE-REGISTER-LINE.
       BILL-ONE-SUPPLIER-EXIT.
           EXIT.

      * Delivered = billed + unpriced + unprofiled, and the
      * delivery summaries must agree with CNT01's statistics
      * for the same month.
       WRITE-THE-TIE-BACK.
           COMPUTE DLV-PROCESSED-TOTAL =
               DLV-ACCEPTED-TOTAL + DLV-REJECTED-TOTAL.
           IF DLV-PROCESSED-TOTAL NOT = STAT-READ-TOTAL OR
              DLV-REJECTED-TOTAL NOT = STAT-REJECTED-TOTAL
               MOVE 'Y' TO TIE-FAILED-SW
           END-IF.
           IF DLV-ACCEPTED-TOTAL NOT = BILLED-ACCEPTED-TOTAL +
                  UNPROFILED-ACCEPTED OR
              DLV-REJECTED-TOTAL NOT = BILLED-REJECTED-TOTAL +
                  UNPROFILED-REJECTED
               MOVE 'Y' TO TIE-FAILED-SW
           END-IF.
           IF BIL01RPT-STATUS NOT = "00"
               GO TO WRITE-THE-TIE-BACK-EXIT
           END-IF.
           MOVE SPACES TO BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
           MOVE "TIE-BACK TO THE MONTH'S COUNTS" TO BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
           MOVE "                        ACCEPTED  REJECTED" TO
                BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
           MOVE DLV-ACCEPTED-TOTAL TO EDITED-COUNT.
           MOVE DLV-REJECTED-TOTAL TO EDITED-COUNT-2.
           MOVE SPACES TO BIL01-REPORT-LINE.
           STRING "DELIVERY SUMMARIES  " EDITED-COUNT " "
                  EDITED-COUNT-2
               DELIMITED BY SIZE INTO BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
           COMPUTE EDITED-COUNT =
               BILLED-ACCEPTED-TOTAL - UNPRICED-ACCEPTED.
           COMPUTE EDITED-COUNT-2 =
               BILLED-REJECTED-TOTAL - UNPRICED-REJECTED.
           MOVE SPACES TO BIL01-REPORT-LINE.
           STRING "  INVOICED          " EDITED-COUNT " "
                  EDITED-COUNT-2
               DELIMITED BY SIZE INTO BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
           MOVE UNPRICED-ACCEPTED TO EDITED-COUNT.
           MOVE UNPRICED-REJECTED TO EDITED-COUNT-2.
           MOVE SPACES TO BIL01-REPORT-LINE.
           STRING "  NO PRICE          " EDITED-COUNT " "
                  EDITED-COUNT-2
               DELIMITED BY SIZE INTO BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
           MOVE UNPROFILED-ACCEPTED TO EDITED-COUNT.
           MOVE UNPROFILED-REJECTED TO EDITED-COUNT-2.
           MOVE UNPROFILED-FILES TO EDITED-FILES.
           MOVE SPACES TO BIL01-REPORT-LINE.
           STRING "  NO SUPMST PROFILE " EDITED-COUNT " "
                  EDITED-COUNT-2 "  FILES " EDITED-FILES
               DELIMITED BY SIZE INTO BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
           COMPUTE EDITED-COUNT = STAT-READ-TOTAL -
               STAT-REJECTED-TOTAL.
           MOVE STAT-REJECTED-TOTAL TO EDITED-COUNT-2.
           MOVE SPACES TO BIL01-REPORT-LINE.
           STRING "CNT01 STATISTICS    " EDITED-COUNT " "
                  EDITED-COUNT-2
               DELIMITED BY SIZE INTO BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
           MOVE SPACES TO BIL01-REPORT-LINE.
           IF TIE-FAILED
               MOVE "*** BILLED COUNTS DO NOT TIE TO THE MONTH ***"
                    TO BIL01-REPORT-LINE
           ELSE
               MOVE "BILLED COUNTS TIE TO THE MONTH" TO
                    BIL01-REPORT-LINE
           END-IF.
           WRITE BIL01-REPORT-LINE.
           MOVE SPACES TO BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
           MOVE DLV-FILES-TOTAL TO EDITED-COUNT.
           MOVE BILLED-AMOUNT-TOTAL TO EDITED-TOTAL.
           MOVE SPACES TO BIL01-REPORT-LINE.
           STRING "Deliveries is= " EDITED-COUNT
                  "  Invoices is= " INVOICES-WRITTEN
                  "  Billed is= " EDITED-TOTAL
               DELIMITED BY SIZE INTO BIL01-REPORT-LINE.
           WRITE BIL01-REPORT-LINE.
       WRITE-THE-TIE-BACK-EXIT.
           EXIT.

       CLOSE-THE-FILES.
           IF CNT01DLV-OPEN-FLAG = 'O'
               CLOSE BIL01-DELIVERY
           END-IF.
           IF CNT01STAT-OPEN-FLAG = 'O'
               CLOSE BIL01-STATS
           END-IF.
           IF ARRIVALF-OPEN-FLAG = 'O'
               CLOSE ARRIVAL-FILE
           END-IF.
           IF SUPINV-STATUS = "00"
               CLOSE BIL01-INVOICE
           END-IF.
           IF BIL01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO BIL01-REPORT-LINE
               WRITE BIL01-REPORT-LINE
               CLOSE BIL01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       LOAD-ONE-PRICE.
           IF PRICE-PER-RECORD IS NOT NUMERIC OR
              PRICE-PER-REJECT IS NOT NUMERIC OR
              PRICE-TRAILER-PENALTY IS NOT NUMERIC OR
              PRICE-LATE-PENALTY IS NOT NUMERIC
               DISPLAY "BIL01: price card for " PRICE-SOURCE-ID
                       " not numeric - ignored"
           ELSE
               IF PRICE-SOURCE-ID = SPACES
                   MOVE 'Y' TO DEFAULT-PRICE-SW
                   MOVE PRICE-PER-RECORD TO DEFAULT-RECORD
                   MOVE PRICE-PER-REJECT TO DEFAULT-REJECT
                   MOVE PRICE-TRAILER-PENALTY TO DEFAULT-TRAILER
                   MOVE PRICE-LATE-PENALTY TO DEFAULT-LATE
               ELSE
                   IF PRICE-COUNT < 50
                       ADD 1 TO PRICE-COUNT
                       MOVE PRICE-SOURCE-ID TO
                            PRICE-TBL-ID (PRICE-COUNT)
                       MOVE PRICE-PER-RECORD TO
                            PRICE-TBL-RECORD (PRICE-COUNT)
                       MOVE PRICE-PER-REJECT TO
                            PRICE-TBL-REJECT (PRICE-COUNT)
                       MOVE PRICE-TRAILER-PENALTY TO
                            PRICE-TBL-TRAILER (PRICE-COUNT)
                       MOVE PRICE-LATE-PENALTY TO
                            PRICE-TBL-LATE (PRICE-COUNT)
                   ELSE
                       DISPLAY "BIL01: price table full - card "
                               "for " PRICE-SOURCE-ID " ignored"
                   END-IF
               END-IF
           END-IF.

       TOTAL-ONE-DELIVERY.
           ADD 1 TO DLV-FILES-TOTAL.
           ADD DLV-ACCEPTED TO DLV-ACCEPTED-TOTAL.
           ADD DLV-REJECTED TO DLV-REJECTED-TOTAL.
           MOVE DLV-SOURCE-ID TO LOOKUP-SOURCE-ID.
           PERFORM FIND-SUPPLIER.
           IF SUPPLIER-FOUND-IDX = 0
               ADD 1 TO UNPROFILED-FILES
               ADD DLV-ACCEPTED TO UNPROFILED-ACCEPTED
               ADD DLV-REJECTED TO UNPROFILED-REJECTED
               DISPLAY "BIL01: delivery " DLV-FILE-NAME
                       " from unprofiled source " DLV-SOURCE-ID
           ELSE
               ADD 1 TO SUP-TBL-FILES (SUPPLIER-FOUND-IDX)
               ADD DLV-ACCEPTED TO
                   SUP-TBL-ACCEPTED (SUPPLIER-FOUND-IDX)
               ADD DLV-REJECTED TO
                   SUP-TBL-REJECTED (SUPPLIER-FOUND-IDX)
               IF DLV-VERDICT = "MISMATCH" OR
                  DLV-VERDICT = "NOTRAILR"
                   ADD 1 TO
                       SUP-TBL-TRAILER-FAILS (SUPPLIER-FOUND-IDX)
               END-IF
           END-IF.

       CHECK-ONE-ARRIVAL.
           MOVE ARR-SOURCE-ID TO LOOKUP-SOURCE-ID.
           PERFORM FIND-SUPPLIER.
           IF SUPPLIER-FOUND-IDX > 0
               MOVE ARR-TIME (1:4) TO ARRIVAL-HHMM
               IF SUP-TBL-CUTOFF (SUPPLIER-FOUND-IDX) > 0 AND
                  ARRIVAL-HHMM >
                      SUP-TBL-CUTOFF (SUPPLIER-FOUND-IDX) AND
                  ARR-DATE NOT =
                      SUP-TBL-LAST-LATE (SUPPLIER-FOUND-IDX)
                   ADD 1 TO SUP-TBL-LATE-DAYS (SUPPLIER-FOUND-IDX)
                   MOVE ARR-DATE TO
                        SUP-TBL-LAST-LATE (SUPPLIER-FOUND-IDX)
               END-IF
           END-IF.

       FIND-SUPPLIER.
           MOVE 0 TO SUPPLIER-FOUND-IDX.
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               IF SUP-TBL-ID (SUPPLIER-IDX) = LOOKUP-SOURCE-ID
                   MOVE SUPPLIER-IDX TO SUPPLIER-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-SUPPLIER-PRICE.
           MOVE 'N' TO PRICE-FOUND-SW.
           PERFORM VARYING PRICE-IDX FROM 1 BY 1
                   UNTIL PRICE-IDX > PRICE-COUNT
               IF PRICE-TBL-ID (PRICE-IDX) =
                      SUP-TBL-ID (SUPPLIER-IDX)
                   MOVE 'Y' TO PRICE-FOUND-SW
                   MOVE PRICE-TBL-RECORD (PRICE-IDX) TO
                        CURRENT-RECORD
                   MOVE PRICE-TBL-REJECT (PRICE-IDX) TO
                        CURRENT-REJECT
                   MOVE PRICE-TBL-TRAILER (PRICE-IDX) TO
                        CURRENT-TRAILER
                   MOVE PRICE-TBL-LATE (PRICE-IDX) TO
                        CURRENT-LATE
               END-IF
           END-PERFORM.
           IF NOT PRICE-FOUND AND DEFAULT-PRICE-LOADED
               MOVE 'Y' TO PRICE-FOUND-SW
               MOVE DEFAULT-PRICE TO CURRENT-PRICE
           END-IF.

       WRITE-INVOICE-HEADER.
           ADD 1 TO INVOICES-WRITTEN.
           MOVE SPACES TO SUPINV-REC.
           MOVE SUP-TBL-ID (SUPPLIER-IDX) TO SUPINV-SOURCE-ID.
           MOVE BILL-MONTH-DIGITS TO SUPINV-MONTH.
           MOVE "HD" TO SUPINV-LINE-TYPE.
           MOVE 0 TO SUPINV-QUANTITY.
           MOVE 0 TO SUPINV-RATE.
           MOVE 0 TO SUPINV-AMOUNT.
           MOVE SUP-TBL-NAME (SUPPLIER-IDX) TO SUPINV-DESC.
           IF SUPINV-STATUS = "00"
               WRITE SUPINV-REC
           END-IF.

      * A nil quantity writes no line - the invoice itemizes
      * only what was charged.
       WRITE-INVOICE-LINE.
           IF ITEM-QUANTITY > 0
               COMPUTE ITEM-AMOUNT ROUNDED =
                   ITEM-QUANTITY * ITEM-RATE
               ADD ITEM-AMOUNT TO INVOICE-TOTAL
               MOVE SPACES TO SUPINV-REC
               MOVE SUP-TBL-ID (SUPPLIER-IDX) TO SUPINV-SOURCE-ID
               MOVE BILL-MONTH-DIGITS TO SUPINV-MONTH
               MOVE "LN" TO SUPINV-LINE-TYPE
               MOVE ITEM-NAME TO SUPINV-ITEM
               MOVE ITEM-QUANTITY TO SUPINV-QUANTITY
               MOVE ITEM-RATE TO SUPINV-RATE
               MOVE ITEM-AMOUNT TO SUPINV-AMOUNT
               MOVE ITEM-DESC TO SUPINV-DESC
               IF SUPINV-STATUS = "00"
                   WRITE SUPINV-REC
               END-IF
           END-IF.

       WRITE-INVOICE-TOTAL.
           ADD INVOICE-TOTAL TO BILLED-AMOUNT-TOTAL.
           MOVE SPACES TO SUPINV-REC.
           MOVE SUP-TBL-ID (SUPPLIER-IDX) TO SUPINV-SOURCE-ID.
           MOVE BILL-MONTH-DIGITS TO SUPINV-MONTH.
           MOVE "TL" TO SUPINV-LINE-TYPE.
           MOVE 0 TO SUPINV-QUANTITY.
           MOVE 0 TO SUPINV-RATE.
           MOVE INVOICE-TOTAL TO SUPINV-AMOUNT.
           MOVE "INVOICE TOTAL" TO SUPINV-DESC.
           IF SUPINV-STATUS = "00"
               WRITE SUPINV-REC
           END-IF.

       WRITE-REGISTER-LINE.
           IF BIL01RPT-STATUS = "00"
               MOVE SUP-TBL-FILES (SUPPLIER-IDX) TO EDITED-FILES
               MOVE SUP-TBL-ACCEPTED (SUPPLIER-IDX) TO EDITED-COUNT
               MOVE SUP-TBL-REJECTED (SUPPLIER-IDX) TO
                    EDITED-COUNT-2
               MOVE SUP-TBL-TRAILER-FAILS (SUPPLIER-IDX) TO
                    EDITED-TRAILER
               MOVE SUP-TBL-LATE-DAYS (SUPPLIER-IDX) TO EDITED-LATE
               MOVE SPACES TO BIL01-REPORT-LINE
               IF REGISTER-WORDS = "INVOICED"
                   MOVE INVOICE-TOTAL TO EDITED-AMOUNT
                   STRING SUP-TBL-ID (SUPPLIER-IDX) " "
                          EDITED-FILES EDITED-COUNT " "
                          EDITED-COUNT-2 EDITED-TRAILER " "
                          EDITED-LATE "  " EDITED-AMOUNT
                       DELIMITED BY SIZE INTO BIL01-REPORT-LINE
               ELSE
                   STRING SUP-TBL-ID (SUPPLIER-IDX) " "
                          EDITED-FILES EDITED-COUNT " "
                          EDITED-COUNT-2 EDITED-TRAILER " "
                          EDITED-LATE "  " REGISTER-WORDS
                       DELIMITED BY SIZE INTO BIL01-REPORT-LINE
               END-IF
               WRITE BIL01-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="BIL01"==.
