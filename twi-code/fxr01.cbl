       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXR01.
      *--------------------------------------------------
      * FOREIGN-CURRENCY REVALUATION REPORT. AN ACCOUNT HELD IN A
      * FOREIGN CURRENCY CARRIES ITS BALANCE IN THAT CURRENCY AND
      * THE BASE EQUIVALENT AT THE RATES ITS POSTINGS WERE MADE
      * AT. FXR01 READS THE ACCOUNT MASTER, GROUPS EVERY FOREIGN
      * ACCOUNT BY CURRENCY, TAKES THE BASE AS BOOKED FROM THE
      * MASTER, RESTATES THE BALANCE AT TODAY'S RATE (LATEST RATE
      * ON OR BEFORE THE RUN DATE, THE CNT01 CONVERSION RULE),
      * AND REPORTS THE UNREALIZED GAIN OR LOSS PER CURRENCY AND
      * IN TOTAL ON FXR01RPT - SO MONTH-END FX EXPOSURE IS A
      * NUMBER, NOT A GUESS. A CURRENCY WITH NO USABLE RATE
      * PRINTS A NO-RATE LINE AND IS LEFT AT ITS BOOKED VALUE
      * RATHER THAN SILENTLY RESTATED AT FACE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT FXR01-EXCHRATE ASSIGN TO EXCHRATE
                  ORGANIZATION  IS SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  FXR01-EXCHRATE.
       01  FXR01-EXCHRATE-REC.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.

       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  EXCHRATE-STATUS.
           05  EXCHRATE-STATUS-L        PIC X.
           05  EXCHRATE-STATUS-R        PIC X.
           05  FXR01RPT-STATUS-L        PIC X.
           05  FXR01RPT-STATUS-R        PIC X.

       01  EXCH-TABLE-COUNT             PIC 99      VALUE 0.
       01  EXCH-RATE-TABLE.
           05  EXCH-ENTRY OCCURS 50 TIMES.
       01  BOOKED-BASE-AMOUNT           PIC S9(11)V99.
       01  TODAY-BASE-AMOUNT            PIC S9(11)V99.

      * Per-currency position: balance in the currency, base as
      * booked, base restated at today's rate.
       01  CURRENCY-TOTAL-COUNT         PIC 99      VALUE 0.
       01  CURRENCY-TOTAL-TABLE.
           05  CURRENCY-ENTRY OCCURS 10 TIMES.
       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.
       01  RECORDS-READ                 PIC 9(6)    VALUE 0.
       01  FOREIGN-RECORDS              PIC 9(6)    VALUE 0.
       01  FXR-CURRENCY                 PIC X(3).
       01  GAIN-LOSS-AMOUNT             PIC S9(11)V99.
       01  TOTAL-GAIN-LOSS              PIC S9(11)V99 VALUE 0.
       01  EDITED-AMOUNT                PIC -(11)9.99.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM OPEN-THE-FILES.
           PERFORM UNTIL ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
               IF NOT ACCTMST-EOF-YES
                   ADD 1 TO RECORDS-READ
                   PERFORM REVALUE-ONE-RECORD THRU
                       REVALUE-ONE-RECORD-EXIT
               END-IF
           END-PERFORM.
           PERFORM WRITE-REVALUATION-REPORT THRU
               WRITE-REVALUATION-REPORT-EXIT.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "FXR01: accounts read=    " RECORDS-READ.
           DISPLAY "FXR01: foreign accounts= " FOREIGN-RECORDS.
           CALL "DAYLOG" USING "FXR01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.
                   EXCH-TABLE-COUNT.

       OPEN-THE-FILES.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "FXR01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'Y' TO ACCTMST-EOF
           END-IF.
           OPEN OUTPUT FXR01-REPORT.
           IF FXR01RPT-STATUS NOT = "00"
               WRITE FXR01-REPORT-LINE
           END-IF.

      * A base account has nothing to revalue. A master record
      * from before the base equivalent was carried is booked at
      * its balance, as every other reader takes it.
       REVALUE-ONE-RECORD.
           MOVE ACCTMST-CURRENCY TO FXR-CURRENCY.
           IF FXR-CURRENCY = SPACES
               GO TO REVALUE-ONE-RECORD-EXIT
           END-IF.
               GO TO REVALUE-ONE-RECORD-EXIT
           END-IF.
           ADD 1 TO CURR-TBL-COUNT (CURR-SLOT).
           ADD ACCTMST-BALANCE TO CURR-TBL-ORIG-AMT (CURR-SLOT).
      * Booked base: the rates the postings were made at.
           IF ACCTMST-BASE-BALANCE NUMERIC
               MOVE ACCTMST-BASE-BALANCE TO BOOKED-BASE-AMOUNT
           ELSE
               MOVE ACCTMST-BALANCE TO BOOKED-BASE-AMOUNT
           END-IF.
           ADD BOOKED-BASE-AMOUNT TO
               CURR-TBL-BOOKED-AMT (CURR-SLOT).
      * Restated base: the same balance at today's rate.
           MOVE RUN-DATE-NUM TO RATE-LOOKUP-DATE.
           PERFORM FIND-RATE-FOR-DATE.
           IF RATE-FOUND
               COMPUTE TODAY-BASE-AMOUNT ROUNDED =
                   ACCTMST-BALANCE * APPLIED-RATE
           ELSE
               MOVE BOOKED-BASE-AMOUNT TO TODAY-BASE-AMOUNT
               ADD 1 TO CURR-TBL-NORATE (CURR-SLOT)
           END-IF.
           ADD TODAY-BASE-AMOUNT TO
               CURR-TBL-TODAY-AMT (CURR-SLOT).
       REVALUE-ONE-RECORD-EXIT.
           EXIT.

       CLOSE-THE-FILES.
           IF ACCTMST-STATUS = "00" OR ACCTMST-STATUS = "10"
               CLOSE ACCTMST-FILE
           END-IF.
           IF FXR01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER

      * LEVEL 3 ROUTINES
      * Slot zero means the ten-entry table is full and the
      * account's currency cannot be revalued this run - warned
      * once, never written past the table.
       FIND-CURRENCY-SLOT.
           MOVE 0 TO CURR-SLOT.
       WRITE-ONE-CURRENCY-SECTION.
           MOVE SPACES TO FXR01-REPORT-LINE.
           STRING "CURRENCY " CURR-TBL-CODE (CURR-IDX)
                  " ACCOUNTS " CURR-TBL-COUNT (CURR-IDX)
               DELIMITED BY SIZE INTO FXR01-REPORT-LINE.
           WRITE FXR01-REPORT-LINE.
           MOVE CURR-TBL-ORIG-AMT (CURR-IDX) TO EDITED-AMOUNT.
           MOVE SPACES TO FXR01-REPORT-LINE.
           STRING "  BALANCE IN CURRENCY  " EDITED-AMOUNT
               DELIMITED BY SIZE INTO FXR01-REPORT-LINE.
           WRITE FXR01-REPORT-LINE.
           MOVE CURR-TBL-BOOKED-AMT (CURR-IDX) TO EDITED-AMOUNT.
               MOVE SPACES TO FXR01-REPORT-LINE
               STRING "  *** NO USABLE RATE FOR "
                      CURR-TBL-NORATE (CURR-IDX)
                      " ACCOUNT(S), LEFT AS BOOKED ***"
                   DELIMITED BY SIZE INTO FXR01-REPORT-LINE
               WRITE FXR01-REPORT-LINE
           END-IF.
