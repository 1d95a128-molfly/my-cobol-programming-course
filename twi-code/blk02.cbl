       IDENTIFICATION DIVISION.
       PROGRAM-ID. BLK02.
      *--------------------------------------------------
      * DAILY BLOCKED-ITEMS REPORT FOR LEGAL. MST01 DIVERTS
      * EVERY POSTING THAT BREACHES AN ACTIVE ACCTBLK BLOCK TO
      * MST01BLK INSTEAD OF APPLYING IT; BLK02 LISTS EACH ONE
      * ON BLK02RPT - THE MASKED ACCOUNT AND SEQUENCE, THE
      * TRANSACTION DATE, TYPE, AND AMOUNT, AND THE BLOCK TYPE
      * AND CASE REFERENCE THAT STOPPED IT - WITH A RELEASE /
      * RETURN DISPOSITION LINE FOR LEGAL TO MARK, THEN THE
      * COUNT AND AMOUNT HELD UNDER EACH BLOCK TYPE. NO ITEMS
      * STILL PRINTS THE REPORT, SO AN EMPTY DAY IS VISIBLY
      * EMPTY. RUNS AFTER MST01 IN THE NIGHTLY STREAM.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOCKED-FILE ASSIGN TO MST01BLK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01BLK-STATUS.

           SELECT BLK02-REPORT ASSIGN TO BLK02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BLK02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BLOCKED-FILE.
           COPY "blkitem.cpy".

       FD  BLK02-REPORT.
       01  BLK02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==BLOCKED==.

       01  MST01BLK-STATUS.
           05  MST01BLK-STATUS-L        PIC X.
           05  MST01BLK-STATUS-R        PIC X.
       01  BLK02RPT-STATUS.
           05  BLK02RPT-STATUS-L        PIC X.
           05  BLK02RPT-STATUS-R        PIC X.

       01  ITEM-COUNT                   PIC 9(6)    VALUE 0.
       01  ITEM-AMOUNT-TOTAL            PIC S9(11)V99 VALUE 0.
       01  DEBIT-BLOCK-COUNT            PIC 9(6)    VALUE 0.
       01  DEBIT-BLOCK-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  CREDIT-BLOCK-COUNT           PIC 9(6)    VALUE 0.
       01  CREDIT-BLOCK-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  TOTAL-BLOCK-COUNT            PIC 9(6)    VALUE 0.
       01  TOTAL-BLOCK-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-AMOUNT                PIC -(11)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "BLK02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM OPEN-THE-FILES.
           PERFORM UNTIL BLOCKED-EOF-YES
               READ BLOCKED-FILE
                   AT END MOVE 'Y' TO BLOCKED-EOF
               END-READ
               IF NOT BLOCKED-EOF-YES
                   PERFORM REPORT-ONE-ITEM
               END-IF
           END-PERFORM.
           PERFORM WRITE-BLOCK-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "BLK02: blocked items= " ITEM-COUNT.
           CALL "DAYLOG" USING "BLK02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       OPEN-THE-FILES.
           OPEN INPUT BLOCKED-FILE.
           IF MST01BLK-STATUS NOT = "00"
               DISPLAY "BLK02: OPEN BLOCKED-FILE - status "
                       MST01BLK-STATUS
               MOVE 'Y' TO BLOCKED-EOF
           ELSE
               MOVE 'O' TO BLOCKED-OPEN-FLAG
           END-IF.
           OPEN OUTPUT BLK02-REPORT.
           IF BLK02RPT-STATUS NOT = "00"
               DISPLAY "BLK02: OPEN BLK02-REPORT - status "
                       BLK02RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
               MOVE SPACES TO BLK02-REPORT-LINE
               MOVE "POSTINGS HELD BY LEGAL BLOCK - MARK EACH ITEM"
                    TO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
           END-IF.

       REPORT-ONE-ITEM.
           ADD 1 TO ITEM-COUNT.
           ADD BLKITEM-AMOUNT TO ITEM-AMOUNT-TOTAL.
           EVALUATE BLKITEM-BLOCK-TYPE
               WHEN 'D'
                   ADD 1 TO DEBIT-BLOCK-COUNT
                   ADD BLKITEM-AMOUNT TO DEBIT-BLOCK-AMOUNT
               WHEN 'C'
                   ADD 1 TO CREDIT-BLOCK-COUNT
                   ADD BLKITEM-AMOUNT TO CREDIT-BLOCK-AMOUNT
               WHEN OTHER
                   ADD 1 TO TOTAL-BLOCK-COUNT
                   ADD BLKITEM-AMOUNT TO TOTAL-BLOCK-AMOUNT
           END-EVALUATE.
           IF BLK02RPT-STATUS = "00"
               CALL "MASKACCT" USING BLKITEM-ACCT-NBR MASKED-ACCT
               MOVE BLKITEM-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO BLK02-REPORT-LINE
               STRING MASKED-ACCT BLKITEM-SEQ-NBR
                      " " BLKITEM-TXN-DATE
                      " TYPE " BLKITEM-REC-TYPE
                      " AMT " EDITED-AMOUNT
                      " ENT " BLKITEM-ENTITY
                   DELIMITED BY SIZE INTO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
               MOVE SPACES TO BLK02-REPORT-LINE
               STRING "    BLOCK " BLKITEM-BLOCK-TYPE
                      " REF " BLKITEM-CASE-REF
                      " HELD " BLKITEM-BUS-DATE
                   DELIMITED BY SIZE INTO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
               MOVE SPACES TO BLK02-REPORT-LINE
               STRING "    DISPOSITION: RELEASE [ ]  RETURN [ ]  "
                      "BY ________"
                   DELIMITED BY SIZE INTO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
           END-IF.

       WRITE-BLOCK-TOTALS.
           IF BLK02RPT-STATUS = "00"
               MOVE SPACES TO BLK02-REPORT-LINE
               MOVE DEBIT-BLOCK-AMOUNT TO EDITED-AMOUNT
               STRING "Held by debit blocks is=  " DEBIT-BLOCK-COUNT
                      " amount " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
               MOVE SPACES TO BLK02-REPORT-LINE
               MOVE CREDIT-BLOCK-AMOUNT TO EDITED-AMOUNT
               STRING "Held by credit blocks is= " CREDIT-BLOCK-COUNT
                      " amount " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
               MOVE SPACES TO BLK02-REPORT-LINE
               MOVE TOTAL-BLOCK-AMOUNT TO EDITED-AMOUNT
               STRING "Held by total blocks is=  " TOTAL-BLOCK-COUNT
                      " amount " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
               MOVE SPACES TO BLK02-REPORT-LINE
               MOVE ITEM-AMOUNT-TOTAL TO EDITED-AMOUNT
               STRING "Blocked items is= " ITEM-COUNT
                      " amount " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF BLOCKED-OPEN-FLAG = 'O'
               CLOSE BLOCKED-FILE
               MOVE 'C' TO BLOCKED-OPEN-FLAG
           END-IF.
           IF BLK02RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO BLK02-REPORT-LINE
               WRITE BLK02-REPORT-LINE
               CLOSE BLK02-REPORT
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="BLK02"==.
