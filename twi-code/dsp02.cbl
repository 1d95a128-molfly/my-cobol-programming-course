       IDENTIFICATION DIVISION.
       PROGRAM-ID. DSP02.
      *--------------------------------------------------
      * NIGHTLY DISPUTE AGING. EVERY OPEN CASE ON DSPCASE IS
      * AGED BY DAYS OUTSTANDING SINCE IT WAS OPENED, AS AT THE
      * BUSINESS DATE, INTO FIVE BUCKETS - 0-15, 16-30, 31-45,
      * 46-60, AND OVER 60 DAYS - WITH A LINE PER CASE AND A
      * COUNT AND DISPUTED-AMOUNT TOTAL PER BUCKET ON DSP02RPT.
      * CASES OVER 60 DAYS GET A FLAG LINE. THE SAME AGED CASES
      * GO OUT ON DSPAGE, ONE RECORD EACH, FOR THE OPEN-DISPUTES
      * SECTION OF THE HOV01 HANDOVER SHEET. RESOLVED CASES ARE
      * COUNTED BUT NOT AGED. RUNS IN THE NIGHTLY STREAM AFTER
      * THE MASTER UPDATE - SEE STEP012E IN THE CNT01PST JOB.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DSPCASE-FILE ASSIGN TO DSPCASE
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS DSPCASE-CASE-NBR
                  FILE STATUS   IS DSPCASE-STATUS.

           SELECT DSPAGE-FILE ASSIGN TO DSPAGE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DSPAGE-STATUS.

           SELECT DSP02-REPORT ASSIGN TO DSP02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DSP02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DSPCASE-FILE.
           COPY "dspcase.cpy".

       FD  DSPAGE-FILE.
           COPY "dspage.cpy".

       FD  DSP02-REPORT.
       01  DSP02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DSPCASE==.

       01  DSPCASE-STATUS.
           05  DSPCASE-STATUS-L         PIC X.
           05  DSPCASE-STATUS-R         PIC X.
       01  DSPAGE-STATUS.
           05  DSPAGE-STATUS-L          PIC X.
           05  DSPAGE-STATUS-R          PIC X.
       01  DSP02RPT-STATUS.
           05  DSP02RPT-STATUS-L        PIC X.
           05  DSP02RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * Serial-day arithmetic comes from the shared DATESER
      * subroutine so every program ages dates the same way.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  BUSINESS-DATE-SERIAL         PIC S9(9)   COMP.
       01  CASE-AGE-DAYS                PIC S9(9)   COMP.

       01  BUCKET-IDX                   PIC 9       VALUE 1.
       01  BUCKET-TOTALS-TABLE.
           05  BUCKET-ENTRY OCCURS 5 TIMES.
               10  BUCKET-COUNT         PIC 9(6).
               10  BUCKET-AMOUNT        PIC S9(11)V99.
       01  BUCKET-LABEL-TABLE.
           05  FILLER                   PIC X(8)    VALUE "0-15    ".
           05  FILLER                   PIC X(8)    VALUE "16-30   ".
           05  FILLER                   PIC X(8)    VALUE "31-45   ".
           05  FILLER                   PIC X(8)    VALUE "46-60   ".
           05  FILLER                   PIC X(8)    VALUE "OVER 60 ".
       01  FILLER REDEFINES BUCKET-LABEL-TABLE.
           05  BUCKET-LABEL OCCURS 5 TIMES  PIC X(8).

       01  OPEN-CASE-COUNT              PIC 9(6)    VALUE 0.
       01  RESOLVED-CASE-COUNT          PIC 9(6)    VALUE 0.
       01  PROVISIONAL-COUNT            PIC 9(6)    VALUE 0.
       01  PROVISIONAL-TOTAL            PIC S9(11)V99 VALUE 0.
       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-CASE-AMOUNT           PIC -(9)9.99.
       01  EDITED-DAYS                  PIC Z(4)9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "DSP02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           MOVE ZEROS TO BUCKET-TOTALS-TABLE.
           PERFORM SET-BUSINESS-DATE-SERIAL.
           PERFORM OPEN-THE-FILES.
           PERFORM READ-DSPCASE.
           PERFORM UNTIL DSPCASE-EOF-YES
               IF DSPCASE-OPEN
                   PERFORM AGE-ONE-CASE
               ELSE
                   ADD 1 TO RESOLVED-CASE-COUNT
               END-IF
               PERFORM READ-DSPCASE
           END-PERFORM.
           PERFORM WRITE-AGING-TOTALS THRU
               WRITE-AGING-TOTALS-EXIT.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "DSP02: open cases= " OPEN-CASE-COUNT
                   " over 60 days= " BUCKET-COUNT (5).
           CALL "DAYLOG" USING "DSP02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       SET-BUSINESS-DATE-SERIAL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO BUSINESS-DATE-SERIAL.

      * No case file yet means no dispute has ever been opened:
      * the report and extract are still written, empty.
       OPEN-THE-FILES.
           OPEN INPUT DSPCASE-FILE.
           IF DSPCASE-STATUS NOT = "00"
               DISPLAY "DSP02: OPEN DSPCASE-FILE - status "
                       DSPCASE-STATUS " - no cases to age"
               MOVE 'Y' TO DSPCASE-EOF
           ELSE
               MOVE 'O' TO DSPCASE-OPEN-FLAG
               MOVE LOW-VALUES TO DSPCASE-CASE-NBR
               START DSPCASE-FILE
                   KEY IS NOT LESS THAN DSPCASE-CASE-NBR
                   INVALID KEY
                       MOVE 'Y' TO DSPCASE-EOF
               END-START
           END-IF.
           OPEN OUTPUT DSPAGE-FILE.
           IF DSPAGE-STATUS NOT = "00"
               DISPLAY "DSP02: OPEN DSPAGE-FILE - status "
                       DSPAGE-STATUS
           END-IF.
           OPEN OUTPUT DSP02-REPORT.
           IF DSP02RPT-STATUS NOT = "00"
               DISPLAY "DSP02: OPEN DSP02-REPORT - status "
                       DSP02RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO DSP02-REPORT-LINE
               WRITE DSP02-REPORT-LINE
               MOVE SPACES TO DSP02-REPORT-LINE
               STRING "OPEN DISPUTE CASES AGED AS AT "
                      BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO DSP02-REPORT-LINE
               WRITE DSP02-REPORT-LINE
           END-IF.

       READ-DSPCASE.
           IF NOT DSPCASE-EOF-YES
               READ DSPCASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO DSPCASE-EOF
               END-READ
           END-IF.

       AGE-ONE-CASE.
           ADD 1 TO OPEN-CASE-COUNT.
           MOVE DSPCASE-OPENED-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE CASE-AGE-DAYS =
               BUSINESS-DATE-SERIAL - SERIAL-RESULT.
           IF CASE-AGE-DAYS < 0
               MOVE 0 TO CASE-AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN CASE-AGE-DAYS <= 15
                   MOVE 1 TO BUCKET-IDX
               WHEN CASE-AGE-DAYS <= 30
                   MOVE 2 TO BUCKET-IDX
               WHEN CASE-AGE-DAYS <= 45
                   MOVE 3 TO BUCKET-IDX
               WHEN CASE-AGE-DAYS <= 60
                   MOVE 4 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 5 TO BUCKET-IDX
           END-EVALUATE.
           ADD 1 TO BUCKET-COUNT (BUCKET-IDX).
           ADD DSPCASE-TXN-AMOUNT TO BUCKET-AMOUNT (BUCKET-IDX).
           IF DSPCASE-PROV-GIVEN
               ADD 1 TO PROVISIONAL-COUNT
               ADD DSPCASE-PROV-AMOUNT TO PROVISIONAL-TOTAL
           END-IF.
           CALL "MASKACCT" USING DSPCASE-ACCT-NBR MASKED-ACCT.
           PERFORM WRITE-CASE-LINE.
           PERFORM WRITE-AGE-EXTRACT.

       CLOSE-THE-FILES.
           IF DSPCASE-OPEN-FLAG = 'O'
               CLOSE DSPCASE-FILE
           END-IF.
           IF DSPAGE-STATUS = "00"
               CLOSE DSPAGE-FILE
           END-IF.
           IF DSP02RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO DSP02-REPORT-LINE
               WRITE DSP02-REPORT-LINE
               CLOSE DSP02-REPORT
           END-IF.

       WRITE-AGING-TOTALS.
           IF DSP02RPT-STATUS NOT = "00"
               GO TO WRITE-AGING-TOTALS-EXIT
           END-IF.
           MOVE SPACES TO DSP02-REPORT-LINE.
           WRITE DSP02-REPORT-LINE.
           PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                   UNTIL BUCKET-IDX > 5
               MOVE BUCKET-AMOUNT (BUCKET-IDX) TO EDITED-AMOUNT
               MOVE SPACES TO DSP02-REPORT-LINE
               STRING "BUCKET " BUCKET-LABEL (BUCKET-IDX)
                      " COUNT " BUCKET-COUNT (BUCKET-IDX)
                      " AMOUNT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO DSP02-REPORT-LINE
               WRITE DSP02-REPORT-LINE
           END-PERFORM.
           MOVE PROVISIONAL-TOTAL TO EDITED-AMOUNT.
           MOVE SPACES TO DSP02-REPORT-LINE.
           STRING "PROVISIONAL CREDITS OUTSTANDING "
                  PROVISIONAL-COUNT " AMOUNT " EDITED-AMOUNT
               DELIMITED BY SIZE INTO DSP02-REPORT-LINE.
           WRITE DSP02-REPORT-LINE.
           IF BUCKET-COUNT (5) > 0
               MOVE SPACES TO DSP02-REPORT-LINE
               STRING "*** FLAG *** " BUCKET-COUNT (5)
                      " CASE(S) OPEN OVER 60 DAYS - CHASE"
                   DELIMITED BY SIZE INTO DSP02-REPORT-LINE
               WRITE DSP02-REPORT-LINE
               DISPLAY "DSP02: *** FLAG *** " BUCKET-COUNT (5)
                       " case(s) open over 60 days"
           END-IF.
           MOVE SPACES TO DSP02-REPORT-LINE.
           STRING "Open cases is= " OPEN-CASE-COUNT
                  " resolved cases is= " RESOLVED-CASE-COUNT
               DELIMITED BY SIZE INTO DSP02-REPORT-LINE.
           WRITE DSP02-REPORT-LINE.
       WRITE-AGING-TOTALS-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
       WRITE-CASE-LINE.
           IF DSP02RPT-STATUS = "00"
               MOVE CASE-AGE-DAYS TO EDITED-DAYS
               MOVE DSPCASE-TXN-AMOUNT TO EDITED-CASE-AMOUNT
               MOVE SPACES TO DSP02-REPORT-LINE
               STRING DSPCASE-CASE-NBR " " MASKED-ACCT
                      " " DSPCASE-OPENED-DATE
                      " " EDITED-DAYS "D " BUCKET-LABEL (BUCKET-IDX)
                      " " EDITED-CASE-AMOUNT
                      " PROV " DSPCASE-PROV-SW
                   DELIMITED BY SIZE INTO DSP02-REPORT-LINE
               WRITE DSP02-REPORT-LINE
           END-IF.

       WRITE-AGE-EXTRACT.
           IF DSPAGE-STATUS = "00"
               MOVE SPACES TO DSPAGE-REC
               MOVE DSPCASE-CASE-NBR TO DSPAGE-CASE-NBR
               MOVE MASKED-ACCT TO DSPAGE-MASKED-ACCT
               MOVE DSPCASE-OPENED-DATE TO DSPAGE-OPENED-DATE
               MOVE CASE-AGE-DAYS TO DSPAGE-DAYS-OPEN
               MOVE BUCKET-LABEL (BUCKET-IDX) TO DSPAGE-BUCKET
               MOVE DSPCASE-TXN-AMOUNT TO DSPAGE-AMOUNT
               MOVE DSPCASE-PROV-SW TO DSPAGE-PROV-SW
               MOVE DSPCASE-REASON TO DSPAGE-REASON
               WRITE DSPAGE-REC
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="DSP02"==.
