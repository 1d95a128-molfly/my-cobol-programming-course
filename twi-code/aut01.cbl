       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUT01.
      *--------------------------------------------------
      * DAILY APPROVAL AUTHORITY EXCEPTIONS REPORT. AUTHCHK LOGS
      * EVERY AUTHORITY DECISION THE MONEY-MOVING CONSOLES TAKE
      * TO AUTHLOG; NOBODY WAS LOOKING AT THEM. AUT01 READS ONE
      * BUSINESS DAY'S DECISIONS AND LISTS, FOR THE SECURITY
      * OFFICER, THE TWO KINDS THAT MATTER:
      *   REFUSED     AN OPERATOR TRIED TO ACT ABOVE THEIR LIMIT
      *               (OR IN A FUNCTION THEY HOLD NO LIMIT FOR),
      *   NEAR LIMIT  AN ALLOWED DECISION AT OR ABOVE THE AUT01PM
      *               PERCENTAGE OF THE OPERATOR'S LIMIT (DEFAULT
      *               90) - A LIMIT THAT IS HIT EVERY DAY IS
      *               PROBABLY SET WRONG, OR BEING WORKED AROUND.
      * THE AUT01PM CARD CARRIES THE DATE (ZERO FOR THE BUSINESS
      * DATE) AND THE PERCENTAGE. TOTALS CLOSE THE REPORT; THE
      * STEP ALWAYS ENDS RC 0 - THE EXCEPTIONS ARE FOR REVIEW,
      * NOT FOR STOPPING THE STREAM.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUT01-AUTHLOG ASSIGN TO AUTHLOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS AUTHLOG-STATUS.

           SELECT AUT01-PARMCARD ASSIGN TO AUT01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS AUT01PM-STATUS.

           SELECT AUT01-REPORT ASSIGN TO AUT01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS AUT01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUT01-AUTHLOG.
           COPY "authlog.cpy".

       FD  AUT01-PARMCARD.
       01  AUT01PM-REC.
           05  AUT01PM-DATE             PIC 9(8).
           05  FILLER                   PIC X.
           05  AUT01PM-NEAR-PCT         PIC 9(3).

       FD  AUT01-REPORT.
       01  AUT01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==AUTHLOGF==.

       01  AUTHLOG-STATUS.
           05  AUTHLOG-STATUS-L         PIC X.
           05  AUTHLOG-STATUS-R         PIC X.
       01  AUT01PM-STATUS.
           05  AUT01PM-STATUS-L         PIC X.
           05  AUT01PM-STATUS-R         PIC X.
       01  AUT01RPT-STATUS.
           05  AUT01RPT-STATUS-L        PIC X.
           05  AUT01RPT-STATUS-R        PIC X.

       01  REPORT-DATE                  PIC 9(8)    VALUE 0.
       01  NEAR-PCT                     PIC 9(3)    VALUE 90.

       01  DECISIONS-READ               PIC 9(6)    VALUE 0.
       01  ALLOWED-COUNT                PIC 9(6)    VALUE 0.
       01  REFUSED-COUNT                PIC 9(6)    VALUE 0.
       01  NEAR-LIMIT-COUNT             PIC 9(6)    VALUE 0.
       01  NO-MATRIX-COUNT              PIC 9(6)    VALUE 0.
       01  EXCEPTION-TAG                PIC X(10).
       01  EDITED-AMOUNT                PIC Z(8)9.99.
       01  EDITED-LIMIT                 PIC Z(8)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "AUT01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM GET-PARM-CARD.
           PERFORM OPEN-THE-FILES.
           PERFORM REPORT-THE-DAY.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "AUT01: decisions= " DECISIONS-READ
                   " refused= " REFUSED-COUNT
                   " near limit= " NEAR-LIMIT-COUNT.
           CALL "DAYLOG" USING "AUT01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           CALL "BIZDATE" USING SUITE-RUN-DATE
               ON EXCEPTION
                   ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD
           END-CALL.
           MOVE SUITE-RUN-DATE TO REPORT-DATE.
           OPEN INPUT AUT01-PARMCARD.
           IF AUT01PM-STATUS = "00"
               READ AUT01-PARMCARD
                   AT END MOVE "10" TO AUT01PM-STATUS
               END-READ
               IF AUT01PM-STATUS = "00"
                   IF AUT01PM-DATE IS NUMERIC AND
                      AUT01PM-DATE NOT = 0
                       MOVE AUT01PM-DATE TO REPORT-DATE
                   END-IF
                   IF AUT01PM-NEAR-PCT IS NUMERIC AND
                      AUT01PM-NEAR-PCT > 0 AND
                      AUT01PM-NEAR-PCT NOT > 100
                       MOVE AUT01PM-NEAR-PCT TO NEAR-PCT
                   END-IF
               END-IF
               CLOSE AUT01-PARMCARD
           END-IF.
           DISPLAY "AUT01: date= " REPORT-DATE
                   " near-limit percentage= " NEAR-PCT.

       OPEN-THE-FILES.
           OPEN INPUT AUT01-AUTHLOG.
           IF AUTHLOG-STATUS NOT = "00"
               DISPLAY "AUT01: no authority decisions logged - "
                       "status " AUTHLOG-STATUS
               MOVE 'Y' TO AUTHLOGF-EOF
           END-IF.
           OPEN OUTPUT AUT01-REPORT.
           IF AUT01RPT-STATUS NOT = "00"
               DISPLAY "AUT01: OPEN AUT01-REPORT - status "
                       AUT01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO AUT01-REPORT-LINE
               WRITE AUT01-REPORT-LINE
               MOVE SPACES TO AUT01-REPORT-LINE
               STRING "APPROVAL AUTHORITY EXCEPTIONS FOR "
                      REPORT-DATE " - NEAR LIMIT AT "
                      NEAR-PCT "%"
                   DELIMITED BY SIZE INTO AUT01-REPORT-LINE
               WRITE AUT01-REPORT-LINE
           END-IF.

       REPORT-THE-DAY.
           PERFORM UNTIL AUTHLOGF-EOF-YES
               READ AUT01-AUTHLOG
                   AT END MOVE 'Y' TO AUTHLOGF-EOF
               END-READ
               IF NOT AUTHLOGF-EOF-YES AND
                  AUTHLOG-DATE = REPORT-DATE
                   PERFORM CLASSIFY-ONE-DECISION
               END-IF
           END-PERFORM.

       CLOSE-THE-FILES.
           IF AUTHLOG-STATUS = "00" OR AUTHLOG-STATUS = "10"
               CLOSE AUT01-AUTHLOG
           END-IF.
           IF AUT01RPT-STATUS = "00"
               MOVE SPACES TO AUT01-REPORT-LINE
               STRING "Decisions is= " DECISIONS-READ
                      "  Allowed is= " ALLOWED-COUNT
                      "  No matrix is= " NO-MATRIX-COUNT
                   DELIMITED BY SIZE INTO AUT01-REPORT-LINE
               WRITE AUT01-REPORT-LINE
               MOVE SPACES TO AUT01-REPORT-LINE
               STRING "Refused is= " REFUSED-COUNT
                      "  Near limit is= " NEAR-LIMIT-COUNT
                   DELIMITED BY SIZE INTO AUT01-REPORT-LINE
               WRITE AUT01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO AUT01-REPORT-LINE
               WRITE AUT01-REPORT-LINE
               CLOSE AUT01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
      * Near limit is tested in whole arithmetic - amount times
      * a hundred against limit times the percentage - so no
      * rounding decides which side of the line an item falls.
       CLASSIFY-ONE-DECISION.
           ADD 1 TO DECISIONS-READ.
           MOVE SPACES TO EXCEPTION-TAG.
           EVALUATE TRUE
               WHEN AUTHLOG-REFUSED
                   ADD 1 TO REFUSED-COUNT
                   MOVE "REFUSED" TO EXCEPTION-TAG
               WHEN AUTHLOG-NO-MATRIX
                   ADD 1 TO NO-MATRIX-COUNT
               WHEN OTHER
                   ADD 1 TO ALLOWED-COUNT
                   IF AUTHLOG-LIMIT > 0 AND
                      AUTHLOG-AMOUNT * 100 NOT <
                          AUTHLOG-LIMIT * NEAR-PCT
                       ADD 1 TO NEAR-LIMIT-COUNT
                       MOVE "NEAR LIMIT" TO EXCEPTION-TAG
                   END-IF
           END-EVALUATE.
           IF EXCEPTION-TAG NOT = SPACES AND
              AUT01RPT-STATUS = "00"
               MOVE AUTHLOG-AMOUNT TO EDITED-AMOUNT
               MOVE AUTHLOG-LIMIT TO EDITED-LIMIT
               MOVE SPACES TO AUT01-REPORT-LINE
               STRING EXCEPTION-TAG " " AUTHLOG-TIME (1:6) " "
                      AUTHLOG-OPERATOR-ID " " AUTHLOG-FUNCTION
                      " " AUTHLOG-MASKED-ACCT
                      " " EDITED-AMOUNT " LIM " EDITED-LIMIT
                   DELIMITED BY SIZE INTO AUT01-REPORT-LINE
               WRITE AUT01-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="AUT01"==.
