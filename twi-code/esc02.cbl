       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESC02.
      *--------------------------------------------------
      * ANNUAL UNCLAIMED-PROPERTY REMITTANCE REPORT. EVERY
      * ACCOUNT ESC01 REMITTED DURING THE REPORT YEAR IS LISTED
      * FROM THE ESCHEAT STATUS FILE, ENTITY BY ENTITY, WITH THE
      * OWNER'S NAME FROM ACCTREF, THE LAST ACTIVITY, THE DATE
      * THE DUE-DILIGENCE LETTER WENT OUT, THE REMITTANCE DATE
      * AND AMOUNT - WHAT THE STATE FILING ASKS FOR - FOLLOWED
      * BY A COUNT AND AMOUNT TOTAL PER ENTITY AND FOR THE
      * WHOLE REPORT ON ESC02RPT. THE REPORT YEAR COMES FROM
      * THE ESC02PM CARD; WITHOUT ONE IT IS THE YEAR BEFORE THE
      * BUSINESS DATE, SO A JANUARY RUN REPORTS THE YEAR JUST
      * CLOSED. RUN ONCE A YEAR ON DEMAND, LIKE DOR01.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-FILE ASSIGN TO ESCHEAT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ESCHEAT-ACCT-NBR
                  FILE STATUS   IS ESCHEAT-STATUS.

           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT ESC02-PARMCARD ASSIGN TO ESC02PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ESC02PM-STATUS.

           SELECT ESC02-REPORT ASSIGN TO ESC02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ESC02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-FILE.
           COPY "escheat.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  ESC02-PARMCARD.
       01  ESC02PM-REC.
           05  ESC02PM-REPORT-YEAR      PIC 9(4).

       FD  ESC02-REPORT.
       01  ESC02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  ESCHEAT-STATUS.
           05  ESCHEAT-STATUS-L         PIC X.
           05  ESCHEAT-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ESC02PM-STATUS.
           05  ESC02PM-STATUS-L         PIC X.
           05  ESC02PM-STATUS-R         PIC X.
       01  ESC02RPT-STATUS.
           05  ESC02RPT-STATUS-L        PIC X.
           05  ESC02RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  REPORT-YEAR                  PIC 9(4)    VALUE 0.
       01  ESCHEAT-READY-SW             PIC X       VALUE 'N'.
           88  ESCHEAT-READY                         VALUE 'Y'.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.
       01  SWEEP-DONE-SW                PIC X.
           88  SWEEP-DONE                            VALUE 'Y'.

      * Entities met in the first sweep; each gets its own
      * section from a further pass over the status file.
       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  ENTITY-TABLE.
           05  ENTITY-CODE OCCURS 10 TIMES  PIC X(3).
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SEEN-SW               PIC X.
       01  CURRENT-ENTITY               PIC X(3).

       01  ENTITY-REMIT-COUNT           PIC 9(6)    VALUE 0.
       01  ENTITY-REMIT-TOTAL           PIC S9(11)V99 VALUE 0.
       01  GRAND-REMIT-COUNT            PIC 9(6)    VALUE 0.
       01  GRAND-REMIT-TOTAL            PIC S9(11)V99 VALUE 0.
       01  ACCOUNT-NAME                 PIC X(30).
       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-AMOUNT                PIC -(11)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "ESC02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM GET-PARM-CARD.
           PERFORM OPEN-THE-FILES.
           IF ESCHEAT-READY
               PERFORM FIND-THE-ENTITIES
               PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                       UNTIL ENTITY-IDX > ENTITY-COUNT
                   PERFORM WRITE-ONE-ENTITY-SECTION
               END-PERFORM
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "ESC02: report year= " REPORT-YEAR
                   " remittances= " GRAND-REMIT-COUNT.
           CALL "DAYLOG" USING "ESC02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           MOVE BUSINESS-DATE-NUM (1:4) TO REPORT-YEAR.
           SUBTRACT 1 FROM REPORT-YEAR.
           OPEN INPUT ESC02-PARMCARD.
           IF ESC02PM-STATUS = "00"
               READ ESC02-PARMCARD
                   AT END MOVE "10" TO ESC02PM-STATUS
               END-READ
               IF ESC02PM-STATUS = "00" AND
                  ESC02PM-REPORT-YEAR IS NUMERIC AND
                  ESC02PM-REPORT-YEAR > 0
                   MOVE ESC02PM-REPORT-YEAR TO REPORT-YEAR
               END-IF
               CLOSE ESC02-PARMCARD
           END-IF.

       OPEN-THE-FILES.
           OPEN INPUT ESCHEAT-FILE.
           IF ESCHEAT-STATUS = "00"
               MOVE 'Y' TO ESCHEAT-READY-SW
           ELSE
               DISPLAY "ESC02: OPEN ESCHEAT-FILE - status "
                       ESCHEAT-STATUS
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           ELSE
               DISPLAY "ESC02: OPEN ACCTREF-FILE - status "
                       ACCTREF-STATUS " - names not shown"
           END-IF.
           OPEN OUTPUT ESC02-REPORT.
           IF ESC02RPT-STATUS NOT = "00"
               DISPLAY "ESC02: OPEN ESC02-REPORT - status "
                       ESC02RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO ESC02-REPORT-LINE
               WRITE ESC02-REPORT-LINE
               MOVE SPACES TO ESC02-REPORT-LINE
               STRING "UNCLAIMED PROPERTY REMITTED IN " REPORT-YEAR
                   DELIMITED BY SIZE INTO ESC02-REPORT-LINE
               WRITE ESC02-REPORT-LINE
           END-IF.

       FIND-THE-ENTITIES.
           PERFORM START-THE-SWEEP.
           PERFORM UNTIL SWEEP-DONE
               READ ESCHEAT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SWEEP-DONE-SW
               END-READ
               IF NOT SWEEP-DONE AND ESCHEAT-REMITTED AND
                  ESCHEAT-REMIT-DATE (1:4) = REPORT-YEAR
                   PERFORM NOTE-ONE-ENTITY
               END-IF
           END-PERFORM.

       WRITE-ONE-ENTITY-SECTION.
           MOVE ENTITY-CODE (ENTITY-IDX) TO CURRENT-ENTITY.
           MOVE 0 TO ENTITY-REMIT-COUNT.
           MOVE 0 TO ENTITY-REMIT-TOTAL.
           MOVE SPACES TO ESC02-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "ENTITY " CURRENT-ENTITY
               DELIMITED BY SIZE INTO ESC02-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "ACCOUNT" TO ESC02-REPORT-LINE (3:7).
           MOVE "NAME" TO ESC02-REPORT-LINE (14:4).
           MOVE "LAST ACT" TO ESC02-REPORT-LINE (35:8).
           MOVE "LETTER" TO ESC02-REPORT-LINE (44:6).
           MOVE "REMITTED" TO ESC02-REPORT-LINE (53:8).
           MOVE "AMOUNT" TO ESC02-REPORT-LINE (71:6).
           PERFORM WRITE-REPORT-LINE.
           PERFORM START-THE-SWEEP.
           PERFORM UNTIL SWEEP-DONE
               READ ESCHEAT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SWEEP-DONE-SW
               END-READ
               IF NOT SWEEP-DONE AND ESCHEAT-REMITTED AND
                  ESCHEAT-REMIT-DATE (1:4) = REPORT-YEAR AND
                  ESCHEAT-ENTITY = CURRENT-ENTITY
                   PERFORM WRITE-REMITTANCE-LINE
               END-IF
           END-PERFORM.
           MOVE ENTITY-REMIT-TOTAL TO EDITED-AMOUNT.
           STRING "  ENTITY " CURRENT-ENTITY
                  " ACCOUNTS " ENTITY-REMIT-COUNT
                  " REMITTED " EDITED-AMOUNT
               DELIMITED BY SIZE INTO ESC02-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           IF ESC02RPT-STATUS = "00"
               MOVE SPACES TO ESC02-REPORT-LINE
               WRITE ESC02-REPORT-LINE
               MOVE GRAND-REMIT-TOTAL TO EDITED-AMOUNT
               MOVE SPACES TO ESC02-REPORT-LINE
               STRING "Accounts remitted is= " GRAND-REMIT-COUNT
                      "  Amount is= " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO ESC02-REPORT-LINE
               WRITE ESC02-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF ESCHEAT-READY
               CLOSE ESCHEAT-FILE
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.
           IF ESC02RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO ESC02-REPORT-LINE
               WRITE ESC02-REPORT-LINE
               CLOSE ESC02-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       START-THE-SWEEP.
           MOVE 'N' TO SWEEP-DONE-SW.
           MOVE LOW-VALUES TO ESCHEAT-ACCT-NBR.
           START ESCHEAT-FILE
               KEY IS NOT LESS THAN ESCHEAT-ACCT-NBR
               INVALID KEY
                   MOVE 'Y' TO SWEEP-DONE-SW
           END-START.

       NOTE-ONE-ENTITY.
           MOVE 'N' TO ENTITY-SEEN-SW.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               IF ESCHEAT-ENTITY = ENTITY-CODE (ENTITY-IDX)
                   MOVE 'Y' TO ENTITY-SEEN-SW
               END-IF
           END-PERFORM.
           IF ENTITY-SEEN-SW = 'N'
               IF ENTITY-COUNT < 10
                   ADD 1 TO ENTITY-COUNT
                   MOVE ESCHEAT-ENTITY TO ENTITY-CODE (ENTITY-COUNT)
               ELSE
                   DISPLAY "ESC02: entity table full - entity "
                           ESCHEAT-ENTITY " not reported"
               END-IF
           END-IF.

       WRITE-REMITTANCE-LINE.
           ADD 1 TO ENTITY-REMIT-COUNT.
           ADD ESCHEAT-REMIT-AMOUNT TO ENTITY-REMIT-TOTAL.
           ADD 1 TO GRAND-REMIT-COUNT.
           ADD ESCHEAT-REMIT-AMOUNT TO GRAND-REMIT-TOTAL.
           MOVE SPACES TO ACCOUNT-NAME.
           IF ACCTREF-PRESENT
               MOVE ESCHEAT-ACCT-NBR TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-NAME TO ACCOUNT-NAME
               END-READ
           END-IF.
           CALL "MASKACCT" USING ESCHEAT-ACCT-NBR MASKED-ACCT.
           MOVE ESCHEAT-REMIT-AMOUNT TO EDITED-AMOUNT.
           STRING "  " MASKED-ACCT
                  " " ACCOUNT-NAME (1:20)
                  " " ESCHEAT-LAST-ACTIVITY
                  " " ESCHEAT-LETTER-DATE
                  " " ESCHEAT-REMIT-DATE
                  " " EDITED-AMOUNT
               DELIMITED BY SIZE INTO ESC02-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           IF ESC02RPT-STATUS = "00"
               WRITE ESC02-REPORT-LINE
           END-IF.
           MOVE SPACES TO ESC02-REPORT-LINE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="ESC02"==.
