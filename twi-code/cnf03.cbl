       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNF03.
      *--------------------------------------------------
      * BALANCE CONFIRMATION RECONCILIATION AND AUDITORS'
      * SUMMARY. CNF01 DRAWS THE SAMPLE ONTO BALCONF AND CNF02
      * RECORDS THE REPLIES; CNF03 WORKS THROUGH ONE AUDIT
      * DATE'S REQUESTS (CNF03PM) AND:
      *   RECONCILES EVERY DISPUTED REPLY AGAINST THE ACCOUNT'S
      *   FILEDATCLX ACTIVITY - FROM THE START OF THE AUDIT
      *   PERIOD (DEFAULT 1 JANUARY OF THE AUDIT YEAR) TO THE
      *   CUT-OFF DAYS AFTER THE AUDIT DATE (DEFAULT 10) - AND
      *   LISTS THAT ACTIVITY. THE DIFFERENCE IS EXPLAINED WHEN
      *   THE ITEMS POSTED AFTER THE AUDIT DATE ADD UP TO IT
      *   (THE CUSTOMER COUNTED THEM, WE HAD NOT YET POSTED
      *   THEM), OR WHEN ONE ITEM IN THE WINDOW IS EXACTLY THE
      *   DIFFERENCE EITHER WAY (ONE SIDE HAS MISSED OR DOUBLED
      *   IT); OTHERWISE IT IS LEFT UNEXPLAINED FOR THE AUDITORS
      *   AND THE STEP ENDS RC 4,
      *   WITH FINAL ON THE CARD, CLOSES EVERY MAILED REQUEST
      *   STILL AWAITING A REPLY AS NO REPLY,
      *   AND PRINTS THE SUMMARY FOR THE AUDITORS BY ENTITY AND
      *   STRATUM (MATERIAL OR RANDOM), FOLLOWED BY THE ACCOUNTS
      *   THAT NEED ALTERNATIVE PROCEDURES - NO REPLY, NOT
      *   MAILED, OR DISPUTED AND NOT EXPLAINED.
      * CNF03 MAY BE RUN AS OFTEN AS WANTED WHILE REPLIES COME
      * IN; A DISPUTE IS RECONCILED AGAIN ON EVERY RUN.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNF03-PARMCARD ASSIGN TO CNF03PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNF03PM-STATUS.

           SELECT BALCONF-FILE ASSIGN TO BALCONF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BALCONF-KEY
                  FILE STATUS   IS BALCONF-STATUS.

           SELECT FILEDATCLT-INDEXED ASSIGN TO FILEDATCLX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS FILEDATCLT-IDX-KEY
                  FILE STATUS   IS FILEDATCLX-STATUS.

           SELECT CNF03-REPORT ASSIGN TO CNF03RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNF03RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNF03-PARMCARD.
       01  CNF03PM-REC.
           05  CNF03PM-AUDIT-DATE       PIC 9(8).
           05  FILLER                   PIC X.
           05  CNF03PM-PERIOD-FROM      PIC 9(8).
           05  FILLER                   PIC X.
           05  CNF03PM-CUTOFF-DAYS      PIC 9(3).
           05  FILLER                   PIC X.
           05  CNF03PM-FINAL            PIC X(5).
           05  FILLER                   PIC X(53).

       FD  BALCONF-FILE.
           COPY "balconf.cpy".

       FD  FILEDATCLT-INDEXED.
           COPY "filedatclx.cpy".

       FD  CNF03-REPORT.
       01  CNF03-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filedatclt.cpy".

       01  CNF03PM-STATUS.
           05  CNF03PM-STATUS-L         PIC X.
           05  CNF03PM-STATUS-R         PIC X.
       01  BALCONF-STATUS.
           05  BALCONF-STATUS-L         PIC X.
           05  BALCONF-STATUS-R         PIC X.
       01  FILEDATCLX-STATUS.
           05  FILEDATCLX-STATUS-L      PIC X.
           05  FILEDATCLX-STATUS-R      PIC X.
       01  CNF03RPT-STATUS.
           05  CNF03RPT-STATUS-L        PIC X.
           05  CNF03RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  AUDIT-DATE                   PIC 9(8)    VALUE 0.
       01  AUDIT-DATE-PARTS REDEFINES AUDIT-DATE.
           05  AUDIT-DATE-CCYY          PIC 9(4).
           05  AUDIT-DATE-MMDD          PIC 9(4).
       01  PERIOD-FROM                  PIC 9(8)    VALUE 0.
       01  PERIOD-FROM-PARTS REDEFINES PERIOD-FROM.
           05  PERIOD-FROM-CCYY         PIC 9(4).
           05  PERIOD-FROM-MMDD         PIC 9(4).
       01  CUTOFF-DAYS                  PIC 9(3)    VALUE 10.
       01  FINAL-SW                     PIC X       VALUE 'N'.
           88  FINAL-RUN                             VALUE 'Y'.

       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  AUDIT-SERIAL                 PIC S9(9)   COMP.
       01  CUTOFF-SERIAL                PIC S9(9)   COMP.

       01  BALCONF-OPEN-SW              PIC X       VALUE 'N'.
           88  BALCONF-FILE-OPEN                     VALUE 'Y'.
       01  FILEDATCLX-OPEN-SW           PIC X       VALUE 'N'.
           88  FILEDATCLX-OPEN                       VALUE 'Y'.
       01  REQUESTS-DONE-SW             PIC X.
           88  REQUESTS-DONE                         VALUE 'Y'.
       01  BROWSE-DONE-SW               PIC X.
           88  BROWSE-DONE                           VALUE 'Y'.
       01  RECORD-CHANGED-SW            PIC X.
           88  RECORD-CHANGED                        VALUE 'Y'.
       01  DISPUTE-HEADING-SW           PIC X       VALUE 'N'.
           88  DISPUTE-HEADING-DONE                  VALUE 'Y'.
       01  DRAW-SEED                    PIC 9(5)    VALUE 0.
       01  MATERIALITY                  PIC 9(11)   VALUE 0.
       01  PER-STRATUM                  PIC 9(3)    VALUE 0.

      * The dispute being reconciled and the activity found for
      * it in the window.
       01  ABS-DIFFERENCE               PIC 9(11)V99.
       01  ITEM-DATE                    PIC 9(8).
       01  ABS-ITEM-AMOUNT              PIC 9(11)V99.
       01  AFTER-DATE-TOTAL             PIC S9(11)V99.
       01  WINDOW-ITEMS                 PIC 9(5).
       01  AFTER-DATE-ITEMS             PIC 9(5).
       01  MATCHED-ITEM-SW              PIC X.
           88  MATCHED-ITEM                          VALUE 'Y'.
       01  MATCHED-DATE                 PIC 9(8).
       01  MATCHED-SEQ                  PIC 9(4).
       01  ITEM-MARKER                  PIC X(18).

      * Summary cells: one row per entity met on the file, one
      * column per stratum. Row 11 holds the totals.
       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  SUMMARY-TABLE.
           05  SUM-ENTITY-ROW OCCURS 11 TIMES.
               10  SUM-ENTITY           PIC X(3).
               10  SUM-STRATUM-CELL OCCURS 2 TIMES.
                   15  SUM-SAMPLED      PIC 9(5).
                   15  SUM-NOT-MAILED   PIC 9(5).
                   15  SUM-AGREED       PIC 9(5).
                   15  SUM-EXPLAINED    PIC 9(5).
                   15  SUM-UNEXPLAINED  PIC 9(5).
                   15  SUM-NO-REPLY     PIC 9(5).
                   15  SUM-AWAITING     PIC 9(5).
                   15  SUM-SAMPLED-BAL  PIC S9(13)V99.
                   15  SUM-AGREED-BAL   PIC S9(13)V99.
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SLOT                  PIC 99.
       01  STRATUM-IDX                  PIC 9.
       01  ENTITY-OVERFLOW-SW           PIC X       VALUE 'N'.
           88  ENTITY-OVERFLOW                       VALUE 'Y'.

       01  REQUESTS-READ                PIC 9(7)    VALUE 0.
       01  CLOSED-NO-REPLY              PIC 9(7)    VALUE 0.
       01  DISPUTES-SEEN                PIC 9(7)    VALUE 0.
       01  DISPUTES-EXPLAINED           PIC 9(7)    VALUE 0.
       01  DISPUTES-UNEXPLAINED         PIC 9(7)    VALUE 0.
       01  DISPUTES-NOT-RECONCILED      PIC 9(7)    VALUE 0.
       01  ALTERNATIVE-COUNT            PIC 9(7)    VALUE 0.
       01  RESPONSES                    PIC 9(5).
       01  MAILED-COUNT                 PIC 9(5).
       01  RESPONSE-PCT                 PIC 9(3)V99.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       01  MASKED-ACCT                  PIC X(10).
       01  STATUS-WORDS                 PIC X(20).
       01  STRATUM-LETTER               PIC X.
       01  EDITED-BALANCE               PIC -(11)9.99.
       01  EDITED-STATED                PIC -(11)9.99.
       01  EDITED-DIFFERENCE            PIC -(11)9.99.
       01  EDITED-ITEM                  PIC -(9)9.99.
       01  EDITED-SAMPLED-BAL           PIC -(13)9.99.
       01  EDITED-AGREED-BAL            PIC -(13)9.99.
       01  EDITED-MATERIALITY           PIC Z(10)9.
       01  EDITED-PCT                   PIC ZZ9.99.
       01  EDITED-CELL-1                PIC ZZZZ9.
       01  EDITED-CELL-2                PIC ZZZZ9.
       01  EDITED-CELL-3                PIC ZZZZ9.
       01  EDITED-CELL-4                PIC ZZZZ9.
       01  EDITED-CELL-5                PIC ZZZZ9.
       01  EDITED-CELL-6                PIC ZZZZ9.
       01  EDITED-CELL-7                PIC ZZZZ9.

       01  PRINT-DATE.
           05  PRINT-DATE-CCYY          PIC 9(4).
           05  FILLER                   PIC X       VALUE '-'.
           05  PRINT-DATE-MM            PIC 99.
           05  FILLER                   PIC X       VALUE '-'.
           05  PRINT-DATE-DD            PIC 99.
       01  DATE-TO-PRINT                PIC 9(8).
       01  DATE-TO-PRINT-PARTS REDEFINES DATE-TO-PRINT.
           05  DATE-TO-PRINT-CCYY       PIC 9(4).
           05  DATE-TO-PRINT-MM         PIC 99.
           05  DATE-TO-PRINT-DD         PIC 99.
       01  AUDIT-DATE-PRINT             PIC X(10).
       01  PERIOD-FROM-PRINT            PIC X(10).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "CNF03   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO AUDIT-DATE.
           INITIALIZE SUMMARY-TABLE.
           PERFORM GET-PARM-CARD.
           PERFORM SET-THE-WINDOW.
           PERFORM OPEN-THE-FILES.
           IF BALCONF-FILE-OPEN
               PERFORM WORK-THE-REQUESTS
               IF REQUESTS-READ = 0
                   DISPLAY "CNF03: *** no requests on file for "
                           AUDIT-DATE " ***"
                   MOVE 16 TO RUN-SEVERITY
               ELSE
                   PERFORM WRITE-SUMMARY-SECTION THRU
                       WRITE-SUMMARY-SECTION-EXIT
                   PERFORM WRITE-ALTERNATIVE-SECTION
               END-IF
           END-IF.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "CNF03: audit date " AUDIT-DATE
                   " requests= " REQUESTS-READ
                   " disputes= " DISPUTES-SEEN
                   " explained= " DISPUTES-EXPLAINED
                   " unexplained= " DISPUTES-UNEXPLAINED.
           DISPLAY "CNF03: closed as no reply= " CLOSED-NO-REPLY
                   " for alternative procedures= "
                   ALTERNATIVE-COUNT.
           CALL "DAYLOG" USING "CNF03   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT CNF03-PARMCARD.
           IF CNF03PM-STATUS = "00"
               READ CNF03-PARMCARD
                   AT END MOVE "10" TO CNF03PM-STATUS
               END-READ
               IF CNF03PM-STATUS = "00"
                   IF CNF03PM-AUDIT-DATE IS NUMERIC AND
                      CNF03PM-AUDIT-DATE > 0
                       MOVE CNF03PM-AUDIT-DATE TO AUDIT-DATE
                   END-IF
                   IF CNF03PM-PERIOD-FROM IS NUMERIC AND
                      CNF03PM-PERIOD-FROM > 0
                       MOVE CNF03PM-PERIOD-FROM TO PERIOD-FROM
                   END-IF
                   IF CNF03PM-CUTOFF-DAYS IS NUMERIC
                       MOVE CNF03PM-CUTOFF-DAYS TO CUTOFF-DAYS
                   END-IF
                   IF CNF03PM-FINAL = "FINAL"
                       MOVE 'Y' TO FINAL-SW
                   END-IF
               END-IF
               CLOSE CNF03-PARMCARD
           END-IF.

      * The activity window runs from the start of the audit
      * period to the cut-off days after the audit date.
       SET-THE-WINDOW.
           IF PERIOD-FROM = 0 OR PERIOD-FROM > AUDIT-DATE
               MOVE AUDIT-DATE-CCYY TO PERIOD-FROM-CCYY
               MOVE 0101 TO PERIOD-FROM-MMDD
           END-IF.
           MOVE AUDIT-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO AUDIT-SERIAL.
           COMPUTE CUTOFF-SERIAL = AUDIT-SERIAL + CUTOFF-DAYS.
           MOVE AUDIT-DATE TO DATE-TO-PRINT.
           PERFORM EDIT-PRINT-DATE.
           MOVE PRINT-DATE TO AUDIT-DATE-PRINT.
           MOVE PERIOD-FROM TO DATE-TO-PRINT.
           PERFORM EDIT-PRINT-DATE.
           MOVE PRINT-DATE TO PERIOD-FROM-PRINT.

       OPEN-THE-FILES.
           OPEN I-O BALCONF-FILE.
           IF BALCONF-STATUS = "00"
               MOVE 'Y' TO BALCONF-OPEN-SW
           ELSE
               DISPLAY "CNF03: OPEN BALCONF-FILE - status "
                       BALCONF-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS = "00"
               MOVE 'Y' TO FILEDATCLX-OPEN-SW
           ELSE
               DISPLAY "CNF03: OPEN FILEDATCLT-INDEXED - status "
                       FILEDATCLX-STATUS " - disputes cannot be "
                       "reconciled"
           END-IF.
           OPEN OUTPUT CNF03-REPORT.
           IF CNF03RPT-STATUS NOT = "00"
               DISPLAY "CNF03: OPEN CNF03-REPORT - status "
                       CNF03RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
               MOVE SPACES TO CNF03-REPORT-LINE
               STRING "BALANCE CONFIRMATION RECONCILIATION - "
                      "AUDIT DATE " AUDIT-DATE-PRINT
                   DELIMITED BY SIZE INTO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
               MOVE SPACES TO CNF03-REPORT-LINE
               STRING "ACTIVITY FROM " PERIOD-FROM-PRINT
                      " TO " CUTOFF-DAYS
                      " DAYS AFTER THE AUDIT DATE"
                   DELIMITED BY SIZE INTO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
               IF FINAL-RUN
                   MOVE "FINAL RUN - REQUESTS STILL AWAITING A REPLY"
                     TO CNF03-REPORT-LINE
                   WRITE CNF03-REPORT-LINE
                   MOVE "    ARE CLOSED AS NO REPLY"
                     TO CNF03-REPORT-LINE
                   WRITE CNF03-REPORT-LINE
               END-IF
           END-IF.

      * One pass over the audit date's requests: close out the
      * unanswered ones on a final run, reconcile the disputes,
      * and add every request into its summary cell.
       WORK-THE-REQUESTS.
           MOVE 'N' TO REQUESTS-DONE-SW.
           MOVE AUDIT-DATE TO BALCONF-AUDIT-DATE.
           MOVE LOW-VALUES TO BALCONF-ACCT-NBR.
           START BALCONF-FILE
               KEY IS NOT LESS THAN BALCONF-KEY
               INVALID KEY
                   MOVE 'Y' TO REQUESTS-DONE-SW
           END-START.
           PERFORM UNTIL REQUESTS-DONE
               READ BALCONF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO REQUESTS-DONE-SW
               END-READ
               IF NOT REQUESTS-DONE
                   IF BALCONF-AUDIT-DATE NOT = AUDIT-DATE
                       MOVE 'Y' TO REQUESTS-DONE-SW
                   ELSE
                       PERFORM WORK-ONE-REQUEST
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-SUMMARY-SECTION.
           IF CNF03RPT-STATUS NOT = "00"
               GO TO WRITE-SUMMARY-SECTION-EXIT
           END-IF.
           MOVE SPACES TO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
           MOVE "SUMMARY FOR THE AUDITORS" TO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
           MOVE MATERIALITY TO EDITED-MATERIALITY.
           MOVE SPACES TO CNF03-REPORT-LINE.
           STRING "DRAWN WITH SEED " DRAW-SEED
                  "  MATERIALITY " EDITED-MATERIALITY
                  "  RANDOM PER STRATUM " PER-STRATUM
               DELIMITED BY SIZE INTO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
           IF ENTITY-OVERFLOW
               MOVE "*** MORE THAN 10 ENTITIES - TOTALS ONLY FOR"
                 TO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
               MOVE "    THE REST ***" TO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
           END-IF.
           MOVE SPACES TO CNF03-REPORT-LINE.
           MOVE "ENT S SAMPLE NOTML  AGRD " TO CNF03-REPORT-LINE (1:25).
           MOVE "D-EXP D-UNX NOREP AWAIT  RESP%"
             TO CNF03-REPORT-LINE (26:30).
           WRITE CNF03-REPORT-LINE.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                       UNTIL STRATUM-IDX > 2
                   IF SUM-SAMPLED (ENTITY-IDX STRATUM-IDX) > 0
                       MOVE SUM-ENTITY (ENTITY-IDX) TO
                            CNF03-REPORT-LINE
                       PERFORM WRITE-SUMMARY-CELL
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE 11 TO ENTITY-IDX.
           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX > 2
               MOVE "ALL" TO CNF03-REPORT-LINE
               PERFORM WRITE-SUMMARY-CELL
           END-PERFORM.
           MOVE SPACES TO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
           MOVE "BALANCES        SAMPLED              AGREED BY REPLY"
             TO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
           PERFORM VARYING STRATUM-IDX FROM 1 BY 1
                   UNTIL STRATUM-IDX > 2
               MOVE SUM-SAMPLED-BAL (11 STRATUM-IDX) TO
                    EDITED-SAMPLED-BAL
               MOVE SUM-AGREED-BAL (11 STRATUM-IDX) TO
                    EDITED-AGREED-BAL
               MOVE SPACES TO CNF03-REPORT-LINE
               IF STRATUM-IDX = 1
                   MOVE "MATERIAL" TO CNF03-REPORT-LINE (1:8)
               ELSE
                   MOVE "RANDOM" TO CNF03-REPORT-LINE (1:8)
               END-IF
               MOVE EDITED-SAMPLED-BAL TO CNF03-REPORT-LINE (10:18)
               MOVE EDITED-AGREED-BAL TO CNF03-REPORT-LINE (30:18)
               WRITE CNF03-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO CNF03-REPORT-LINE.
           STRING "DISPUTES " DISPUTES-SEEN
                  "  EXPLAINED " DISPUTES-EXPLAINED
                  "  NOT EXPLAINED " DISPUTES-UNEXPLAINED
               DELIMITED BY SIZE INTO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
           IF DISPUTES-NOT-RECONCILED > 0
               MOVE SPACES TO CNF03-REPORT-LINE
               STRING "*** " DISPUTES-NOT-RECONCILED
                      " DISPUTES NOT RECONCILED - FILEDATCLX "
                      "UNAVAILABLE ***"
                   DELIMITED BY SIZE INTO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
           END-IF.
       WRITE-SUMMARY-SECTION-EXIT.
           EXIT.

      * A second pass lists every account the replies have not
      * confirmed, for the auditors' alternative procedures.
       WRITE-ALTERNATIVE-SECTION.
           IF CNF03RPT-STATUS = "00"
               MOVE SPACES TO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
               MOVE "ACCOUNTS FOR ALTERNATIVE PROCEDURES"
                 TO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
           END-IF.
           MOVE 'N' TO REQUESTS-DONE-SW.
           MOVE AUDIT-DATE TO BALCONF-AUDIT-DATE.
           MOVE LOW-VALUES TO BALCONF-ACCT-NBR.
           START BALCONF-FILE
               KEY IS NOT LESS THAN BALCONF-KEY
               INVALID KEY
                   MOVE 'Y' TO REQUESTS-DONE-SW
           END-START.
           PERFORM UNTIL REQUESTS-DONE
               READ BALCONF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO REQUESTS-DONE-SW
               END-READ
               IF NOT REQUESTS-DONE
                   IF BALCONF-AUDIT-DATE NOT = AUDIT-DATE
                       MOVE 'Y' TO REQUESTS-DONE-SW
                   ELSE
                       PERFORM LIST-IF-UNCONFIRMED
                   END-IF
               END-IF
           END-PERFORM.
           IF CNF03RPT-STATUS = "00"
               MOVE SPACES TO CNF03-REPORT-LINE
               STRING "ACCOUNTS LISTED " ALTERNATIVE-COUNT
                   DELIMITED BY SIZE INTO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF BALCONF-FILE-OPEN
               CLOSE BALCONF-FILE
           END-IF.
           IF FILEDATCLX-OPEN
               CLOSE FILEDATCLT-INDEXED
           END-IF.
           IF CNF03RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
               CLOSE CNF03-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       WORK-ONE-REQUEST.
           ADD 1 TO REQUESTS-READ.
           IF REQUESTS-READ = 1
               MOVE BALCONF-SEED TO DRAW-SEED
               MOVE BALCONF-MATERIALITY TO MATERIALITY
               MOVE BALCONF-PER-STRATUM TO PER-STRATUM
           END-IF.
           MOVE 'N' TO RECORD-CHANGED-SW.
           IF FINAL-RUN AND BALCONF-AWAITING AND
              BALCONF-SENT-DATE > 0
               MOVE 'N' TO BALCONF-REPLY
               MOVE BUSINESS-DATE-NUM TO BALCONF-REPLY-DATE
               MOVE "CNF03" TO BALCONF-RECORDED-BY
               ADD 1 TO CLOSED-NO-REPLY
               MOVE 'Y' TO RECORD-CHANGED-SW
           END-IF.
           IF BALCONF-DISPUTED
               ADD 1 TO DISPUTES-SEEN
               PERFORM RECONCILE-THE-DISPUTE THRU
                   RECONCILE-THE-DISPUTE-EXIT
           END-IF.
           IF RECORD-CHANGED
               REWRITE BALCONF-REC
                   INVALID KEY
                       DISPLAY "CNF03: REWRITE BALCONF-FILE - "
                               "status " BALCONF-STATUS
                       MOVE 16 TO RUN-SEVERITY
               END-REWRITE
           END-IF.
           PERFORM ADD-TO-SUMMARY.

      * The customer's figure less ours; the account's activity
      * in the window is listed and tested against it.
       RECONCILE-THE-DISPUTE.
           CALL "MASKACCT" USING BALCONF-ACCT-NBR MASKED-ACCT.
           COMPUTE BALCONF-DIFFERENCE =
               BALCONF-STATED-BAL - BALCONF-BALANCE.
           IF BALCONF-DIFFERENCE < 0
               COMPUTE ABS-DIFFERENCE = 0 - BALCONF-DIFFERENCE
           ELSE
               MOVE BALCONF-DIFFERENCE TO ABS-DIFFERENCE
           END-IF.
           MOVE 'Y' TO RECORD-CHANGED-SW.
           PERFORM WRITE-DISPUTE-HEADING THRU
               WRITE-DISPUTE-HEADING-EXIT.
           IF NOT FILEDATCLX-OPEN
               ADD 1 TO DISPUTES-NOT-RECONCILED
               MOVE SPACE TO BALCONF-RECON-STATE
               IF CNF03RPT-STATUS = "00"
                   MOVE "    *** NOT RECONCILED - NO ACTIVITY FILE ***"
                     TO CNF03-REPORT-LINE
                   WRITE CNF03-REPORT-LINE
               END-IF
               GO TO RECONCILE-THE-DISPUTE-EXIT
           END-IF.
           MOVE 0 TO WINDOW-ITEMS.
           MOVE 0 TO AFTER-DATE-ITEMS.
           MOVE 0 TO AFTER-DATE-TOTAL.
           MOVE 'N' TO MATCHED-ITEM-SW.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE SPACES TO FILEDATCLT-IDX-KEY.
           MOVE BALCONF-ACCT-NBR TO FILEDATCLT-IDX-KEY (1:10).
           MOVE "0000" TO FILEDATCLT-IDX-KEY (11:4).
           START FILEDATCLT-INDEXED
               KEY IS NOT LESS THAN FILEDATCLT-IDX-KEY
               INVALID KEY
                   MOVE 'Y' TO BROWSE-DONE-SW
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ FILEDATCLT-INDEXED NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-DONE-SW
               END-READ
               IF NOT BROWSE-DONE
                   IF FILEDATCLT-IDX-KEY (1:10) NOT =
                          BALCONF-ACCT-NBR
                       MOVE 'Y' TO BROWSE-DONE-SW
                   ELSE
                       MOVE FILEDATCLT-IDX-REC TO FILEDATCLT-REC
                       PERFORM TEST-ONE-ITEM THRU TEST-ONE-ITEM-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE BUSINESS-DATE-NUM TO BALCONF-RECON-DATE.
           EVALUATE TRUE
               WHEN AFTER-DATE-ITEMS > 0 AND
                    AFTER-DATE-TOTAL = BALCONF-DIFFERENCE
                   MOVE 'E' TO BALCONF-RECON-STATE
                   ADD 1 TO DISPUTES-EXPLAINED
                   MOVE SPACES TO CNF03-REPORT-LINE
                   STRING "    EXPLAINED - " AFTER-DATE-ITEMS
                          " ITEMS POSTED AFTER THE AUDIT DATE"
                       DELIMITED BY SIZE INTO CNF03-REPORT-LINE
               WHEN MATCHED-ITEM
                   MOVE 'E' TO BALCONF-RECON-STATE
                   ADD 1 TO DISPUTES-EXPLAINED
                   MOVE SPACES TO CNF03-REPORT-LINE
                   STRING "    EXPLAINED - ITEM " MATCHED-DATE
                          " SEQ " MATCHED-SEQ
                          " IS THE DIFFERENCE"
                       DELIMITED BY SIZE INTO CNF03-REPORT-LINE
               WHEN OTHER
                   MOVE 'U' TO BALCONF-RECON-STATE
                   ADD 1 TO DISPUTES-UNEXPLAINED
                   IF RUN-SEVERITY < 4
                       MOVE 4 TO RUN-SEVERITY
                   END-IF
                   MOVE "    *** NOT EXPLAINED - REFER TO THE AUDITORS"
                     TO CNF03-REPORT-LINE
           END-EVALUATE.
           IF CNF03RPT-STATUS = "00"
               WRITE CNF03-REPORT-LINE
           END-IF.
       RECONCILE-THE-DISPUTE-EXIT.
           EXIT.

       WRITE-DISPUTE-HEADING.
           IF CNF03RPT-STATUS NOT = "00"
               GO TO WRITE-DISPUTE-HEADING-EXIT
           END-IF.
           IF NOT DISPUTE-HEADING-DONE
               MOVE SPACES TO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
               MOVE "DISPUTED CONFIRMATIONS" TO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
               MOVE 'Y' TO DISPUTE-HEADING-SW
           END-IF.
           MOVE SPACES TO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
           MOVE SPACES TO CNF03-REPORT-LINE.
           STRING MASKED-ACCT " " BALCONF-NAME " "
                  BALCONF-ENTITY " " BALCONF-CURRENCY
               DELIMITED BY SIZE INTO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
           MOVE BALCONF-BALANCE TO EDITED-BALANCE.
           MOVE BALCONF-STATED-BAL TO EDITED-STATED.
           MOVE BALCONF-DIFFERENCE TO EDITED-DIFFERENCE.
           MOVE SPACES TO CNF03-REPORT-LINE.
           STRING "  OURS " EDITED-BALANCE
                  " STATED " EDITED-STATED
                  " DIFF " EDITED-DIFFERENCE
               DELIMITED BY SIZE INTO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
           MOVE SPACES TO CNF03-REPORT-LINE.
           STRING "  CUSTOMER NOTE: " BALCONF-REPLY-NOTE
               DELIMITED BY SIZE INTO CNF03-REPORT-LINE.
           WRITE CNF03-REPORT-LINE.
       WRITE-DISPUTE-HEADING-EXIT.
           EXIT.

      * Data records only, and only those dated in the window.
       TEST-ONE-ITEM.
           IF FILEDATCLT-CONTROL-REC
               GO TO TEST-ONE-ITEM-EXIT
           END-IF.
           MOVE FILEDATCLT-DATE TO ITEM-DATE.
           IF ITEM-DATE IS NOT NUMERIC OR ITEM-DATE < PERIOD-FROM
               GO TO TEST-ONE-ITEM-EXIT
           END-IF.
           MOVE ITEM-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           IF SERIAL-RESULT > CUTOFF-SERIAL
               GO TO TEST-ONE-ITEM-EXIT
           END-IF.
           ADD 1 TO WINDOW-ITEMS.
           MOVE SPACES TO ITEM-MARKER.
           IF ITEM-DATE > AUDIT-DATE
               ADD 1 TO AFTER-DATE-ITEMS
               ADD FILEDATCLT-AMOUNT TO AFTER-DATE-TOTAL
               MOVE "AFTER AUDIT DATE" TO ITEM-MARKER
           END-IF.
           IF FILEDATCLT-AMOUNT < 0
               COMPUTE ABS-ITEM-AMOUNT = 0 - FILEDATCLT-AMOUNT
           ELSE
               MOVE FILEDATCLT-AMOUNT TO ABS-ITEM-AMOUNT
           END-IF.
           IF ABS-ITEM-AMOUNT = ABS-DIFFERENCE AND
              ABS-DIFFERENCE > 0 AND NOT MATCHED-ITEM
               MOVE 'Y' TO MATCHED-ITEM-SW
               MOVE ITEM-DATE TO MATCHED-DATE
               MOVE FILEDATCLT-SEQ-NBR TO MATCHED-SEQ
           END-IF.
           IF CNF03RPT-STATUS = "00"
               MOVE ITEM-DATE TO DATE-TO-PRINT
               PERFORM EDIT-PRINT-DATE
               MOVE FILEDATCLT-AMOUNT TO EDITED-ITEM
               MOVE SPACES TO CNF03-REPORT-LINE
               STRING "    " PRINT-DATE " SEQ " FILEDATCLT-SEQ-NBR
                      " " EDITED-ITEM " "
                      FILEDATCLT-CURRENCY-CODE " " ITEM-MARKER
                   DELIMITED BY SIZE INTO CNF03-REPORT-LINE
               WRITE CNF03-REPORT-LINE
           END-IF.
       TEST-ONE-ITEM-EXIT.
           EXIT.

      * Each request lands in one column: not mailed, agreed,
      * disputed (explained or not), no reply, or awaiting.
       ADD-TO-SUMMARY.
           PERFORM FIND-ENTITY-ROW.
           IF BALCONF-MATERIAL
               MOVE 1 TO STRATUM-IDX
           ELSE
               MOVE 2 TO STRATUM-IDX
           END-IF.
           MOVE ENTITY-SLOT TO ENTITY-IDX.
           IF ENTITY-IDX > 0
               PERFORM ADD-TO-SUMMARY-CELL
           END-IF.
           MOVE 11 TO ENTITY-IDX.
           PERFORM ADD-TO-SUMMARY-CELL.

       ADD-TO-SUMMARY-CELL.
           ADD 1 TO SUM-SAMPLED (ENTITY-IDX STRATUM-IDX).
           ADD BALCONF-BALANCE TO
               SUM-SAMPLED-BAL (ENTITY-IDX STRATUM-IDX).
           EVALUATE TRUE
               WHEN BALCONF-SENT-DATE = 0 AND BALCONF-AWAITING
                   ADD 1 TO SUM-NOT-MAILED (ENTITY-IDX STRATUM-IDX)
               WHEN BALCONF-AGREED
                   ADD 1 TO SUM-AGREED (ENTITY-IDX STRATUM-IDX)
                   ADD BALCONF-BALANCE TO
                       SUM-AGREED-BAL (ENTITY-IDX STRATUM-IDX)
               WHEN BALCONF-DISPUTED AND BALCONF-EXPLAINED
                   ADD 1 TO SUM-EXPLAINED (ENTITY-IDX STRATUM-IDX)
               WHEN BALCONF-DISPUTED
                   ADD 1 TO
                       SUM-UNEXPLAINED (ENTITY-IDX STRATUM-IDX)
               WHEN BALCONF-NO-REPLY
                   ADD 1 TO SUM-NO-REPLY (ENTITY-IDX STRATUM-IDX)
               WHEN OTHER
                   ADD 1 TO SUM-AWAITING (ENTITY-IDX STRATUM-IDX)
           END-EVALUATE.

       FIND-ENTITY-ROW.
           MOVE 0 TO ENTITY-SLOT.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               IF SUM-ENTITY (ENTITY-IDX) = BALCONF-ENTITY
                   MOVE ENTITY-IDX TO ENTITY-SLOT
               END-IF
           END-PERFORM.
           IF ENTITY-SLOT = 0
               IF ENTITY-COUNT < 10
                   ADD 1 TO ENTITY-COUNT
                   MOVE ENTITY-COUNT TO ENTITY-SLOT
                   MOVE BALCONF-ENTITY TO SUM-ENTITY (ENTITY-SLOT)
               ELSE
                   MOVE 'Y' TO ENTITY-OVERFLOW-SW
               END-IF
           END-IF.

      * Response rate is the replies over the requests mailed.
       WRITE-SUMMARY-CELL.
           IF STRATUM-IDX = 1
               MOVE "M" TO STRATUM-LETTER
           ELSE
               MOVE "R" TO STRATUM-LETTER
           END-IF.
           COMPUTE RESPONSES =
               SUM-AGREED (ENTITY-IDX STRATUM-IDX)
             + SUM-EXPLAINED (ENTITY-IDX STRATUM-IDX)
             + SUM-UNEXPLAINED (ENTITY-IDX STRATUM-IDX).
           COMPUTE MAILED-COUNT =
               SUM-SAMPLED (ENTITY-IDX STRATUM-IDX)
             - SUM-NOT-MAILED (ENTITY-IDX STRATUM-IDX).
           MOVE 0 TO RESPONSE-PCT.
           IF MAILED-COUNT > 0
               COMPUTE RESPONSE-PCT ROUNDED =
                   RESPONSES * 100 / MAILED-COUNT
           END-IF.
           MOVE SUM-SAMPLED (ENTITY-IDX STRATUM-IDX) TO
                EDITED-CELL-1.
           MOVE SUM-NOT-MAILED (ENTITY-IDX STRATUM-IDX) TO
                EDITED-CELL-2.
           MOVE SUM-AGREED (ENTITY-IDX STRATUM-IDX) TO
                EDITED-CELL-3.
           MOVE SUM-EXPLAINED (ENTITY-IDX STRATUM-IDX) TO
                EDITED-CELL-4.
           MOVE SUM-UNEXPLAINED (ENTITY-IDX STRATUM-IDX) TO
                EDITED-CELL-5.
           MOVE SUM-NO-REPLY (ENTITY-IDX STRATUM-IDX) TO
                EDITED-CELL-6.
           MOVE SUM-AWAITING (ENTITY-IDX STRATUM-IDX) TO
                EDITED-CELL-7.
           MOVE RESPONSE-PCT TO EDITED-PCT.
           MOVE STRATUM-LETTER TO CNF03-REPORT-LINE (5:1).
           MOVE EDITED-CELL-1 TO CNF03-REPORT-LINE (8:5).
           MOVE EDITED-CELL-2 TO CNF03-REPORT-LINE (14:5).
           MOVE EDITED-CELL-3 TO CNF03-REPORT-LINE (20:5).
           MOVE EDITED-CELL-4 TO CNF03-REPORT-LINE (26:5).
           MOVE EDITED-CELL-5 TO CNF03-REPORT-LINE (32:5).
           MOVE EDITED-CELL-6 TO CNF03-REPORT-LINE (38:5).
           MOVE EDITED-CELL-7 TO CNF03-REPORT-LINE (44:5).
           MOVE EDITED-PCT TO CNF03-REPORT-LINE (50:6).
           WRITE CNF03-REPORT-LINE.

       LIST-IF-UNCONFIRMED.
           EVALUATE TRUE
               WHEN BALCONF-SENT-DATE = 0 AND BALCONF-AWAITING
                   MOVE "NOT MAILED" TO STATUS-WORDS
               WHEN BALCONF-NO-REPLY
                   MOVE "NO REPLY" TO STATUS-WORDS
               WHEN BALCONF-DISPUTED AND NOT BALCONF-EXPLAINED
                   MOVE "DISPUTE UNEXPLAINED" TO STATUS-WORDS
               WHEN OTHER
                   MOVE SPACES TO STATUS-WORDS
           END-EVALUATE.
           IF STATUS-WORDS NOT = SPACES
               ADD 1 TO ALTERNATIVE-COUNT
               IF CNF03RPT-STATUS = "00"
                   CALL "MASKACCT" USING BALCONF-ACCT-NBR
                                         MASKED-ACCT
                   MOVE BALCONF-BALANCE TO EDITED-BALANCE
                   MOVE SPACES TO CNF03-REPORT-LINE
                   STRING MASKED-ACCT " " BALCONF-NAME (1:20) " "
                          BALCONF-ENTITY " " BALCONF-STRATUM
                          EDITED-BALANCE " " STATUS-WORDS
                       DELIMITED BY SIZE INTO CNF03-REPORT-LINE
                   WRITE CNF03-REPORT-LINE
               END-IF
           END-IF.

       EDIT-PRINT-DATE.
           MOVE DATE-TO-PRINT-CCYY TO PRINT-DATE-CCYY.
           MOVE DATE-TO-PRINT-MM TO PRINT-DATE-MM.
           MOVE DATE-TO-PRINT-DD TO PRINT-DATE-DD.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="CNF03"==.
