       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNF01.
      *--------------------------------------------------
      * EXTERNAL-AUDIT BALANCE CONFIRMATION SAMPLE. EACH YEAR
      * THE AUDITORS ASK US TO CONFIRM BALANCES WITH A SAMPLE OF
      * ACCOUNT HOLDERS; THE SAMPLE WAS PICKED BY HAND FROM AN
      * ACCTMST PRINTOUT AND THE LETTERS MAIL-MERGED. CNF01
      * DRAWS A STRATIFIED SAMPLE FROM ACCTMST AS AT THE AUDIT
      * DATE ON CNF01PM:
      *   EVERY ACCOUNT WHOSE BALANCE (EITHER SIGN, IN BASE
      *   EQUIVALENT) IS AT OR OVER THE MATERIALITY THRESHOLD,
      *   AND BELOW IT A RANDOM SELECTION OF THE CARD'S NUMBER OF
      *   ACCOUNTS WITHIN EACH ENTITY AND BALANCE BAND (REG01'S
      *   BANDS), DRAWN WITH SYN01'S SEEDED GENERATOR. THE SEED -
      *   THE CARD'S, OR ONE TAKEN FROM THE CLOCK - IS RECORDED
      *   WITH THE SAMPLE SO THE SAME DRAW CAN BE MADE AGAIN.
      * THE BALANCE AS AT A PAST AUDIT DATE IS TAKEN FROM THE
      * BALHIST HISTORY THE WAY BHS02 QUOTES IT: AN ACCOUNT NOT
      * MOVED SINCE THE DATE STILL HOLDS ITS MASTER BALANCE,
      * OTHERWISE THE LAST HISTORY RECORD ON OR BEFORE THE DATE,
      * OR FAILING THAT THE OPENING OF THE FIRST ONE AFTER IT.
      * ACCOUNTS OPENED AFTER THE DATE, AND CLOSED ACCOUNTS WITH
      * NOTHING ON THEM AT THE DATE, ARE NOT IN THE POPULATION.
      * CNF01PM MODE:
      *   DRAW   WRITES A BALCONF RECORD PER SAMPLED ACCOUNT AND A
      *   PRINT-READY CONFIRMATION REQUEST ON CNF01LTR (NAME FROM
      *   ACCTREF, ADDRESS FROM ADDRMST, BODY FROM THE LTRTMPL
      *   CARDS FOR EVENT BALCONF - WITH A STANDARD BODY WHEN
      *   THERE ARE NONE). AN ACCOUNT WITH NO ADDRESS OR WITH
      *   RETURNED MAIL STAYS IN THE SAMPLE BUT IS LISTED FOR THE
      *   AUDITORS' ALTERNATIVE PROCEDURES INSTEAD OF MAILED. AN
      *   AUDIT DATE ALREADY DRAWN IS NOT DRAWN AGAIN (RC 16);
      *   CHECK  DRAWS AGAIN WITH THE SEED, THRESHOLD AND STRATUM
      *   SIZE RECORDED ON BALCONF AND PROVES THE SAME ACCOUNTS
      *   COME OUT, WRITING NOTHING (RC 8 IF THEY DO NOT).
      * CNF01RPT SHOWS THE DRAW'S PARAMETERS, EACH STRATUM'S
      * POPULATION AGAINST ITS SAMPLE, AND THE COVERAGE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNF01-PARMCARD ASSIGN TO CNF01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNF01PM-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT BALHIST-FILE ASSIGN TO BALHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BALHIST-KEY
                  FILE STATUS   IS BALHIST-STATUS.

           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT ADDRMST-FILE ASSIGN TO ADDRMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ADDRMST-ACCT-NBR
                  FILE STATUS   IS ADDRMST-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO LTRTMPL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LTRTMPL-STATUS.

           SELECT BALCONF-FILE ASSIGN TO BALCONF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BALCONF-KEY
                  FILE STATUS   IS BALCONF-STATUS.

           SELECT PRINT-FILE ASSIGN TO CNF01LTR
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNF01LTR-STATUS.

           SELECT CNF01-REPORT ASSIGN TO CNF01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNF01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CNF01-PARMCARD.
       01  CNF01PM-REC.
           05  CNF01PM-MODE             PIC X(5).
           05  FILLER                   PIC X.
           05  CNF01PM-AUDIT-DATE       PIC 9(8).
           05  FILLER                   PIC X.
           05  CNF01PM-MATERIALITY      PIC 9(11).
           05  FILLER                   PIC X.
           05  CNF01PM-PER-STRATUM      PIC 9(3).
           05  FILLER                   PIC X.
           05  CNF01PM-SEED             PIC 9(5).
           05  FILLER                   PIC X(44).

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  BALHIST-FILE.
           COPY "balhist.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  ADDRMST-FILE.
           COPY "addrmst.cpy".

      * The LTR01 template cards; only event BALCONF is used.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC.
           05  TEMPLATE-EVENT           PIC X(8).
           05  TEMPLATE-MERGE           PIC X.
           05  FILLER                   PIC X.
           05  TEMPLATE-TEXT            PIC X(60).
           05  FILLER                   PIC X(10).

       FD  BALCONF-FILE.
           COPY "balconf.cpy".

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

       FD  CNF01-REPORT.
       01  CNF01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.

       01  CNF01PM-STATUS.
           05  CNF01PM-STATUS-L         PIC X.
           05  CNF01PM-STATUS-R         PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  BALHIST-STATUS.
           05  BALHIST-STATUS-L         PIC X.
           05  BALHIST-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ADDRMST-STATUS.
           05  ADDRMST-STATUS-L         PIC X.
           05  ADDRMST-STATUS-R         PIC X.
       01  LTRTMPL-STATUS.
           05  LTRTMPL-STATUS-L         PIC X.
           05  LTRTMPL-STATUS-R         PIC X.
       01  BALCONF-STATUS.
           05  BALCONF-STATUS-L         PIC X.
           05  BALCONF-STATUS-R         PIC X.
       01  CNF01LTR-STATUS.
           05  CNF01LTR-STATUS-L        PIC X.
           05  CNF01LTR-STATUS-R        PIC X.
       01  CNF01RPT-STATUS.
           05  CNF01RPT-STATUS-L        PIC X.
           05  CNF01RPT-STATUS-R        PIC X.

       01  RUN-MODE                     PIC X(5)    VALUE "DRAW ".
           88  DRAW-MODE                             VALUE "DRAW ".
           88  CHECK-MODE                            VALUE "CHECK".
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  AUDIT-DATE                   PIC 9(8)    VALUE 0.
       01  MATERIALITY                  PIC 9(11)   VALUE 100000.
       01  PER-STRATUM                  PIC 9(3)    VALUE 5.
       01  CLOCK-TIME                   PIC 9(8).

       01  BALHIST-OPEN-SW              PIC X       VALUE 'N'.
           88  BALHIST-OPEN                          VALUE 'Y'.
       01  ACCTREF-OPEN-SW              PIC X       VALUE 'N'.
           88  ACCTREF-OPEN                          VALUE 'Y'.
       01  ADDRMST-OPEN-SW              PIC X       VALUE 'N'.
           88  ADDRMST-OPEN                          VALUE 'Y'.
       01  BALCONF-OPEN-SW              PIC X       VALUE 'N'.
           88  BALCONF-FILE-OPEN                     VALUE 'Y'.
       01  DRAW-READY-SW                PIC X       VALUE 'Y'.
           88  DRAW-READY                            VALUE 'Y'.
       01  SAMPLE-PASS                  PIC 9.

      * The random generator SYN01 draws with, so the same seed
      * always draws the same sample.
       01  RANDOM-SEED                  PIC 9(9)    VALUE 0.
       01  DRAW-SEED                    PIC 9(5)    VALUE 0.
       01  RANDOM-WORK                  PIC 9(18).
       01  RANDOM-QUOTIENT              PIC 9(18).
       01  RANDOM-VALUE                 PIC 9(5).
       01  RANDOM-PICK                  PIC 9(7).

      * The account being looked at, as at the audit date.
       01  AS-AT-BALANCE                PIC S9(11)V99.
       01  BASE-AS-AT                   PIC S9(11)V99.
       01  ABS-BASE-AS-AT               PIC 9(11)V99.
       01  AS-AT-FOUND-SW               PIC X.
           88  AS-AT-FOUND                           VALUE 'Y'.
       01  HISTORY-DONE-SW              PIC X.
           88  HISTORY-DONE                          VALUE 'Y'.
       01  ACCOUNT-ELIGIBLE-SW          PIC X.
           88  ACCOUNT-ELIGIBLE                      VALUE 'Y'.
       01  ACCOUNT-MATERIAL-SW          PIC X.
           88  ACCOUNT-MATERIAL                      VALUE 'Y'.
       01  ACCOUNT-PICKED-SW            PIC X.
           88  ACCOUNT-PICKED                        VALUE 'Y'.
       01  ACCOUNT-BAND                 PIC 99.
       01  ACCOUNT-NAME                 PIC X(30).
       01  MASKED-ACCT                  PIC X(10).

       01  BAND-NAME-VALUES.
           05  FILLER                   PIC X(12)   VALUE "OVERDRAWN".
           05  FILLER                   PIC X(12)   VALUE "UNDER 1K".
           05  FILLER                   PIC X(12)   VALUE "1K TO 10K".
           05  FILLER                   PIC X(12)   VALUE "10K TO 100K".
           05  FILLER                   PIC X(12)   VALUE "100K TO 1M".
           05  FILLER                   PIC X(12)   VALUE "1M AND OVER".
       01  FILLER REDEFINES BAND-NAME-VALUES.
           05  BAND-NAME OCCURS 6 TIMES PIC X(12).

      * Strata: one row per entity as met on the master, six
      * bands each. The material accounts are kept apart.
       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  STRATUM-TABLE.
           05  STRATUM-ENTITY-ROW OCCURS 10 TIMES.
               10  STRATUM-ENTITY       PIC X(3).
               10  STRATUM-BAND-CELL OCCURS 6 TIMES.
                   15  STRATUM-POPULATION  PIC 9(7).
                   15  STRATUM-POP-BAL     PIC 9(13)V99.
                   15  STRATUM-SEEN        PIC 9(7).
                   15  STRATUM-TARGET      PIC 9(3).
                   15  STRATUM-PICKED      PIC 9(3).
                   15  STRATUM-PICKED-BAL  PIC 9(13)V99.
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SLOT                  PIC 99.
       01  BAND-IDX                     PIC 99.
       01  ENTITY-OVERFLOW-SW           PIC X       VALUE 'N'.
           88  ENTITY-OVERFLOW                       VALUE 'Y'.
       01  STILL-NEEDED                 PIC 9(3).
       01  STILL-REMAINING              PIC 9(7).

       01  TEMPLATE-COUNT               PIC 99      VALUE 0.
       01  TEMPLATE-TABLE.
           05  TEMPLATE-ENTRY OCCURS 40 TIMES.
               10  TMPL-MERGE           PIC X.
               10  TMPL-TEXT            PIC X(60).
       01  TEMPLATE-IDX                 PIC 99.
       01  LINE-IDX                     PIC 9.
       01  TEXT-LEN                     PIC 99.
       01  LEAD-SPACES                  PIC 99.
       01  MERGE-VALUE                  PIC X(30).
       01  BANNER-ROW                   PIC X(80)   VALUE ALL "-".
       01  LETTER-NBR                   PIC 9(5)    VALUE 0.
       01  MAIL-SW                      PIC X.
           88  MAIL-THE-LETTER                       VALUE 'Y'.
       01  NOT-MAILED-REASON            PIC X(14).

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
       01  LETTER-DATE-PRINT            PIC X(10).
       01  AUDIT-DATE-PRINT             PIC X(10).

       01  ACCOUNTS-READ                PIC 9(7)    VALUE 0.
       01  ACCOUNTS-ELIGIBLE            PIC 9(7)    VALUE 0.
       01  ACCOUNTS-NO-HISTORY          PIC 9(7)    VALUE 0.
       01  MATERIAL-POPULATION          PIC 9(7)    VALUE 0.
       01  MATERIAL-BAL                 PIC 9(13)V99 VALUE 0.
       01  SAMPLED-COUNT                PIC 9(7)    VALUE 0.
       01  SAMPLED-BAL                  PIC 9(13)V99 VALUE 0.
       01  POPULATION-BAL               PIC 9(13)V99 VALUE 0.
       01  LETTERS-PRINTED              PIC 9(7)    VALUE 0.
       01  NOT-MAILED-COUNT             PIC 9(7)    VALUE 0.
       01  CHECK-AGREED                 PIC 9(7)    VALUE 0.
       01  CHECK-DIFFERENT              PIC 9(7)    VALUE 0.
       01  ON-FILE-COUNT                PIC 9(7)    VALUE 0.
       01  COVERAGE-PCT                 PIC 9(3)V99 VALUE 0.
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-POP-BAL               PIC Z(12)9.99.
       01  EDITED-SAMPLE-BAL            PIC Z(12)9.99.
       01  EDITED-PCT                   PIC ZZ9.99.
       01  EDITED-MATERIALITY           PIC Z(10)9.
       01  PRINT-ENTITY                 PIC X(3).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "CNF01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO AUDIT-DATE.
           PERFORM GET-PARM-CARD.
           MOVE BUSINESS-DATE-NUM TO DATE-TO-PRINT.
           PERFORM EDIT-PRINT-DATE.
           MOVE PRINT-DATE TO LETTER-DATE-PRINT.
           MOVE AUDIT-DATE TO DATE-TO-PRINT.
           PERFORM EDIT-PRINT-DATE.
           MOVE PRINT-DATE TO AUDIT-DATE-PRINT.
           PERFORM OPEN-THE-FILES.
           PERFORM SETTLE-THE-DRAW.
           IF DRAW-READY
               PERFORM LOAD-TEMPLATE-CARDS
               MOVE 1 TO SAMPLE-PASS
               PERFORM PASS-THE-MASTER
               PERFORM SET-STRATUM-TARGETS
               MOVE 2 TO SAMPLE-PASS
               PERFORM PASS-THE-MASTER
               PERFORM WRITE-STRATUM-SECTION THRU
                   WRITE-STRATUM-SECTION-EXIT
               IF CHECK-MODE
                   PERFORM WRITE-CHECK-SECTION
               END-IF
           END-IF.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "CNF01: mode " RUN-MODE " audit date " AUDIT-DATE
                   " seed " DRAW-SEED.
           DISPLAY "CNF01: population= " ACCOUNTS-ELIGIBLE
                   " sampled= " SAMPLED-COUNT
                   " letters= " LETTERS-PRINTED
                   " not mailed= " NOT-MAILED-COUNT.
           CALL "DAYLOG" USING "CNF01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT CNF01-PARMCARD.
           IF CNF01PM-STATUS = "00"
               READ CNF01-PARMCARD
                   AT END MOVE "10" TO CNF01PM-STATUS
               END-READ
               IF CNF01PM-STATUS = "00"
                   IF CNF01PM-MODE = "CHECK"
                       MOVE CNF01PM-MODE TO RUN-MODE
                   END-IF
                   IF CNF01PM-AUDIT-DATE IS NUMERIC AND
                      CNF01PM-AUDIT-DATE > 0
                       MOVE CNF01PM-AUDIT-DATE TO AUDIT-DATE
                   END-IF
                   IF CNF01PM-MATERIALITY IS NUMERIC AND
                      CNF01PM-MATERIALITY > 0
                       MOVE CNF01PM-MATERIALITY TO MATERIALITY
                   END-IF
                   IF CNF01PM-PER-STRATUM IS NUMERIC
                       MOVE CNF01PM-PER-STRATUM TO PER-STRATUM
                   END-IF
                   IF CNF01PM-SEED IS NUMERIC
                       MOVE CNF01PM-SEED TO DRAW-SEED
                   END-IF
               END-IF
               CLOSE CNF01-PARMCARD
           END-IF.

       OPEN-THE-FILES.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "CNF01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'N' TO DRAW-READY-SW
               MOVE 16 TO RUN-SEVERITY
           ELSE
               MOVE 'O' TO ACCTMST-OPEN-FLAG
           END-IF.
           OPEN INPUT BALHIST-FILE.
           IF BALHIST-STATUS = "00"
               MOVE 'Y' TO BALHIST-OPEN-SW
           ELSE
               DISPLAY "CNF01: OPEN BALHIST-FILE - status "
                       BALHIST-STATUS " - only accounts not moved "
                       "since the audit date can be valued"
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-OPEN-SW
           END-IF.
           OPEN INPUT ADDRMST-FILE.
           IF ADDRMST-STATUS = "00"
               MOVE 'Y' TO ADDRMST-OPEN-SW
           ELSE
               DISPLAY "CNF01: OPEN ADDRMST-FILE - status "
                       ADDRMST-STATUS " - no request can be mailed"
           END-IF.
           OPEN I-O BALCONF-FILE.
           IF BALCONF-STATUS = "35" AND DRAW-MODE
               OPEN OUTPUT BALCONF-FILE
               CLOSE BALCONF-FILE
               OPEN I-O BALCONF-FILE
           END-IF.
           IF BALCONF-STATUS = "00"
               MOVE 'Y' TO BALCONF-OPEN-SW
           ELSE
               DISPLAY "CNF01: OPEN BALCONF-FILE - status "
                       BALCONF-STATUS
               MOVE 'N' TO DRAW-READY-SW
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           IF DRAW-MODE
               OPEN OUTPUT PRINT-FILE
               IF CNF01LTR-STATUS NOT = "00"
                   DISPLAY "CNF01: OPEN PRINT-FILE - status "
                           CNF01LTR-STATUS
                   MOVE 'N' TO DRAW-READY-SW
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           OPEN OUTPUT CNF01-REPORT.
           IF CNF01RPT-STATUS NOT = "00"
               DISPLAY "CNF01: OPEN CNF01-REPORT - status "
                       CNF01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO CNF01-REPORT-LINE
               WRITE CNF01-REPORT-LINE
               MOVE SPACES TO CNF01-REPORT-LINE
               STRING "BALANCE CONFIRMATION SAMPLE - " RUN-MODE
                      " - AUDIT DATE " AUDIT-DATE-PRINT
                   DELIMITED BY SIZE INTO CNF01-REPORT-LINE
               WRITE CNF01-REPORT-LINE
           END-IF.

      * A draw is made once per audit date; a check takes its
      * parameters from the draw on file, not from the card.
       SETTLE-THE-DRAW.
           IF NOT DRAW-READY
               DISPLAY "CNF01: files not ready - no sample drawn"
           ELSE
               PERFORM FIND-DRAW-ON-FILE
               IF DRAW-MODE AND ON-FILE-COUNT > 0
                   DISPLAY "CNF01: *** audit date " AUDIT-DATE
                           " already drawn - " ON-FILE-COUNT
                           " requests on file ***"
                   MOVE 'N' TO DRAW-READY-SW
                   MOVE 16 TO RUN-SEVERITY
               END-IF
               IF CHECK-MODE AND ON-FILE-COUNT = 0
                   DISPLAY "CNF01: *** no sample on file for "
                           AUDIT-DATE " - nothing to check ***"
                   MOVE 'N' TO DRAW-READY-SW
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           IF DRAW-READY AND DRAW-MODE AND DRAW-SEED = 0
               ACCEPT CLOCK-TIME FROM TIME
               DIVIDE CLOCK-TIME BY 100000 GIVING RANDOM-QUOTIENT
                   REMAINDER DRAW-SEED
               IF DRAW-SEED = 0
                   MOVE 12345 TO DRAW-SEED
               END-IF
           END-IF.
           MOVE DRAW-SEED TO RANDOM-SEED.
           IF CNF01RPT-STATUS = "00"
               MOVE MATERIALITY TO EDITED-MATERIALITY
               MOVE SPACES TO CNF01-REPORT-LINE
               STRING "MATERIALITY " EDITED-MATERIALITY
                      "  RANDOM PER STRATUM " PER-STRATUM
                      "  SEED " DRAW-SEED
                   DELIMITED BY SIZE INTO CNF01-REPORT-LINE
               WRITE CNF01-REPORT-LINE
               IF NOT DRAW-READY
                   MOVE "*** NO SAMPLE DRAWN - SEE JOB LOG ***"
                       TO CNF01-REPORT-LINE
                   WRITE CNF01-REPORT-LINE
               END-IF
           END-IF.

       LOAD-TEMPLATE-CARDS.
           MOVE 0 TO TEMPLATE-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF LTRTMPL-STATUS = "00"
               PERFORM UNTIL LTRTMPL-STATUS NOT = "00"
                   READ TEMPLATE-FILE
                       AT END MOVE "10" TO LTRTMPL-STATUS
                   END-READ
                   IF LTRTMPL-STATUS = "00" AND
                      TEMPLATE-EVENT = "BALCONF " AND
                      TEMPLATE-COUNT < 40
                       ADD 1 TO TEMPLATE-COUNT
                       MOVE TEMPLATE-MERGE TO
                            TMPL-MERGE (TEMPLATE-COUNT)
                       MOVE TEMPLATE-TEXT TO
                            TMPL-TEXT (TEMPLATE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.
           IF TEMPLATE-COUNT = 0
               PERFORM LOAD-STANDARD-BODY
           END-IF.

      * Pass 1 counts each stratum's population; pass 2 draws
      * from it, so every account in a stratum has the same
      * chance of selection.
       PASS-THE-MASTER.
           MOVE 'N' TO ACCTMST-EOF.
           MOVE LOW-VALUES TO ACCTMST-ACCT-NBR.
           START ACCTMST-FILE
               KEY IS NOT LESS THAN ACCTMST-ACCT-NBR
               INVALID KEY
                   MOVE 'Y' TO ACCTMST-EOF
           END-START.
           PERFORM READ-ACCTMST.
           PERFORM UNTIL ACCTMST-EOF-YES
               IF SAMPLE-PASS = 1
                   ADD 1 TO ACCOUNTS-READ
               END-IF
               PERFORM VALUE-THE-ACCOUNT THRU
                   VALUE-THE-ACCOUNT-EXIT
               IF ACCOUNT-ELIGIBLE
                   IF SAMPLE-PASS = 1
                       PERFORM COUNT-THE-ACCOUNT
                   ELSE
                       PERFORM DRAW-THE-ACCOUNT
                   END-IF
               END-IF
               PERFORM READ-ACCTMST
           END-PERFORM.

      * Each stratum draws the card's number of accounts, or all
      * of them when it holds fewer.
       SET-STRATUM-TARGETS.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM VARYING BAND-IDX FROM 1 BY 1
                       UNTIL BAND-IDX > 6
                   IF STRATUM-POPULATION (ENTITY-IDX, BAND-IDX) <
                          PER-STRATUM
                       MOVE STRATUM-POPULATION
                                (ENTITY-IDX, BAND-IDX) TO
                            STRATUM-TARGET (ENTITY-IDX, BAND-IDX)
                   ELSE
                       MOVE PER-STRATUM TO
                            STRATUM-TARGET (ENTITY-IDX, BAND-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-STRATUM-SECTION.
           IF CNF01RPT-STATUS NOT = "00"
               GO TO WRITE-STRATUM-SECTION-EXIT
           END-IF.
           MOVE SPACES TO CNF01-REPORT-LINE.
           WRITE CNF01-REPORT-LINE.
           MOVE "ENT BAND           ACCTS    POPULATION BAL SMP"
             TO CNF01-REPORT-LINE.
           MOVE "SAMPLE BAL" TO CNF01-REPORT-LINE (53:10).
           WRITE CNF01-REPORT-LINE.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM VARYING BAND-IDX FROM 1 BY 1
                       UNTIL BAND-IDX > 6
                   IF STRATUM-POPULATION (ENTITY-IDX, BAND-IDX) > 0
                       PERFORM WRITE-ONE-STRATUM
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE MATERIAL-BAL TO EDITED-POP-BAL.
           MOVE SPACES TO CNF01-REPORT-LINE.
           STRING "ALL MATERIAL     " MATERIAL-POPULATION
                  " " EDITED-POP-BAL " " MATERIAL-POPULATION (5:3)
               DELIMITED BY SIZE INTO CNF01-REPORT-LINE.
           WRITE CNF01-REPORT-LINE.
           MOVE SPACES TO CNF01-REPORT-LINE.
           WRITE CNF01-REPORT-LINE.
           IF POPULATION-BAL > 0
               COMPUTE COVERAGE-PCT ROUNDED =
                   (SAMPLED-BAL * 100) / POPULATION-BAL
           END-IF.
           MOVE POPULATION-BAL TO EDITED-POP-BAL.
           MOVE SAMPLED-BAL TO EDITED-SAMPLE-BAL.
           MOVE COVERAGE-PCT TO EDITED-PCT.
           MOVE SPACES TO CNF01-REPORT-LINE.
           STRING "POPULATION " ACCOUNTS-ELIGIBLE " ACCOUNTS "
                  EDITED-POP-BAL
               DELIMITED BY SIZE INTO CNF01-REPORT-LINE.
           WRITE CNF01-REPORT-LINE.
           MOVE SPACES TO CNF01-REPORT-LINE.
           STRING "SAMPLED    " SAMPLED-COUNT " ACCOUNTS "
                  EDITED-SAMPLE-BAL "  COVERAGE " EDITED-PCT "%"
               DELIMITED BY SIZE INTO CNF01-REPORT-LINE.
           WRITE CNF01-REPORT-LINE.
           IF DRAW-MODE
               MOVE SPACES TO CNF01-REPORT-LINE
               STRING "REQUESTS PRINTED " LETTERS-PRINTED
                      "  NOT MAILED " NOT-MAILED-COUNT
                   DELIMITED BY SIZE INTO CNF01-REPORT-LINE
               WRITE CNF01-REPORT-LINE
           END-IF.
           IF ACCOUNTS-NO-HISTORY > 0
               MOVE SPACES TO CNF01-REPORT-LINE
               STRING "*** " ACCOUNTS-NO-HISTORY " ACCOUNTS MOVED "
                      "SINCE THE AUDIT DATE WITH NO HISTORY - "
                      "NOT SAMPLED ***"
                   DELIMITED BY SIZE INTO CNF01-REPORT-LINE
               WRITE CNF01-REPORT-LINE
           END-IF.
           IF ENTITY-OVERFLOW
               MOVE "*** MORE THAN 10 ENTITIES - SOME NOT SAMPLED"
                 TO CNF01-REPORT-LINE
               WRITE CNF01-REPORT-LINE
               IF RUN-SEVERITY < 8
                   MOVE 8 TO RUN-SEVERITY
               END-IF
           END-IF.
       WRITE-STRATUM-SECTION-EXIT.
           EXIT.

      * The redraw must name exactly the accounts on file: each
      * one drawn is looked up, and the totals must agree.
       WRITE-CHECK-SECTION.
           COMPUTE CHECK-DIFFERENT = CHECK-DIFFERENT
               + ON-FILE-COUNT - CHECK-AGREED.
           DISPLAY "CNF01: redraw agreed= " CHECK-AGREED
                   " differs= " CHECK-DIFFERENT.
           IF CHECK-DIFFERENT > 0 AND RUN-SEVERITY < 8
               MOVE 8 TO RUN-SEVERITY
           END-IF.
           IF CNF01RPT-STATUS = "00"
               MOVE SPACES TO CNF01-REPORT-LINE
               WRITE CNF01-REPORT-LINE
               MOVE SPACES TO CNF01-REPORT-LINE
               STRING "ON FILE " ON-FILE-COUNT
                      "  REDRAWN AND ON FILE " CHECK-AGREED
                      "  DIFFERENCES " CHECK-DIFFERENT
                   DELIMITED BY SIZE INTO CNF01-REPORT-LINE
               WRITE CNF01-REPORT-LINE
               IF CHECK-DIFFERENT = 0
                   MOVE "SAMPLE REPRODUCED FROM THE RECORDED SEED"
                     TO CNF01-REPORT-LINE
               ELSE
                   MOVE "*** SAMPLE NOT REPRODUCED - ACCOUNTS OR"
                     TO CNF01-REPORT-LINE
                   WRITE CNF01-REPORT-LINE
                   MOVE "    HISTORY CHANGED SINCE THE DRAW ***"
                     TO CNF01-REPORT-LINE
               END-IF
               WRITE CNF01-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF ACCTMST-OPEN-FLAG = 'O'
               CLOSE ACCTMST-FILE
           END-IF.
           IF BALHIST-OPEN
               CLOSE BALHIST-FILE
           END-IF.
           IF ACCTREF-OPEN
               CLOSE ACCTREF-FILE
           END-IF.
           IF ADDRMST-OPEN
               CLOSE ADDRMST-FILE
           END-IF.
           IF BALCONF-FILE-OPEN
               CLOSE BALCONF-FILE
           END-IF.
           IF DRAW-MODE AND CNF01LTR-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF.
           IF CNF01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO CNF01-REPORT-LINE
               WRITE CNF01-REPORT-LINE
               CLOSE CNF01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES

      * Counts the requests already drawn for the audit date and
      * picks up the draw's parameters from the first of them.
       FIND-DRAW-ON-FILE.
           MOVE 0 TO ON-FILE-COUNT.
           MOVE 'N' TO HISTORY-DONE-SW.
           MOVE AUDIT-DATE TO BALCONF-AUDIT-DATE.
           MOVE LOW-VALUES TO BALCONF-ACCT-NBR.
           START BALCONF-FILE
               KEY IS NOT LESS THAN BALCONF-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-DONE-SW
           END-START.
           PERFORM UNTIL HISTORY-DONE
               READ BALCONF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO HISTORY-DONE-SW
               END-READ
               IF NOT HISTORY-DONE
                   IF BALCONF-AUDIT-DATE NOT = AUDIT-DATE
                       MOVE 'Y' TO HISTORY-DONE-SW
                   ELSE
                       ADD 1 TO ON-FILE-COUNT
                       IF ON-FILE-COUNT = 1 AND CHECK-MODE
                           MOVE BALCONF-SEED TO DRAW-SEED
                           MOVE BALCONF-MATERIALITY TO MATERIALITY
                           MOVE BALCONF-PER-STRATUM TO PER-STRATUM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       READ-ACCTMST.
           IF NOT ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
           END-IF.

      * The balance as at the audit date, its base equivalent at
      * the account's book rate, and the band and stratum it
      * falls in.
       VALUE-THE-ACCOUNT.
           MOVE 'N' TO ACCOUNT-ELIGIBLE-SW.
           MOVE 'N' TO ACCOUNT-MATERIAL-SW.
           IF ACCTMST-OPEN-DATE > AUDIT-DATE
               GO TO VALUE-THE-ACCOUNT-EXIT
           END-IF.
           PERFORM FIND-AS-AT-BALANCE THRU
               FIND-AS-AT-BALANCE-EXIT.
           IF NOT AS-AT-FOUND
               IF SAMPLE-PASS = 1
                   ADD 1 TO ACCOUNTS-NO-HISTORY
               END-IF
               GO TO VALUE-THE-ACCOUNT-EXIT
           END-IF.
           IF ACCTMST-CLOSED AND AS-AT-BALANCE = 0
               GO TO VALUE-THE-ACCOUNT-EXIT
           END-IF.
           MOVE 'Y' TO ACCOUNT-ELIGIBLE-SW.
           MOVE AS-AT-BALANCE TO BASE-AS-AT.
           IF ACCTMST-CURRENCY NOT = SPACES AND
              ACCTMST-BASE-BALANCE IS NUMERIC AND
              ACCTMST-BALANCE NOT = 0
               COMPUTE BASE-AS-AT ROUNDED =
                   AS-AT-BALANCE * ACCTMST-BASE-BALANCE
                       / ACCTMST-BALANCE
           END-IF.
           IF BASE-AS-AT < 0
               COMPUTE ABS-BASE-AS-AT = 0 - BASE-AS-AT
           ELSE
               MOVE BASE-AS-AT TO ABS-BASE-AS-AT
           END-IF.
           IF ABS-BASE-AS-AT NOT < MATERIALITY
               MOVE 'Y' TO ACCOUNT-MATERIAL-SW
           END-IF.
           EVALUATE TRUE
               WHEN BASE-AS-AT < 0
                   MOVE 1 TO ACCOUNT-BAND
               WHEN BASE-AS-AT < 1000
                   MOVE 2 TO ACCOUNT-BAND
               WHEN BASE-AS-AT < 10000
                   MOVE 3 TO ACCOUNT-BAND
               WHEN BASE-AS-AT < 100000
                   MOVE 4 TO ACCOUNT-BAND
               WHEN BASE-AS-AT < 1000000
                   MOVE 5 TO ACCOUNT-BAND
               WHEN OTHER
                   MOVE 6 TO ACCOUNT-BAND
           END-EVALUATE.
       VALUE-THE-ACCOUNT-EXIT.
           EXIT.

       COUNT-THE-ACCOUNT.
           ADD 1 TO ACCOUNTS-ELIGIBLE.
           ADD ABS-BASE-AS-AT TO POPULATION-BAL.
           IF ACCOUNT-MATERIAL
               ADD 1 TO MATERIAL-POPULATION
               ADD ABS-BASE-AS-AT TO MATERIAL-BAL
           ELSE
               PERFORM FIND-ENTITY-SLOT
               IF ENTITY-SLOT > 0
                   ADD 1 TO
                       STRATUM-POPULATION (ENTITY-SLOT, ACCOUNT-BAND)
                   ADD ABS-BASE-AS-AT TO
                       STRATUM-POP-BAL (ENTITY-SLOT, ACCOUNT-BAND)
               END-IF
           END-IF.

      * Selection sampling: with NEED still to pick from REMAIN
      * accounts not yet seen in the stratum, the account is
      * picked when a draw from 0 to REMAIN-1 falls below NEED.
       DRAW-THE-ACCOUNT.
           MOVE 'N' TO ACCOUNT-PICKED-SW.
           IF ACCOUNT-MATERIAL
               MOVE 'Y' TO ACCOUNT-PICKED-SW
           ELSE
               PERFORM FIND-ENTITY-SLOT
               IF ENTITY-SLOT > 0
                   COMPUTE STILL-NEEDED =
                       STRATUM-TARGET (ENTITY-SLOT, ACCOUNT-BAND)
                     - STRATUM-PICKED (ENTITY-SLOT, ACCOUNT-BAND)
                   COMPUTE STILL-REMAINING =
                       STRATUM-POPULATION (ENTITY-SLOT, ACCOUNT-BAND)
                     - STRATUM-SEEN (ENTITY-SLOT, ACCOUNT-BAND)
                   ADD 1 TO STRATUM-SEEN (ENTITY-SLOT, ACCOUNT-BAND)
                   IF STILL-NEEDED > 0
                       PERFORM NEXT-RANDOM
                       COMPUTE RANDOM-PICK =
                           (RANDOM-VALUE * STILL-REMAINING) / 100000
                       IF RANDOM-PICK < STILL-NEEDED
                           MOVE 'Y' TO ACCOUNT-PICKED-SW
                           ADD 1 TO STRATUM-PICKED
                                        (ENTITY-SLOT, ACCOUNT-BAND)
                           ADD ABS-BASE-AS-AT TO STRATUM-PICKED-BAL
                                        (ENTITY-SLOT, ACCOUNT-BAND)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF ACCOUNT-PICKED
               ADD 1 TO SAMPLED-COUNT
               ADD ABS-BASE-AS-AT TO SAMPLED-BAL
               IF DRAW-MODE
                   PERFORM REQUEST-THE-CONFIRMATION
               ELSE
                   PERFORM CHECK-THE-CONFIRMATION
               END-IF
           END-IF.

      * Same generator and constants as SYN01.
       NEXT-RANDOM.
           COMPUTE RANDOM-WORK =
               (RANDOM-SEED * 24693) + 3967.
           DIVIDE RANDOM-WORK BY 100000 GIVING RANDOM-QUOTIENT
               REMAINDER RANDOM-SEED.
           MOVE RANDOM-SEED TO RANDOM-VALUE.

       FIND-ENTITY-SLOT.
           MOVE 0 TO ENTITY-SLOT.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT OR ENTITY-SLOT > 0
               IF STRATUM-ENTITY (ENTITY-IDX) = ACCTMST-ENTITY
                   MOVE ENTITY-IDX TO ENTITY-SLOT
               END-IF
           END-PERFORM.
           IF ENTITY-SLOT = 0 AND SAMPLE-PASS = 1
               IF ENTITY-COUNT < 10
                   ADD 1 TO ENTITY-COUNT
                   MOVE ENTITY-COUNT TO ENTITY-SLOT
                   MOVE ACCTMST-ENTITY TO STRATUM-ENTITY (ENTITY-SLOT)
                   PERFORM VARYING BAND-IDX FROM 1 BY 1
                           UNTIL BAND-IDX > 6
                       MOVE 0 TO
                           STRATUM-POPULATION (ENTITY-SLOT, BAND-IDX)
                       MOVE 0 TO
                           STRATUM-POP-BAL (ENTITY-SLOT, BAND-IDX)
                       MOVE 0 TO STRATUM-SEEN (ENTITY-SLOT, BAND-IDX)
                       MOVE 0 TO
                           STRATUM-TARGET (ENTITY-SLOT, BAND-IDX)
                       MOVE 0 TO
                           STRATUM-PICKED (ENTITY-SLOT, BAND-IDX)
                       MOVE 0 TO
                           STRATUM-PICKED-BAL (ENTITY-SLOT, BAND-IDX)
                   END-PERFORM
               ELSE
                   MOVE 'Y' TO ENTITY-OVERFLOW-SW
               END-IF
           END-IF.

      * An account not moved since the audit date still holds
      * its master balance. Otherwise its history is read from
      * the oldest record forward, as BHS02 reads it.
       FIND-AS-AT-BALANCE.
           MOVE 'N' TO AS-AT-FOUND-SW.
           IF ACCTMST-LAST-ACTIVITY NOT > AUDIT-DATE
               MOVE ACCTMST-BALANCE TO AS-AT-BALANCE
               MOVE 'Y' TO AS-AT-FOUND-SW
               GO TO FIND-AS-AT-BALANCE-EXIT
           END-IF.
           IF NOT BALHIST-OPEN
               GO TO FIND-AS-AT-BALANCE-EXIT
           END-IF.
           MOVE 'N' TO HISTORY-DONE-SW.
           MOVE ACCTMST-ACCT-NBR TO BALHIST-ACCT-NBR.
           MOVE 0 TO BALHIST-DATE.
           START BALHIST-FILE
               KEY IS NOT LESS THAN BALHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-DONE-SW
           END-START.
           PERFORM UNTIL HISTORY-DONE
               READ BALHIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO HISTORY-DONE-SW
               END-READ
               IF NOT HISTORY-DONE
                   IF BALHIST-ACCT-NBR NOT = ACCTMST-ACCT-NBR
                       MOVE 'Y' TO HISTORY-DONE-SW
                   ELSE
                       IF BALHIST-DATE NOT > AUDIT-DATE
                           MOVE BALHIST-CLOSING-BAL TO AS-AT-BALANCE
                           MOVE 'Y' TO AS-AT-FOUND-SW
                       ELSE
                           IF NOT AS-AT-FOUND
                               COMPUTE AS-AT-BALANCE =
                                   BALHIST-CLOSING-BAL
                                 - BALHIST-CREDITS + BALHIST-DEBITS
                               MOVE 'Y' TO AS-AT-FOUND-SW
                           END-IF
                           MOVE 'Y' TO HISTORY-DONE-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       FIND-AS-AT-BALANCE-EXIT.
           EXIT.

       REQUEST-THE-CONFIRMATION.
           PERFORM LOOK-UP-NAME.
           CALL "MASKACCT" USING ACCTMST-ACCT-NBR MASKED-ACCT.
           MOVE 'N' TO MAIL-SW.
           MOVE SPACES TO NOT-MAILED-REASON.
           IF NOT ADDRMST-OPEN
               MOVE "NO ADDRESS" TO NOT-MAILED-REASON
           ELSE
               MOVE ACCTMST-ACCT-NBR TO ADDRMST-ACCT-NBR
               READ ADDRMST-FILE
                   INVALID KEY
                       MOVE "NO ADDRESS" TO NOT-MAILED-REASON
                   NOT INVALID KEY
                       IF ADDRMST-RETURNED-MAIL
                           MOVE "RETURNED MAIL" TO NOT-MAILED-REASON
                       ELSE
                           MOVE 'Y' TO MAIL-SW
                       END-IF
               END-READ
           END-IF.
           MOVE SPACES TO BALCONF-REC.
           MOVE AUDIT-DATE TO BALCONF-AUDIT-DATE.
           MOVE ACCTMST-ACCT-NBR TO BALCONF-ACCT-NBR.
           MOVE ACCTMST-ENTITY TO BALCONF-ENTITY.
           MOVE ACCOUNT-BAND TO BALCONF-BAND.
           IF ACCOUNT-MATERIAL
               MOVE 'M' TO BALCONF-STRATUM
           ELSE
               MOVE 'R' TO BALCONF-STRATUM
           END-IF.
           MOVE ACCOUNT-NAME TO BALCONF-NAME.
           MOVE ACCTMST-CURRENCY TO BALCONF-CURRENCY.
           MOVE AS-AT-BALANCE TO BALCONF-BALANCE.
           MOVE DRAW-SEED TO BALCONF-SEED.
           MOVE 0 TO BALCONF-SENT-DATE.
           IF MAIL-THE-LETTER
               MOVE BUSINESS-DATE-NUM TO BALCONF-SENT-DATE
           END-IF.
           MOVE 0 TO BALCONF-REPLY-DATE.
           MOVE 0 TO BALCONF-STATED-BAL.
           MOVE 0 TO BALCONF-DIFFERENCE.
           MOVE 0 TO BALCONF-RECON-DATE.
           MOVE MATERIALITY TO BALCONF-MATERIALITY.
           MOVE PER-STRATUM TO BALCONF-PER-STRATUM.
           WRITE BALCONF-REC
               INVALID KEY
                   DISPLAY "CNF01: WRITE BALCONF-FILE - status "
                           BALCONF-STATUS
                   MOVE 16 TO RUN-SEVERITY
           END-WRITE.
           IF MAIL-THE-LETTER
               ADD 1 TO LETTERS-PRINTED
               PERFORM PRINT-THE-REQUEST
           ELSE
               ADD 1 TO NOT-MAILED-COUNT
               IF CNF01RPT-STATUS = "00"
                   MOVE SPACES TO CNF01-REPORT-LINE
                   STRING "NOT MAILED " MASKED-ACCT " "
                          ACCOUNT-NAME " " NOT-MAILED-REASON
                       DELIMITED BY SIZE INTO CNF01-REPORT-LINE
                   WRITE CNF01-REPORT-LINE
               END-IF
           END-IF.

       CHECK-THE-CONFIRMATION.
           MOVE AUDIT-DATE TO BALCONF-AUDIT-DATE.
           MOVE ACCTMST-ACCT-NBR TO BALCONF-ACCT-NBR.
           READ BALCONF-FILE
               INVALID KEY
                   ADD 1 TO CHECK-DIFFERENT
                   CALL "MASKACCT" USING ACCTMST-ACCT-NBR
                                         MASKED-ACCT
                   IF CNF01RPT-STATUS = "00"
                       MOVE SPACES TO CNF01-REPORT-LINE
                       STRING "REDRAWN NOT ON FILE " MASKED-ACCT
                           DELIMITED BY SIZE INTO CNF01-REPORT-LINE
                       WRITE CNF01-REPORT-LINE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CHECK-AGREED
           END-READ.

       WRITE-ONE-STRATUM.
           MOVE STRATUM-ENTITY (ENTITY-IDX) TO PRINT-ENTITY.
           IF PRINT-ENTITY = SPACES
               MOVE "---" TO PRINT-ENTITY
           END-IF.
           MOVE STRATUM-POP-BAL (ENTITY-IDX, BAND-IDX)
             TO EDITED-POP-BAL.
           MOVE STRATUM-PICKED-BAL (ENTITY-IDX, BAND-IDX)
             TO EDITED-SAMPLE-BAL.
           MOVE SPACES TO CNF01-REPORT-LINE.
           STRING PRINT-ENTITY " " BAND-NAME (BAND-IDX) " "
                  STRATUM-POPULATION (ENTITY-IDX, BAND-IDX) " "
                  EDITED-POP-BAL " "
                  STRATUM-PICKED (ENTITY-IDX, BAND-IDX) " "
                  EDITED-SAMPLE-BAL
               DELIMITED BY SIZE INTO CNF01-REPORT-LINE.
           WRITE CNF01-REPORT-LINE.

      * Used when no BALCONF template cards are on LTRTMPL.
       LOAD-STANDARD-BODY.
           MOVE 5 TO TEMPLATE-COUNT.
           MOVE 'D' TO TMPL-MERGE (1).
           MOVE "OUR AUDITORS ARE EXAMINING OUR ACCOUNTS AS AT"
             TO TMPL-TEXT (1).
           MOVE 'A' TO TMPL-MERGE (2).
           MOVE "AND OUR RECORDS SHOW THE BALANCE OF THIS ACCOUNT AS"
             TO TMPL-TEXT (2).
           MOVE SPACE TO TMPL-MERGE (3).
           MOVE "PLEASE TELL THE AUDITORS DIRECTLY WHETHER THIS"
             TO TMPL-TEXT (3).
           MOVE SPACE TO TMPL-MERGE (4).
           MOVE "AGREES WITH YOUR RECORDS, AND IF IT DOES NOT, THE"
             TO TMPL-TEXT (4).
           MOVE SPACE TO TMPL-MERGE (5).
           MOVE "BALANCE YOU HOLD AND HOW THE DIFFERENCE ARISES."
             TO TMPL-TEXT (5).

      * Banner, date, address block, account line, then the
      * body, as LTR01 prints its letters.
       PRINT-THE-REQUEST.
           MOVE BANNER-ROW TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "CONFIRMATION " LETTERS-PRINTED " BALCONF"
               DELIMITED BY SIZE INTO PRINT-LINE.
           MOVE LETTER-DATE-PRINT TO PRINT-LINE (67:10).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE ACCOUNT-NAME TO PRINT-LINE (5:30).
           WRITE PRINT-LINE.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > 4
               IF ADDRMST-LINE (LINE-IDX) NOT = SPACES
                   MOVE SPACES TO PRINT-LINE
                   MOVE ADDRMST-LINE (LINE-IDX) TO
                        PRINT-LINE (5:30)
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRINT-LINE.
           MOVE ADDRMST-POSTCODE TO PRINT-LINE (5:10).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    ACCOUNT " MASKED-ACCT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
                   UNTIL TEMPLATE-IDX > TEMPLATE-COUNT
               PERFORM PRINT-ONE-BODY-LINE
           END-PERFORM.

       PRINT-ONE-BODY-LINE.
           MOVE SPACES TO MERGE-VALUE.
           EVALUATE TMPL-MERGE (TEMPLATE-IDX)
               WHEN 'N'
                   MOVE ACCOUNT-NAME TO MERGE-VALUE
               WHEN 'K'
                   MOVE MASKED-ACCT TO MERGE-VALUE
               WHEN 'A'
                   MOVE AS-AT-BALANCE TO EDITED-AMOUNT
                   MOVE 0 TO LEAD-SPACES
                   INSPECT EDITED-AMOUNT TALLYING LEAD-SPACES
                       FOR LEADING SPACES
                   MOVE EDITED-AMOUNT (LEAD-SPACES + 1:) TO
                        MERGE-VALUE
                   IF ACCTMST-CURRENCY NOT = SPACES
                       MOVE 0 TO TEXT-LEN
                       INSPECT MERGE-VALUE TALLYING TEXT-LEN
                           FOR CHARACTERS BEFORE INITIAL SPACE
                       MOVE ACCTMST-CURRENCY TO
                            MERGE-VALUE (TEXT-LEN + 2:3)
                   END-IF
               WHEN 'D'
                   MOVE AUDIT-DATE-PRINT TO MERGE-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO PRINT-LINE.
           MOVE TMPL-TEXT (TEMPLATE-IDX) TO PRINT-LINE (5:60).
           IF MERGE-VALUE NOT = SPACES
               PERFORM VARYING TEXT-LEN FROM 60 BY -1
                       UNTIL TEXT-LEN = 0 OR
                       TMPL-TEXT (TEMPLATE-IDX) (TEXT-LEN:1)
                           NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE MERGE-VALUE TO PRINT-LINE (TEXT-LEN + 6:)
           END-IF.
           WRITE PRINT-LINE.

       LOOK-UP-NAME.
           MOVE SPACES TO ACCOUNT-NAME.
           IF ACCTREF-OPEN
               MOVE ACCTMST-ACCT-NBR TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-NAME TO ACCOUNT-NAME
               END-READ
           END-IF.
           IF ACCOUNT-NAME = SPACES
               MOVE "THE ACCOUNT HOLDER" TO ACCOUNT-NAME
           END-IF.

       EDIT-PRINT-DATE.
           MOVE DATE-TO-PRINT-CCYY TO PRINT-DATE-CCYY.
           MOVE DATE-TO-PRINT-MM TO PRINT-DATE-MM.
           MOVE DATE-TO-PRINT-DD TO PRINT-DATE-DD.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="CNF01"==.
