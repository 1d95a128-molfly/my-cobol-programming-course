       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRF01.
      *--------------------------------------------------
      * MONTHLY BRANCH PROFITABILITY REPORT. BRN01 SAYS HOW MUCH
      * VOLUME EACH BRANCH PROCESSED; REGIONAL MANAGEMENT WANTS TO
      * KNOW WHAT EACH BRANCH EARNS. EVERY ACCOUNT IS ATTRIBUTED
      * TO ITS BRANCH AND REGION BY THE FIRST BRANCHMAP RANGE THAT
      * COVERS IT, AS BRN01 DOES, AND THE SUMMST MONTH-TO-DATE
      * BUCKETS FROM JANUARY TO THE REPORT MONTH ARE SPLIT THREE
      * WAYS BY RECORD TYPE AGAINST THE ACRSCHED CARDS:
      *   A FLATFEE CARD'S TYPE IS ACR01 FEE INCOME,
      *   A RATEPCT CARD'S TYPE IS ACR01 INTEREST - CHARGED ON AN
      *   OVERDRAWN BALANCE IT IS INCOME, PAID ON A BALANCE IN
      *   CREDIT IT COUNTS AGAINST INCOME,
      *   ANY OTHER TYPE IS CUSTOMER TRANSACTIONS, COSTED AT THE
      *   PRF01CST RATE FOR THE TYPE (THE ** CARD FOR ANY TYPE
      *   WITHOUT ITS OWN) PER TRANSACTION.
      * AN ACCRUAL POSTS AS A DEBIT OR CREDIT TO THE CUSTOMER, SO
      * THE BANK'S INCOME IS ITS AMOUNT WITH THE SIGN TURNED.
      * AVERAGE BALANCES COME FROM THE BALHIST DAILY HISTORY THE
      * BHS03 WAY - EVERY DAY AT THE BALANCE THE ACCOUNT CLOSED AT,
      * A DAY WITH NO RECORD CARRYING THE ONE BEFORE - FOR THE
      * MONTH AND FOR THE YEAR TO DATE, SUMMED OVER THE BRANCH'S
      * ACCOUNTS. EACH BRANCH SHOWS FEE INCOME, NET INTEREST,
      * TOTAL INCOME, TRANSACTIONS, PROCESSING COST, NET
      * CONTRIBUTION (INCOME LESS COST) AND AVERAGE BALANCE, FOR
      * THE MONTH AND THE YEAR TO DATE, WITH ITS RANK ON THE
      * MONTH'S NET CONTRIBUTION; EACH REGION IS SUBTOTALLED AFTER
      * ITS BRANCHES (KEEP BRANCHMAP IN REGION ORDER, AS FOR
      * BRN01), THEN THE BANK TOTAL AND THE BRANCH AND REGION
      * RANKINGS. ACCOUNTS NO RANGE COVERS LAND ON AN UNASSIGNED
      * BLOCK SO THEY CANNOT HIDE.
      * RUN IN THE CNT01MEC MONTH-END AFTER THE ACCRUALS ARE ROLLED
      * UP, SO THE REPORT MONTH DEFAULTS TO THE BUSINESS DATE'S
      * MONTH; A PRF01PM CARD (CCYYMM, COLUMNS 1-6) REPORTS ANOTHER
      * MONTH OF THE SUMMARY MASTER'S OPEN YEAR.
      * RC 4 - NO COST CARDS, NO BALANCE HISTORY, OR ACTIVITY ON
      * UNASSIGNED ACCOUNTS. RC 16 - NO SUMMST OR NO BRANCHMAP.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMST-FILE ASSIGN TO SUMMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SUMMST-KEY
                  FILE STATUS   IS SUMMST-STATUS.

           SELECT BALHIST-FILE ASSIGN TO BALHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS BALHIST-KEY
                  FILE STATUS   IS BALHIST-STATUS.

           SELECT BRANCH-MAP ASSIGN TO BRANCHMAP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BRANCHMAP-STATUS.

           SELECT PRF01-SCHEDULE ASSIGN TO ACRSCHED
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ACRSCHED-STATUS.

           SELECT PRF01-COSTS ASSIGN TO PRF01CST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRF01CST-STATUS.

           SELECT PRF01-PARMCARD ASSIGN TO PRF01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRF01PM-STATUS.

           SELECT PRF01-REPORT ASSIGN TO PRF01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRF01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMST-FILE.
           COPY "summst.cpy".

       FD  BALHIST-FILE.
           COPY "balhist.cpy".

       FD  BRANCH-MAP.
       01  BRANCH-MAP-REC.
           05  MAP-RANGE-LOW            PIC X(10).
           05  MAP-RANGE-HIGH           PIC X(10).
           05  MAP-BRANCH-CODE          PIC X(4).
           05  MAP-BRANCH-NAME          PIC X(20).
           05  MAP-REGION-CODE          PIC X(4).
           05  MAP-REGION-NAME          PIC X(20).
           05  FILLER                   PIC X(12).

       FD  PRF01-SCHEDULE.
       01  PRF01-SCHEDULE-REC.
           05  SCHED-REC-TYPE           PIC X(2).
           05  SCHED-KIND               PIC X(8).
           05  FILLER                   PIC X(70).

      * One processing cost per record type, per transaction.
       FD  PRF01-COSTS.
       01  PRF01CST-REC.
           05  CST-REC-TYPE             PIC X(2).
           05  FILLER                   PIC X.
           05  CST-PER-TXN              PIC 9(3)V9(4).
           05  FILLER                   PIC X(70).

       FD  PRF01-PARMCARD.
       01  PRF01PM-REC.
           05  PRF01PM-MONTH            PIC X(6).
           05  FILLER                   PIC X(74).

       FD  PRF01-REPORT.
       01  PRF01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SUMMST==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==BALHIST==.

       01  SUMMST-STATUS.
           05  SUMMST-STATUS-L          PIC X.
           05  SUMMST-STATUS-R          PIC X.
       01  BALHIST-STATUS.
           05  BALHIST-STATUS-L         PIC X.
           05  BALHIST-STATUS-R         PIC X.
       01  BRANCHMAP-STATUS.
           05  BRANCHMAP-STATUS-L       PIC X.
           05  BRANCHMAP-STATUS-R       PIC X.
       01  ACRSCHED-STATUS.
           05  ACRSCHED-STATUS-L        PIC X.
           05  ACRSCHED-STATUS-R        PIC X.
       01  PRF01CST-STATUS.
           05  PRF01CST-STATUS-L        PIC X.
           05  PRF01CST-STATUS-R        PIC X.
       01  PRF01PM-STATUS.
           05  PRF01PM-STATUS-L         PIC X.
           05  PRF01PM-STATUS-R         PIC X.
       01  PRF01RPT-STATUS.
           05  PRF01RPT-STATUS-L        PIC X.
           05  PRF01RPT-STATUS-R        PIC X.

       01  RUN-SEVERITY                 PIC 99      VALUE 0.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-NUM.
           05  BUSINESS-DATE-CCYY       PIC 9(4).
           05  BUSINESS-DATE-MM         PIC 9(2).
           05  BUSINESS-DATE-DD         PIC 9(2).

      * The report month, and the days of its year as numbers
      * 1 to 366 so a balance can be carried across months.
       01  PRF-MONTH.
           05  PRF-MONTH-CCYY           PIC 9(4).
           05  PRF-MONTH-MM             PIC 9(2).
       01  PRF-MONTH-DIGITS REDEFINES PRF-MONTH
                                        PIC X(6).
       01  YEAR-START-DATE              PIC 9(8).
       01  MONTH-START-DATE             PIC 9(8).
       01  MONTH-END-DATE               PIC 9(8).
       01  DAYS-IN-MONTH                PIC 99.
       01  MONTH-START-DOY              PIC 9(3).
       01  MONTH-END-DOY                PIC 9(3).
       01  LEAP-QUOTIENT                PIC 9(4).
       01  LEAP-REMAINDER               PIC 9(3).
       01  LEAP-YEAR-SW                 PIC X       VALUE 'N'.
           88  LEAP-YEAR                             VALUE 'Y'.
       01  MONTH-DAY-TABLE.
           05  FILLER                   PIC X(24)
                   VALUE "312831303130313130313031".
       01  MONTH-DAY-ENTRIES REDEFINES MONTH-DAY-TABLE.
           05  MONTH-DAY-COUNT          PIC 99  OCCURS 12 TIMES.
       01  DAYS-BEFORE-TABLE.
           05  FILLER                   PIC X(36)
                   VALUE "000031059090120151181212243273304334".
       01  DAYS-BEFORE-ENTRIES REDEFINES DAYS-BEFORE-TABLE.
           05  DAYS-BEFORE-MONTH        PIC 9(3) OCCURS 12 TIMES.
       01  WORK-DATE                    PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE.
           05  WORK-DATE-CCYY           PIC 9(4).
           05  WORK-DATE-MM             PIC 9(2).
           05  WORK-DATE-DD             PIC 9(2).
       01  WORK-DOY                     PIC 9(3).

      * The accrual record types from ACRSCHED and their kind.
       01  SCHED-COUNT                  PIC 99      VALUE 0.
       01  SCHED-TABLE.
           05  SCHED-ENTRY OCCURS 20 TIMES.
               10  SCHED-TBL-REC-TYPE   PIC X(2).
               10  SCHED-TBL-KIND       PIC X(8).
       01  SCHED-IDX                    PIC 99.
       01  BUCKET-KIND                  PIC X.
           88  BUCKET-IS-FEE                         VALUE 'F'.
           88  BUCKET-IS-INTEREST                    VALUE 'I'.
           88  BUCKET-IS-TRANSACTIONS                VALUE 'T'.

      * Processing cost per transaction by record type; ** is
      * the rate for every type without its own card.
       01  COST-COUNT                   PIC 99      VALUE 0.
       01  COST-TABLE.
           05  COST-ENTRY OCCURS 30 TIMES.
               10  COST-TBL-REC-TYPE    PIC X(2).
               10  COST-TBL-PER-TXN     PIC 9(3)V9(4).
       01  COST-IDX                     PIC 99.
       01  DEFAULT-PER-TXN              PIC 9(3)V9(4) VALUE 0.
       01  BUCKET-PER-TXN               PIC 9(3)V9(4).
       01  BUCKET-COST                  PIC S9(11)V99.
       01  BUCKET-INCOME                PIC S9(11)V99.

      * Branches in BRANCHMAP order. Slot 51 gathers accounts no
      * range covers. Period 1 is the month, period 2 the year to
      * date.
       01  UNASSIGNED-SLOT              PIC 99      VALUE 51.
       01  BRANCH-COUNT                 PIC 99      VALUE 0.
       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 51 TIMES.
               10  BRANCH-RANGE-LOW     PIC X(10).
               10  BRANCH-RANGE-HIGH    PIC X(10).
               10  BRANCH-TBL-CODE      PIC X(4).
               10  BRANCH-TBL-NAME      PIC X(20).
               10  BRANCH-REGION-CODE   PIC X(4).
               10  BRANCH-REGION-NAME   PIC X(20).
               10  BRANCH-RANK          PIC 99.
               10  BRANCH-PERIOD OCCURS 2 TIMES.
                   15  BRANCH-FEES      PIC S9(11)V99.
                   15  BRANCH-INTEREST  PIC S9(11)V99.
                   15  BRANCH-TXNS      PIC 9(9).
                   15  BRANCH-COST      PIC S9(11)V99.
                   15  BRANCH-NET       PIC S9(11)V99.
                   15  BRANCH-ADB       PIC S9(13)V99.
       01  BRANCH-IDX                   PIC 99.
       01  BRANCH-SLOT                  PIC 99.
       01  PERIOD-IDX                   PIC 9.

      * Regions as met in BRANCHMAP order.
       01  REGION-COUNT                 PIC 99      VALUE 0.
       01  REGION-TABLE.
           05  REGION-ENTRY OCCURS 20 TIMES.
               10  REGION-TBL-CODE      PIC X(4).
               10  REGION-TBL-NAME      PIC X(20).
               10  REGION-RANK          PIC 99.
               10  REGION-PERIOD OCCURS 2 TIMES.
                   15  REGION-FEES      PIC S9(11)V99.
                   15  REGION-INTEREST  PIC S9(11)V99.
                   15  REGION-TXNS      PIC 9(9).
                   15  REGION-COST      PIC S9(11)V99.
                   15  REGION-NET       PIC S9(11)V99.
                   15  REGION-ADB       PIC S9(13)V99.
       01  REGION-IDX                   PIC 99.
       01  REGION-SLOT                  PIC 99.

      * The whole bank, laid out as one branch slot.
       01  BANK-TOTALS.
           05  BANK-PERIOD OCCURS 2 TIMES.
               10  BANK-FEES            PIC S9(11)V99.
               10  BANK-INTEREST        PIC S9(11)V99.
               10  BANK-TXNS            PIC 9(9).
               10  BANK-COST            PIC S9(11)V99.
               10  BANK-NET             PIC S9(11)V99.
               10  BANK-ADB             PIC S9(13)V99.

      * One block's figures, whichever level is being printed.
       01  BLOCK-FIGURES.
           05  BLOCK-PERIOD OCCURS 2 TIMES.
               10  BLOCK-FEES           PIC S9(11)V99.
               10  BLOCK-INTEREST       PIC S9(11)V99.
               10  BLOCK-TXNS           PIC 9(9).
               10  BLOCK-COST           PIC S9(11)V99.
               10  BLOCK-NET            PIC S9(11)V99.
               10  BLOCK-ADB            PIC S9(13)V99.
       01  BLOCK-TITLE                  PIC X(80).

      * Ranking: the best net contribution not yet ranked.
       01  RANK-NEXT                    PIC 99.
       01  RANK-BEST-IDX                PIC 99.
       01  RANK-BEST-NET                PIC S9(11)V99.
       01  RANKED-IDX                   PIC 99.

      * The account being averaged, BHS03's way.
       01  CURRENT-ACCT                 PIC X(10)   VALUE SPACES.
       01  CURRENT-BAL                  PIC S9(11)V99.
       01  NEXT-DOY                     PIC 9(3).
       01  CARRY-TO-DOY                 PIC 9(3).
       01  CARRY-LOW                    PIC 9(3).
       01  CARRY-HIGH                   PIC 9(3).
       01  CARRY-DAYS                   PIC 9(3).
       01  MONTH-BAL-SUM                PIC S9(15)V99.
       01  YTD-BAL-SUM                  PIC S9(15)V99.
       01  ACCOUNT-ADB                  PIC S9(13)V99.
       01  LOOKUP-ACCT                  PIC X(10).

       01  SUMMST-READ-COUNT            PIC 9(7)    VALUE 0.
       01  BALHIST-ACCOUNTS             PIC 9(7)    VALUE 0.
       01  BALHIST-SEEN-SW              PIC X       VALUE 'N'.
           88  BALHIST-SEEN                          VALUE 'Y'.
       01  UNASSIGNED-SEEN-SW           PIC X       VALUE 'N'.
           88  UNASSIGNED-SEEN                       VALUE 'Y'.

       01  BLOCK-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  BLK-LABEL                PIC X(20).
           05  BLK-MONTH                PIC -(13)9.99.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  BLK-YTD                  PIC -(13)9.99.
       01  COUNT-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CNT-LABEL                PIC X(20).
           05  CNT-MONTH                PIC Z(16)9.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  CNT-YTD                  PIC Z(16)9.
       01  RANK-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RNK-RANK                 PIC Z9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RNK-CODE                 PIC X(4).
           05  FILLER                   PIC X       VALUE SPACE.
           05  RNK-NAME                 PIC X(20).
           05  FILLER                   PIC X       VALUE SPACE.
           05  RNK-REGION               PIC X(4).
           05  RNK-MONTH                PIC -(10)9.99.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  RNK-YTD                  PIC -(10)9.99.
       01  EDITED-RANK                  PIC Z9.
       01  EDITED-OF                    PIC Z9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "PRF01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM SET-REPORT-MONTH.
           DISPLAY "PRF01: report month=  " PRF-MONTH-DIGITS.
           PERFORM LOAD-BRANCH-MAP.
           IF BRANCH-COUNT = 0
               DISPLAY "PRF01: no BRANCHMAP ranges - nothing to "
                       "attribute to"
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM LOAD-THE-SCHEDULE.
           PERFORM LOAD-THE-COSTS.
           PERFORM TAKE-THE-SUMMARY THRU TAKE-THE-SUMMARY-EXIT.
           IF RUN-SEVERITY = 16
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM TAKE-THE-BALANCES THRU TAKE-THE-BALANCES-EXIT.
           PERFORM ROLL-UP-THE-REGIONS.
           PERFORM RANK-THE-BRANCHES.
           PERFORM RANK-THE-REGIONS.
           PERFORM WRITE-THE-REPORT THRU WRITE-THE-REPORT-EXIT.
           IF UNASSIGNED-SEEN
               DISPLAY "PRF01: activity on accounts no BRANCHMAP "
                       "range covers - see the UNASSIGNED block"
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           END-IF.
           DISPLAY "PRF01: summary buckets read= " SUMMST-READ-COUNT
                   " accounts averaged= " BALHIST-ACCOUNTS.
       PROGRAM-WRAP-UP.
           CALL "DAYLOG" USING "PRF01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The month-end runs on the month's last business day, so
      * with no parm card the business date's own month is
      * reported.
       SET-REPORT-MONTH.
           MOVE BUSINESS-DATE-CCYY TO PRF-MONTH-CCYY.
           MOVE BUSINESS-DATE-MM TO PRF-MONTH-MM.
           OPEN INPUT PRF01-PARMCARD.
           IF PRF01PM-STATUS = "00"
               READ PRF01-PARMCARD
                   AT END MOVE "10" TO PRF01PM-STATUS
               END-READ
               IF PRF01PM-STATUS = "00"
                   IF PRF01PM-MONTH IS NUMERIC AND
                      PRF01PM-MONTH (5:2) > "00" AND
                      PRF01PM-MONTH (5:2) < "13"
                       MOVE PRF01PM-MONTH TO PRF-MONTH-DIGITS
                   ELSE
                       DISPLAY "PRF01: parm month " PRF01PM-MONTH
                               " refused - reporting the default"
                   END-IF
               END-IF
               CLOSE PRF01-PARMCARD
           END-IF.
           MOVE 'N' TO LEAP-YEAR-SW.
           DIVIDE PRF-MONTH-CCYY BY 4 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER.
           IF LEAP-REMAINDER = 0
               MOVE 'Y' TO LEAP-YEAR-SW
               DIVIDE PRF-MONTH-CCYY BY 100 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   DIVIDE PRF-MONTH-CCYY BY 400
                       GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER NOT = 0
                       MOVE 'N' TO LEAP-YEAR-SW
                   END-IF
               END-IF
           END-IF.
           MOVE MONTH-DAY-COUNT (PRF-MONTH-MM) TO DAYS-IN-MONTH.
           IF PRF-MONTH-MM = 2 AND LEAP-YEAR
               MOVE 29 TO DAYS-IN-MONTH
           END-IF.
           COMPUTE YEAR-START-DATE = PRF-MONTH-CCYY * 10000 + 101.
           COMPUTE MONTH-START-DATE = PRF-MONTH-CCYY * 10000
                                    + PRF-MONTH-MM * 100 + 1.
           COMPUTE MONTH-END-DATE = MONTH-START-DATE
                                  + DAYS-IN-MONTH - 1.
           MOVE MONTH-START-DATE TO WORK-DATE.
           PERFORM SET-DAY-OF-YEAR.
           MOVE WORK-DOY TO MONTH-START-DOY.
           MOVE MONTH-END-DATE TO WORK-DATE.
           PERFORM SET-DAY-OF-YEAR.
           MOVE WORK-DOY TO MONTH-END-DOY.

       LOAD-BRANCH-MAP.
           MOVE 0 TO BRANCH-COUNT.
           OPEN INPUT BRANCH-MAP.
           IF BRANCHMAP-STATUS = "00"
               PERFORM UNTIL BRANCHMAP-STATUS NOT = "00"
                   READ BRANCH-MAP
                       AT END MOVE "10" TO BRANCHMAP-STATUS
                   END-READ
                   IF BRANCHMAP-STATUS = "00" AND
                      BRANCH-COUNT < 50
                       ADD 1 TO BRANCH-COUNT
                       MOVE BRANCH-COUNT TO BRANCH-SLOT
                       PERFORM CLEAR-ONE-BRANCH
                       MOVE MAP-RANGE-LOW TO
                            BRANCH-RANGE-LOW (BRANCH-SLOT)
                       MOVE MAP-RANGE-HIGH TO
                            BRANCH-RANGE-HIGH (BRANCH-SLOT)
                       MOVE MAP-BRANCH-CODE TO
                            BRANCH-TBL-CODE (BRANCH-SLOT)
                       MOVE MAP-BRANCH-NAME TO
                            BRANCH-TBL-NAME (BRANCH-SLOT)
                       MOVE MAP-REGION-CODE TO
                            BRANCH-REGION-CODE (BRANCH-SLOT)
                       MOVE MAP-REGION-NAME TO
                            BRANCH-REGION-NAME (BRANCH-SLOT)
                   END-IF
               END-PERFORM
               CLOSE BRANCH-MAP
           END-IF.
           MOVE UNASSIGNED-SLOT TO BRANCH-SLOT.
           PERFORM CLEAR-ONE-BRANCH.
           MOVE "UNASSIGNED" TO BRANCH-TBL-NAME (BRANCH-SLOT).
           DISPLAY "PRF01: branch ranges loaded= " BRANCH-COUNT.

       LOAD-THE-SCHEDULE.
           MOVE 0 TO SCHED-COUNT.
           OPEN INPUT PRF01-SCHEDULE.
           IF ACRSCHED-STATUS = "00"
               PERFORM UNTIL ACRSCHED-STATUS NOT = "00"
                   READ PRF01-SCHEDULE
                       AT END MOVE "10" TO ACRSCHED-STATUS
                   END-READ
                   IF ACRSCHED-STATUS = "00" AND
                      SCHED-COUNT < 20
                       ADD 1 TO SCHED-COUNT
                       MOVE SCHED-REC-TYPE TO
                            SCHED-TBL-REC-TYPE (SCHED-COUNT)
                       MOVE SCHED-KIND TO
                            SCHED-TBL-KIND (SCHED-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PRF01-SCHEDULE
           END-IF.
           DISPLAY "PRF01: schedule cards loaded= " SCHED-COUNT.

       LOAD-THE-COSTS.
           MOVE 0 TO COST-COUNT.
           OPEN INPUT PRF01-COSTS.
           IF PRF01CST-STATUS = "00"
               PERFORM UNTIL PRF01CST-STATUS NOT = "00"
                   READ PRF01-COSTS
                       AT END MOVE "10" TO PRF01CST-STATUS
                   END-READ
                   IF PRF01CST-STATUS = "00" AND
                      CST-PER-TXN IS NUMERIC
                       IF CST-REC-TYPE = "**"
                           MOVE CST-PER-TXN TO DEFAULT-PER-TXN
                       ELSE
                           IF COST-COUNT < 30
                               ADD 1 TO COST-COUNT
                               MOVE CST-REC-TYPE TO
                                    COST-TBL-REC-TYPE (COST-COUNT)
                               MOVE CST-PER-TXN TO
                                    COST-TBL-PER-TXN (COST-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PRF01-COSTS
           ELSE
               DISPLAY "PRF01: no PRF01CST cost cards - processing "
                       "cost shown as nil"
               MOVE 4 TO RUN-SEVERITY
           END-IF.

      * Every bucket from January to the report month; the
      * report month's own buckets count in both columns.
       TAKE-THE-SUMMARY.
           OPEN INPUT SUMMST-FILE.
           IF SUMMST-STATUS NOT = "00"
               DISPLAY "PRF01: OPEN SUMMST-FILE - status "
                       SUMMST-STATUS
               MOVE 16 TO RUN-SEVERITY
               GO TO TAKE-THE-SUMMARY-EXIT
           END-IF.
           MOVE SPACES TO SUMMST-KEY.
           MOVE PRF-MONTH-CCYY TO SUMMST-YEAR-MONTH (1:4).
           MOVE "01" TO SUMMST-YEAR-MONTH (5:2).
           START SUMMST-FILE
               KEY IS NOT LESS THAN SUMMST-KEY
               INVALID KEY
                   MOVE 'Y' TO SUMMST-EOF
           END-START.
           PERFORM UNTIL SUMMST-EOF-YES
               READ SUMMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SUMMST-EOF
               END-READ
               IF NOT SUMMST-EOF-YES
                   IF SUMMST-YEAR-MONTH > PRF-MONTH-DIGITS
                       MOVE 'Y' TO SUMMST-EOF
                   ELSE
                       ADD 1 TO SUMMST-READ-COUNT
                       PERFORM TAKE-ONE-BUCKET
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE SUMMST-FILE.
       TAKE-THE-SUMMARY-EXIT.
           EXIT.

      * Each account's history is read in date order and its
      * daily balances summed for the month and the year to
      * date; the averages then go to its branch.
       TAKE-THE-BALANCES.
           OPEN INPUT BALHIST-FILE.
           IF BALHIST-STATUS NOT = "00"
               DISPLAY "PRF01: OPEN BALHIST-FILE - status "
                       BALHIST-STATUS " - average balances not "
                       "available"
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
               GO TO TAKE-THE-BALANCES-EXIT
           END-IF.
           MOVE 'Y' TO BALHIST-SEEN-SW.
           PERFORM UNTIL BALHIST-EOF-YES
               READ BALHIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BALHIST-EOF
               END-READ
               IF NOT BALHIST-EOF-YES
                   IF BALHIST-ACCT-NBR NOT = CURRENT-ACCT
                       PERFORM FINISH-ONE-ACCOUNT
                       PERFORM START-ONE-ACCOUNT
                   END-IF
                   PERFORM TAKE-ONE-HISTORY-RECORD
               END-IF
           END-PERFORM.
           PERFORM FINISH-ONE-ACCOUNT.
           CLOSE BALHIST-FILE.
       TAKE-THE-BALANCES-EXIT.
           EXIT.

       ROLL-UP-THE-REGIONS.
           MOVE 0 TO REGION-COUNT.
           INITIALIZE BANK-TOTALS.
           PERFORM VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-COUNT
               PERFORM FIND-REGION-SLOT
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 2
                   COMPUTE BRANCH-NET (BRANCH-IDX, PERIOD-IDX) =
                           BRANCH-FEES (BRANCH-IDX, PERIOD-IDX)
                         + BRANCH-INTEREST (BRANCH-IDX, PERIOD-IDX)
                         - BRANCH-COST (BRANCH-IDX, PERIOD-IDX)
                   PERFORM ADD-BRANCH-TO-REGION
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 2
               COMPUTE BRANCH-NET (UNASSIGNED-SLOT, PERIOD-IDX) =
                       BRANCH-FEES (UNASSIGNED-SLOT, PERIOD-IDX)
                     + BRANCH-INTEREST (UNASSIGNED-SLOT, PERIOD-IDX)
                     - BRANCH-COST (UNASSIGNED-SLOT, PERIOD-IDX)
           END-PERFORM.
           PERFORM VARYING REGION-IDX FROM 1 BY 1
                   UNTIL REGION-IDX > REGION-COUNT
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 2
                   PERFORM ADD-REGION-TO-BANK
               END-PERFORM
           END-PERFORM.
           MOVE UNASSIGNED-SLOT TO BRANCH-IDX.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 2
               PERFORM ADD-UNASSIGNED-TO-BANK
           END-PERFORM.

      * Rank 1 is the best month's net contribution; a tie goes
      * to the branch first on BRANCHMAP.
       RANK-THE-BRANCHES.
           PERFORM VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-COUNT
               MOVE 0 TO BRANCH-RANK (BRANCH-IDX)
           END-PERFORM.
           PERFORM VARYING RANK-NEXT FROM 1 BY 1
                   UNTIL RANK-NEXT > BRANCH-COUNT
               MOVE 0 TO RANK-BEST-IDX
               PERFORM VARYING BRANCH-IDX FROM 1 BY 1
                       UNTIL BRANCH-IDX > BRANCH-COUNT
                   IF BRANCH-RANK (BRANCH-IDX) = 0
                       IF RANK-BEST-IDX = 0 OR
                          BRANCH-NET (BRANCH-IDX, 1) > RANK-BEST-NET
                           MOVE BRANCH-IDX TO RANK-BEST-IDX
                           MOVE BRANCH-NET (BRANCH-IDX, 1) TO
                                RANK-BEST-NET
                       END-IF
                   END-IF
               END-PERFORM
               MOVE RANK-NEXT TO BRANCH-RANK (RANK-BEST-IDX)
           END-PERFORM.

       RANK-THE-REGIONS.
           PERFORM VARYING REGION-IDX FROM 1 BY 1
                   UNTIL REGION-IDX > REGION-COUNT
               MOVE 0 TO REGION-RANK (REGION-IDX)
           END-PERFORM.
           PERFORM VARYING RANK-NEXT FROM 1 BY 1
                   UNTIL RANK-NEXT > REGION-COUNT
               MOVE 0 TO RANK-BEST-IDX
               PERFORM VARYING REGION-IDX FROM 1 BY 1
                       UNTIL REGION-IDX > REGION-COUNT
                   IF REGION-RANK (REGION-IDX) = 0
                       IF RANK-BEST-IDX = 0 OR
                          REGION-NET (REGION-IDX, 1) > RANK-BEST-NET
                           MOVE REGION-IDX TO RANK-BEST-IDX
                           MOVE REGION-NET (REGION-IDX, 1) TO
                                RANK-BEST-NET
                       END-IF
                   END-IF
               END-PERFORM
               MOVE RANK-NEXT TO REGION-RANK (RANK-BEST-IDX)
           END-PERFORM.

       WRITE-THE-REPORT.
           OPEN OUTPUT PRF01-REPORT.
           IF PRF01RPT-STATUS NOT = "00"
               DISPLAY "PRF01: OPEN PRF01-REPORT - status "
                       PRF01RPT-STATUS
               MOVE 16 TO RUN-SEVERITY
               GO TO WRITE-THE-REPORT-EXIT
           END-IF.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE SPACES TO PRF01-REPORT-LINE.
           STRING "BRANCH PROFITABILITY FOR " PRF-MONTH-CCYY "-"
                  PRF-MONTH-MM " - YEAR TO DATE FROM "
                  PRF-MONTH-CCYY "-01"
               DELIMITED BY SIZE INTO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           IF NOT BALHIST-SEEN
               MOVE "AVERAGE BALANCES NOT AVAILABLE - NO BALHIST"
                   TO PRF01-REPORT-LINE
               WRITE PRF01-REPORT-LINE
           END-IF.
           MOVE 0 TO REGION-IDX.
           PERFORM VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-COUNT
               IF REGION-IDX > 0
                   IF BRANCH-REGION-CODE (BRANCH-IDX) NOT =
                          REGION-TBL-CODE (REGION-IDX)
                       PERFORM PRINT-REGION-BLOCK
                   END-IF
               END-IF
               PERFORM PRINT-BRANCH-BLOCK
               PERFORM FIND-REGION-INDEX
           END-PERFORM.
           IF REGION-IDX > 0
               PERFORM PRINT-REGION-BLOCK
           END-IF.
           IF UNASSIGNED-SEEN
               MOVE UNASSIGNED-SLOT TO BRANCH-IDX
               MOVE BRANCH-PERIOD (BRANCH-IDX, 1) TO
                    BLOCK-PERIOD (1)
               MOVE BRANCH-PERIOD (BRANCH-IDX, 2) TO
                    BLOCK-PERIOD (2)
               MOVE "UNASSIGNED ACCOUNTS - NO BRANCHMAP RANGE"
                   TO BLOCK-TITLE
               PERFORM PRINT-ONE-BLOCK
           END-IF.
           MOVE BANK-PERIOD (1) TO BLOCK-PERIOD (1).
           MOVE BANK-PERIOD (2) TO BLOCK-PERIOD (2).
           MOVE "ALL BRANCHES" TO BLOCK-TITLE.
           PERFORM PRINT-ONE-BLOCK.
           PERFORM PRINT-THE-RANKINGS.
           PERFORM BUILD-RPT-FOOTER.
           MOVE RPT-FTR-LINE TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           CLOSE PRF01-REPORT.
       WRITE-THE-REPORT-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
       SET-DAY-OF-YEAR.
           COMPUTE WORK-DOY = DAYS-BEFORE-MONTH (WORK-DATE-MM)
                            + WORK-DATE-DD.
           IF LEAP-YEAR AND WORK-DATE-MM > 2
               ADD 1 TO WORK-DOY
           END-IF.

       CLEAR-ONE-BRANCH.
           MOVE SPACES TO BRANCH-RANGE-LOW (BRANCH-SLOT)
                          BRANCH-RANGE-HIGH (BRANCH-SLOT)
                          BRANCH-TBL-CODE (BRANCH-SLOT)
                          BRANCH-TBL-NAME (BRANCH-SLOT)
                          BRANCH-REGION-CODE (BRANCH-SLOT)
                          BRANCH-REGION-NAME (BRANCH-SLOT).
           MOVE 0 TO BRANCH-RANK (BRANCH-SLOT).
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 2
               MOVE 0 TO BRANCH-FEES (BRANCH-SLOT, PERIOD-IDX)
                         BRANCH-INTEREST (BRANCH-SLOT, PERIOD-IDX)
                         BRANCH-TXNS (BRANCH-SLOT, PERIOD-IDX)
                         BRANCH-COST (BRANCH-SLOT, PERIOD-IDX)
                         BRANCH-NET (BRANCH-SLOT, PERIOD-IDX)
                         BRANCH-ADB (BRANCH-SLOT, PERIOD-IDX)
           END-PERFORM.

      * The first range covering the account, as BRN01 matches.
       FIND-BRANCH-SLOT.
           MOVE 0 TO BRANCH-SLOT.
           PERFORM VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-COUNT
                      OR BRANCH-SLOT > 0
               IF LOOKUP-ACCT >= BRANCH-RANGE-LOW (BRANCH-IDX) AND
                  LOOKUP-ACCT <= BRANCH-RANGE-HIGH (BRANCH-IDX)
                   MOVE BRANCH-IDX TO BRANCH-SLOT
               END-IF
           END-PERFORM.
           IF BRANCH-SLOT = 0
               MOVE UNASSIGNED-SLOT TO BRANCH-SLOT
               MOVE 'Y' TO UNASSIGNED-SEEN-SW
           END-IF.

       TAKE-ONE-BUCKET.
           MOVE SUMMST-ACCT-NBR TO LOOKUP-ACCT.
           PERFORM FIND-BRANCH-SLOT.
           MOVE 'T' TO BUCKET-KIND.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               IF SCHED-TBL-REC-TYPE (SCHED-IDX) = SUMMST-REC-TYPE
                   EVALUATE SCHED-TBL-KIND (SCHED-IDX)
                       WHEN "FLATFEE "
                           MOVE 'F' TO BUCKET-KIND
                       WHEN "RATEPCT "
                           MOVE 'I' TO BUCKET-KIND
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF BUCKET-IS-TRANSACTIONS
               MOVE DEFAULT-PER-TXN TO BUCKET-PER-TXN
               PERFORM VARYING COST-IDX FROM 1 BY 1
                       UNTIL COST-IDX > COST-COUNT
                   IF COST-TBL-REC-TYPE (COST-IDX) = SUMMST-REC-TYPE
                       MOVE COST-TBL-PER-TXN (COST-IDX) TO
                            BUCKET-PER-TXN
                   END-IF
               END-PERFORM
               COMPUTE BUCKET-COST ROUNDED =
                       SUMMST-MTD-COUNT * BUCKET-PER-TXN
           ELSE
               COMPUTE BUCKET-INCOME = 0 - SUMMST-MTD-AMOUNT
           END-IF.
           MOVE 2 TO PERIOD-IDX.
           PERFORM ADD-BUCKET-TO-BRANCH.
           IF SUMMST-YEAR-MONTH = PRF-MONTH-DIGITS
               MOVE 1 TO PERIOD-IDX
               PERFORM ADD-BUCKET-TO-BRANCH
           END-IF.

       ADD-BUCKET-TO-BRANCH.
           EVALUATE TRUE
               WHEN BUCKET-IS-FEE
                   ADD BUCKET-INCOME TO
                       BRANCH-FEES (BRANCH-SLOT, PERIOD-IDX)
               WHEN BUCKET-IS-INTEREST
                   ADD BUCKET-INCOME TO
                       BRANCH-INTEREST (BRANCH-SLOT, PERIOD-IDX)
               WHEN OTHER
                   ADD SUMMST-MTD-COUNT TO
                       BRANCH-TXNS (BRANCH-SLOT, PERIOD-IDX)
                   ADD BUCKET-COST TO
                       BRANCH-COST (BRANCH-SLOT, PERIOD-IDX)
           END-EVALUATE.

       START-ONE-ACCOUNT.
           MOVE BALHIST-ACCT-NBR TO CURRENT-ACCT.
           MOVE 0 TO CURRENT-BAL.
           MOVE 1 TO NEXT-DOY.
           MOVE 0 TO MONTH-BAL-SUM.
           MOVE 0 TO YTD-BAL-SUM.

      * A record before the year only sets the balance the year
      * opens with; one inside the period first carries the old
      * balance up to its own day. Records after the month are
      * not the report's.
       TAKE-ONE-HISTORY-RECORD.
           IF BALHIST-DATE < YEAR-START-DATE
               MOVE BALHIST-CLOSING-BAL TO CURRENT-BAL
           ELSE
               IF BALHIST-DATE NOT > MONTH-END-DATE
                   MOVE BALHIST-DATE TO WORK-DATE
                   PERFORM SET-DAY-OF-YEAR
                   MOVE WORK-DOY TO CARRY-TO-DOY
                   PERFORM CARRY-THE-BALANCE
                   MOVE BALHIST-CLOSING-BAL TO CURRENT-BAL
               END-IF
           END-IF.

      * The balance held from NEXT-DOY up to (not including)
      * CARRY-TO-DOY: all of it counts to the year, the part
      * inside the report month to the month.
       CARRY-THE-BALANCE.
           IF CARRY-TO-DOY > NEXT-DOY
               COMPUTE CARRY-DAYS = CARRY-TO-DOY - NEXT-DOY
               COMPUTE YTD-BAL-SUM = YTD-BAL-SUM
                                   + CURRENT-BAL * CARRY-DAYS
               MOVE NEXT-DOY TO CARRY-LOW
               IF CARRY-LOW < MONTH-START-DOY
                   MOVE MONTH-START-DOY TO CARRY-LOW
               END-IF
               MOVE CARRY-TO-DOY TO CARRY-HIGH
               IF CARRY-HIGH > MONTH-END-DOY + 1
                   COMPUTE CARRY-HIGH = MONTH-END-DOY + 1
               END-IF
               IF CARRY-HIGH > CARRY-LOW
                   COMPUTE CARRY-DAYS = CARRY-HIGH - CARRY-LOW
                   COMPUTE MONTH-BAL-SUM = MONTH-BAL-SUM
                                     + CURRENT-BAL * CARRY-DAYS
               END-IF
               MOVE CARRY-TO-DOY TO NEXT-DOY
           END-IF.

       FINISH-ONE-ACCOUNT.
           IF CURRENT-ACCT NOT = SPACES
               COMPUTE CARRY-TO-DOY = MONTH-END-DOY + 1
               PERFORM CARRY-THE-BALANCE
               ADD 1 TO BALHIST-ACCOUNTS
               MOVE CURRENT-ACCT TO LOOKUP-ACCT
               PERFORM FIND-BRANCH-SLOT
               COMPUTE ACCOUNT-ADB ROUNDED =
                       MONTH-BAL-SUM / DAYS-IN-MONTH
               ADD ACCOUNT-ADB TO BRANCH-ADB (BRANCH-SLOT, 1)
               COMPUTE ACCOUNT-ADB ROUNDED =
                       YTD-BAL-SUM / MONTH-END-DOY
               ADD ACCOUNT-ADB TO BRANCH-ADB (BRANCH-SLOT, 2)
           END-IF.

      * Regions keep the order BRANCHMAP first names them in.
       FIND-REGION-SLOT.
           MOVE 0 TO REGION-SLOT.
           PERFORM VARYING REGION-IDX FROM 1 BY 1
                   UNTIL REGION-IDX > REGION-COUNT
               IF REGION-TBL-CODE (REGION-IDX) =
                      BRANCH-REGION-CODE (BRANCH-IDX)
                   MOVE REGION-IDX TO REGION-SLOT
               END-IF
           END-PERFORM.
           IF REGION-SLOT = 0
               IF REGION-COUNT < 20
                   ADD 1 TO REGION-COUNT
                   MOVE REGION-COUNT TO REGION-SLOT
               ELSE
                   MOVE 20 TO REGION-SLOT
               END-IF
               MOVE BRANCH-REGION-CODE (BRANCH-IDX) TO
                    REGION-TBL-CODE (REGION-SLOT)
               MOVE BRANCH-REGION-NAME (BRANCH-IDX) TO
                    REGION-TBL-NAME (REGION-SLOT)
               MOVE 0 TO REGION-RANK (REGION-SLOT)
               INITIALIZE REGION-PERIOD (REGION-SLOT, 1)
                          REGION-PERIOD (REGION-SLOT, 2)
           END-IF.

       ADD-BRANCH-TO-REGION.
           ADD BRANCH-FEES (BRANCH-IDX, PERIOD-IDX) TO
               REGION-FEES (REGION-SLOT, PERIOD-IDX).
           ADD BRANCH-INTEREST (BRANCH-IDX, PERIOD-IDX) TO
               REGION-INTEREST (REGION-SLOT, PERIOD-IDX).
           ADD BRANCH-TXNS (BRANCH-IDX, PERIOD-IDX) TO
               REGION-TXNS (REGION-SLOT, PERIOD-IDX).
           ADD BRANCH-COST (BRANCH-IDX, PERIOD-IDX) TO
               REGION-COST (REGION-SLOT, PERIOD-IDX).
           ADD BRANCH-NET (BRANCH-IDX, PERIOD-IDX) TO
               REGION-NET (REGION-SLOT, PERIOD-IDX).
           ADD BRANCH-ADB (BRANCH-IDX, PERIOD-IDX) TO
               REGION-ADB (REGION-SLOT, PERIOD-IDX).

       ADD-REGION-TO-BANK.
           ADD REGION-FEES (REGION-IDX, PERIOD-IDX) TO
               BANK-FEES (PERIOD-IDX).
           ADD REGION-INTEREST (REGION-IDX, PERIOD-IDX) TO
               BANK-INTEREST (PERIOD-IDX).
           ADD REGION-TXNS (REGION-IDX, PERIOD-IDX) TO
               BANK-TXNS (PERIOD-IDX).
           ADD REGION-COST (REGION-IDX, PERIOD-IDX) TO
               BANK-COST (PERIOD-IDX).
           ADD REGION-NET (REGION-IDX, PERIOD-IDX) TO
               BANK-NET (PERIOD-IDX).
           ADD REGION-ADB (REGION-IDX, PERIOD-IDX) TO
               BANK-ADB (PERIOD-IDX).

       ADD-UNASSIGNED-TO-BANK.
           ADD BRANCH-FEES (BRANCH-IDX, PERIOD-IDX) TO
               BANK-FEES (PERIOD-IDX).
           ADD BRANCH-INTEREST (BRANCH-IDX, PERIOD-IDX) TO
               BANK-INTEREST (PERIOD-IDX).
           ADD BRANCH-TXNS (BRANCH-IDX, PERIOD-IDX) TO
               BANK-TXNS (PERIOD-IDX).
           ADD BRANCH-COST (BRANCH-IDX, PERIOD-IDX) TO
               BANK-COST (PERIOD-IDX).
           ADD BRANCH-NET (BRANCH-IDX, PERIOD-IDX) TO
               BANK-NET (PERIOD-IDX).
           ADD BRANCH-ADB (BRANCH-IDX, PERIOD-IDX) TO
               BANK-ADB (PERIOD-IDX).

       FIND-REGION-INDEX.
           PERFORM VARYING REGION-IDX FROM 1 BY 1
                   UNTIL REGION-IDX > REGION-COUNT
                      OR REGION-TBL-CODE (REGION-IDX) =
                         BRANCH-REGION-CODE (BRANCH-IDX)
               CONTINUE
           END-PERFORM.
           IF REGION-IDX > REGION-COUNT
               MOVE REGION-COUNT TO REGION-IDX
           END-IF.

       PRINT-BRANCH-BLOCK.
           MOVE BRANCH-PERIOD (BRANCH-IDX, 1) TO BLOCK-PERIOD (1).
           MOVE BRANCH-PERIOD (BRANCH-IDX, 2) TO BLOCK-PERIOD (2).
           MOVE BRANCH-RANK (BRANCH-IDX) TO EDITED-RANK.
           MOVE BRANCH-COUNT TO EDITED-OF.
           MOVE SPACES TO BLOCK-TITLE.
           STRING "BRANCH " BRANCH-TBL-CODE (BRANCH-IDX) " "
                  BRANCH-TBL-NAME (BRANCH-IDX) " REGION "
                  BRANCH-REGION-CODE (BRANCH-IDX) "  RANK "
                  EDITED-RANK " OF " EDITED-OF
               DELIMITED BY SIZE INTO BLOCK-TITLE.
           PERFORM PRINT-ONE-BLOCK.

       PRINT-REGION-BLOCK.
           MOVE REGION-PERIOD (REGION-IDX, 1) TO BLOCK-PERIOD (1).
           MOVE REGION-PERIOD (REGION-IDX, 2) TO BLOCK-PERIOD (2).
           MOVE REGION-RANK (REGION-IDX) TO EDITED-RANK.
           MOVE REGION-COUNT TO EDITED-OF.
           MOVE SPACES TO BLOCK-TITLE.
           STRING "REGION " REGION-TBL-CODE (REGION-IDX) " "
                  REGION-TBL-NAME (REGION-IDX) " TOTAL"
                  "         RANK " EDITED-RANK " OF " EDITED-OF
               DELIMITED BY SIZE INTO BLOCK-TITLE.
           PERFORM PRINT-ONE-BLOCK.

       PRINT-ONE-BLOCK.
           MOVE SPACES TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE BLOCK-TITLE TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE SPACES TO PRF01-REPORT-LINE.
           STRING "                                   MONTH"
                  "          YEAR TO DATE"
               DELIMITED BY SIZE INTO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE "FEE INCOME" TO BLK-LABEL.
           MOVE BLOCK-FEES (1) TO BLK-MONTH.
           MOVE BLOCK-FEES (2) TO BLK-YTD.
           MOVE BLOCK-LINE TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE "NET INTEREST" TO BLK-LABEL.
           MOVE BLOCK-INTEREST (1) TO BLK-MONTH.
           MOVE BLOCK-INTEREST (2) TO BLK-YTD.
           MOVE BLOCK-LINE TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE "TOTAL INCOME" TO BLK-LABEL.
           COMPUTE BLK-MONTH = BLOCK-FEES (1) + BLOCK-INTEREST (1).
           COMPUTE BLK-YTD = BLOCK-FEES (2) + BLOCK-INTEREST (2).
           MOVE BLOCK-LINE TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE "TRANSACTIONS" TO CNT-LABEL.
           MOVE BLOCK-TXNS (1) TO CNT-MONTH.
           MOVE BLOCK-TXNS (2) TO CNT-YTD.
           MOVE COUNT-LINE TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE "PROCESSING COST" TO BLK-LABEL.
           MOVE BLOCK-COST (1) TO BLK-MONTH.
           MOVE BLOCK-COST (2) TO BLK-YTD.
           MOVE BLOCK-LINE TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE "NET CONTRIBUTION" TO BLK-LABEL.
           MOVE BLOCK-NET (1) TO BLK-MONTH.
           MOVE BLOCK-NET (2) TO BLK-YTD.
           MOVE BLOCK-LINE TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           IF BALHIST-SEEN
               MOVE "AVERAGE BALANCE" TO BLK-LABEL
               MOVE BLOCK-ADB (1) TO BLK-MONTH
               MOVE BLOCK-ADB (2) TO BLK-YTD
               MOVE BLOCK-LINE TO PRF01-REPORT-LINE
               WRITE PRF01-REPORT-LINE
           END-IF.

       PRINT-THE-RANKINGS.
           MOVE SPACES TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE "BRANCHES RANKED BY NET CONTRIBUTION" TO
                PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           PERFORM WRITE-RANKING-HEADING.
           PERFORM VARYING RANK-NEXT FROM 1 BY 1
                   UNTIL RANK-NEXT > BRANCH-COUNT
               PERFORM VARYING BRANCH-IDX FROM 1 BY 1
                       UNTIL BRANCH-IDX > BRANCH-COUNT
                   IF BRANCH-RANK (BRANCH-IDX) = RANK-NEXT
                       MOVE RANK-NEXT TO RNK-RANK
                       MOVE BRANCH-TBL-CODE (BRANCH-IDX) TO RNK-CODE
                       MOVE BRANCH-TBL-NAME (BRANCH-IDX) TO RNK-NAME
                       MOVE BRANCH-REGION-CODE (BRANCH-IDX) TO
                            RNK-REGION
                       MOVE BRANCH-NET (BRANCH-IDX, 1) TO RNK-MONTH
                       MOVE BRANCH-NET (BRANCH-IDX, 2) TO RNK-YTD
                       MOVE RANK-LINE TO PRF01-REPORT-LINE
                       WRITE PRF01-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           MOVE "REGIONS RANKED BY NET CONTRIBUTION" TO
                PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.
           PERFORM WRITE-RANKING-HEADING.
           PERFORM VARYING RANK-NEXT FROM 1 BY 1
                   UNTIL RANK-NEXT > REGION-COUNT
               PERFORM VARYING REGION-IDX FROM 1 BY 1
                       UNTIL REGION-IDX > REGION-COUNT
                   IF REGION-RANK (REGION-IDX) = RANK-NEXT
                       MOVE RANK-NEXT TO RNK-RANK
                       MOVE REGION-TBL-CODE (REGION-IDX) TO RNK-CODE
                       MOVE REGION-TBL-NAME (REGION-IDX) TO RNK-NAME
                       MOVE SPACES TO RNK-REGION
                       MOVE REGION-NET (REGION-IDX, 1) TO RNK-MONTH
                       MOVE REGION-NET (REGION-IDX, 2) TO RNK-YTD
                       MOVE RANK-LINE TO PRF01-REPORT-LINE
                       WRITE PRF01-REPORT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-RANKING-HEADING.
           MOVE SPACES TO PRF01-REPORT-LINE.
           STRING "  RK  CODE NAME                 RGN"
                  "     MONTH NET    YEAR TO DATE"
               DELIMITED BY SIZE INTO PRF01-REPORT-LINE.
           WRITE PRF01-REPORT-LINE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="PRF01"==.
