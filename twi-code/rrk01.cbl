       IDENTIFICATION DIVISION.
       PROGRAM-ID. RRK01.
      *--------------------------------------------------
      * CHARGE READY-RECKONER FOR THE BRANCHES, PRINTED FROM THE
      * LIVE ACRSCHED SCHEDULE SO THE ANSWER TO "WHAT WILL I BE
      * CHARGED ON A BALANCE OF X?" COMES FROM THE CARDS ACR01
      * ACTUALLY APPLIES, NOT A PHOTOCOPIED RATE SHEET. FOR EACH
      * ACCOUNT CLASS ON THE PRODUCT MASTER (PRODMST), AND FIRST
      * FOR ACCOUNTS WITH NO PRODUCT, EVERY CARD OF THAT CLASS'S
      * CHARGE PLAN GETS A TABLE OF THE MONTHLY AMOUNT ACROSS A
      * LADDER OF BALANCE BANDS - IN CREDIT AND OVERDRAWN - WORKED
      * EXACTLY AS ACR01 WORKS IT: RATEPCT IS THE BALANCE TIMES
      * THE ANNUAL RATE OVER 1200, ROUNDED, SIGN FOLLOWING THE
      * BALANCE; FLATFEE IS THE FEE AS A DEBIT; NEITHER APPLIES
      * BELOW THE CARD'S MINIMUM BALANCE. THE BANDS COME FROM
      * RRK01BND (ONE BALANCE PER CARD, COLUMNS 1-13, UP TO 12)
      * OR THE STANDARD LADDER WHEN IT IS ABSENT.
      * THE SHEET IS REGENERATED ONLY WHEN IT WOULD CHANGE: THE
      * SCHEDULE CARDS, PRODUCT RECORDS AND BANDS ARE FOLDED
      * THROUGH THE SHARED DLVAUTH VALUE INTO A FINGERPRINT, AND
      * WHEN THAT DIFFERS FROM THE ONE SAVED ON RRK01CTL WITH THE
      * LAST SHEET (OR RRK01PM SAYS FORCE) RRK01RPT IS REWRITTEN
      * AND THE NEW FINGERPRINT SAVED. OTHERWISE THE SHEET ALREADY
      * ON RRK01RPT STANDS. THE SHEET CARRIES THE SUITE HEADER
      * AND FOOTER AND IS RE-HEADED WITH A NEW PAGE NUMBER EVERY
      * PAGE-BREAK-SIZE LINES AS MULT04 DOES (DEFAULT 55,
      * RRK01PM COLUMNS 11-12). BND01 DELIVERS IT TO EVERY BRANCH
      * LISTED AGAINST IT ON DISTLIST. NO SCHEDULE CARDS LEAVES
      * THE OLD SHEET IN PLACE AND ENDS RC 4.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RRK01-SCHEDULE ASSIGN TO ACRSCHED
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ACRSCHED-STATUS.

      * Product master, read end to end for the account classes.
      * Absent - only the no-product section is printed.
           SELECT PRODMST-FILE ASSIGN TO PRODMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PRODMST-CLASS
                  FILE STATUS   IS PRODMST-STATUS.

           SELECT RRK01-BANDS ASSIGN TO RRK01BND
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RRK01BND-STATUS.

           SELECT RRK01-CONTROL ASSIGN TO RRK01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RRK01CTL-STATUS.

           SELECT RRK01-PARMCARD ASSIGN TO RRK01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RRK01PM-STATUS.

           SELECT RRK01-REPORT ASSIGN TO RRK01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RRK01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RRK01-SCHEDULE.
       01  RRK01-SCHEDULE-REC.
           05  SCHED-REC-TYPE           PIC X(2).
           05  SCHED-KIND               PIC X(8).
           05  SCHED-RATE-PCT           PIC 9(3)V9(4).
           05  SCHED-FLAT-FEE           PIC 9(7)V99.
           05  SCHED-MIN-BALANCE        PIC 9(11)V99.
           05  SCHED-PLAN               PIC X(4).
           05  FILLER                   PIC X(37).

       FD  PRODMST-FILE.
           COPY "prodmst.cpy".

       FD  RRK01-BANDS.
       01  RRK01BND-REC.
           05  BND-BALANCE              PIC 9(11)V99.
           05  FILLER                   PIC X(67).

      * The fingerprint of the inputs the sheet now on RRK01RPT
      * was printed from.
       FD  RRK01-CONTROL.
       01  RRK01CTL-REC.
           05  CTL-SHEET-DATE           PIC 9(8).
           05  FILLER                   PIC X.
           05  CTL-FINGERPRINT          PIC 9(9).
           05  FILLER                   PIC X.
           05  CTL-CARD-COUNT           PIC 9(3).
           05  FILLER                   PIC X.
           05  CTL-CLASS-COUNT          PIC 9(3).
           05  FILLER                   PIC X(54).

       FD  RRK01-PARMCARD.
       01  RRK01PM-REC.
           05  RRK01PM-MODE             PIC X(10).
           05  RRK01PM-PAGESIZE         PIC X(2).
           05  FILLER                   PIC X(68).

       FD  RRK01-REPORT.
       01  RRK01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==PRODMST==.

       01  ACRSCHED-STATUS.
           05  ACRSCHED-STATUS-L        PIC X.
           05  ACRSCHED-STATUS-R        PIC X.
       01  PRODMST-STATUS.
           05  PRODMST-STATUS-L         PIC X.
           05  PRODMST-STATUS-R         PIC X.
       01  RRK01BND-STATUS.
           05  RRK01BND-STATUS-L        PIC X.
           05  RRK01BND-STATUS-R        PIC X.
       01  RRK01CTL-STATUS.
           05  RRK01CTL-STATUS-L        PIC X.
           05  RRK01CTL-STATUS-R        PIC X.
       01  RRK01PM-STATUS.
           05  RRK01PM-STATUS-L         PIC X.
           05  RRK01PM-STATUS-R         PIC X.
       01  RRK01RPT-STATUS.
           05  RRK01RPT-STATUS-L        PIC X.
           05  RRK01RPT-STATUS-R        PIC X.

       01  FORCE-SW                     PIC X       VALUE 'N'.
           88  FORCE-REQUESTED                       VALUE 'Y'.
       01  SHEET-CHANGED-SW             PIC X       VALUE 'N'.
           88  SHEET-CHANGED                         VALUE 'Y'.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * The loaded charge schedule, as ACR01 loads it.
       01  SCHED-COUNT                  PIC 99      VALUE 0.
       01  SCHED-TABLE.
           05  SCHED-ENTRY OCCURS 10 TIMES.
               10  SCHED-TBL-REC-TYPE   PIC X(2).
               10  SCHED-TBL-KIND       PIC X(8).
               10  SCHED-TBL-RATE       PIC 9(3)V9(4).
               10  SCHED-TBL-FEE        PIC 9(7)V99.
               10  SCHED-TBL-MIN-BAL    PIC 9(11)V99.
               10  SCHED-TBL-PLAN       PIC X(4).
       01  SCHED-IDX                    PIC 99.

      * Account classes from the product master.
       01  CLASS-COUNT                  PIC 99      VALUE 0.
       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 20 TIMES.
               10  CLASS-TBL-CLASS      PIC X(4).
               10  CLASS-TBL-DESC       PIC X(30).
               10  CLASS-TBL-PLAN       PIC X(4).
       01  CLASS-IDX                    PIC 99.
       01  CURRENT-CLASS                PIC X(4).
       01  CURRENT-DESC                 PIC X(30).
       01  CURRENT-PLAN                 PIC X(4).
       01  CLASS-CHARGES                PIC 99.

      * Balance bands. The standard ladder stands unless
      * RRK01BND supplies one.
       01  STANDARD-BANDS.
           05  FILLER                   PIC 9(11)V99 VALUE 100.
           05  FILLER                   PIC 9(11)V99 VALUE 500.
           05  FILLER                   PIC 9(11)V99 VALUE 1000.
           05  FILLER                   PIC 9(11)V99 VALUE 2500.
           05  FILLER                   PIC 9(11)V99 VALUE 5000.
           05  FILLER                   PIC 9(11)V99 VALUE 10000.
           05  FILLER                   PIC 9(11)V99 VALUE 25000.
           05  FILLER                   PIC 9(11)V99 VALUE 50000.
           05  FILLER                   PIC 9(11)V99 VALUE 100000.
           05  FILLER                   PIC 9(11)V99 VALUE 250000.
       01  STANDARD-BAND-TABLE REDEFINES STANDARD-BANDS.
           05  STANDARD-BAND            PIC 9(11)V99 OCCURS 10 TIMES.
       01  BAND-COUNT                   PIC 99      VALUE 0.
       01  BAND-TABLE.
           05  BAND-BALANCE             PIC 9(11)V99 OCCURS 12 TIMES.
       01  BAND-IDX                     PIC 99.

      * Fingerprint of tonight's inputs, folded a record at a
      * time through DLVAUTH with a zero key.
       01  FINGERPRINT-KEY              PIC 9(9)    VALUE 0.
       01  FINGERPRINT                  PIC 9(9)    VALUE 0.
       01  FOLD-RECORD                  PIC X(80).
       01  PREV-FINGERPRINT             PIC 9(9)    VALUE 0.
       01  PREV-CARD-COUNT              PIC 9(3)    VALUE 0.
       01  PREV-CLASS-COUNT             PIC 9(3)    VALUE 0.
       01  PREV-SHEET-DATE              PIC 9(8)    VALUE 0.
       01  PREV-SHEET-SW                PIC X       VALUE 'N'.
           88  PREV-SHEET-KNOWN                      VALUE 'Y'.

      * Page control, MULT04's way: a fresh header with the next
      * page number after every PAGE-BREAK-SIZE lines.
       01  PAGE-BREAK-SIZE              PIC 99      VALUE 55.
       01  PAGE-LINES                   PIC 99      VALUE 0.
       01  SHEET-LINES                  PIC 9(5)    VALUE 0.

       01  BALANCE-MAGNITUDE            PIC 9(11)V99.
       01  SIGNED-BALANCE               PIC S9(11)V99.
       01  CHARGE-AMOUNT                PIC S9(9)V99.
       01  CHARGE-EDITED                PIC +(8)9.99.
       01  RATE-EDITED                  PIC ZZ9.9999.
       01  FEE-EDITED                   PIC Z,ZZZ,ZZ9.99.
       01  MIN-BAL-EDITED               PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  FINGERPRINT-EDITED           PIC 9(9).

       01  BAND-LINE.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  BAND-LINE-BALANCE        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  BAND-LINE-CREDIT         PIC X(12).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  BAND-LINE-OVERDRAWN      PIC X(12).
       01  BAND-HEADING.
           05  FILLER                   PIC X(20)
                                  VALUE "             BALANCE".
           05  FILLER                   PIC X(16)
                                  VALUE "       IN CREDIT".
           05  FILLER                   PIC X(16)
                                  VALUE "       OVERDRAWN".
       01  NIL-COLUMN                   PIC X(12)
                                  VALUE "         NIL".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "RRK01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM GET-PARM-CARD.
           PERFORM LOAD-THE-SCHEDULE.
           PERFORM LOAD-THE-CLASSES THRU LOAD-THE-CLASSES-EXIT.
           PERFORM LOAD-THE-BANDS.
           PERFORM CHECK-FOR-CHANGE.
           EVALUATE TRUE
               WHEN SCHED-COUNT = 0
                   DISPLAY "RRK01: no schedule cards - the sheet "
                           "on RRK01RPT is left as it was"
                   MOVE 4 TO RUN-SEVERITY
               WHEN SHEET-CHANGED OR FORCE-REQUESTED
                   PERFORM WRITE-THE-SHEET
               WHEN OTHER
                   DISPLAY "RRK01: schedule unchanged since "
                           PREV-SHEET-DATE
                           " - sheet not regenerated"
           END-EVALUATE.
           CALL "DAYLOG" USING "RRK01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT RRK01-PARMCARD.
           IF RRK01PM-STATUS = "00"
               READ RRK01-PARMCARD
                   AT END MOVE "10" TO RRK01PM-STATUS
               END-READ
               IF RRK01PM-STATUS = "00"
                   IF RRK01PM-MODE = "FORCE"
                       MOVE 'Y' TO FORCE-SW
                   END-IF
                   IF RRK01PM-PAGESIZE IS NUMERIC AND
                      RRK01PM-PAGESIZE >= "20"
                       MOVE RRK01PM-PAGESIZE TO PAGE-BREAK-SIZE
                   END-IF
               END-IF
               CLOSE RRK01-PARMCARD
           END-IF.

       LOAD-THE-SCHEDULE.
           MOVE 0 TO SCHED-COUNT.
           OPEN INPUT RRK01-SCHEDULE.
           IF ACRSCHED-STATUS = "00"
               PERFORM UNTIL ACRSCHED-STATUS NOT = "00"
                   READ RRK01-SCHEDULE
                       AT END MOVE "10" TO ACRSCHED-STATUS
                   END-READ
                   IF ACRSCHED-STATUS = "00" AND
                      SCHED-COUNT < 10
                       ADD 1 TO SCHED-COUNT
                       MOVE SCHED-REC-TYPE TO
                            SCHED-TBL-REC-TYPE (SCHED-COUNT)
                       MOVE SCHED-KIND TO
                            SCHED-TBL-KIND (SCHED-COUNT)
                       MOVE SCHED-RATE-PCT TO
                            SCHED-TBL-RATE (SCHED-COUNT)
                       MOVE SCHED-FLAT-FEE TO
                            SCHED-TBL-FEE (SCHED-COUNT)
                       MOVE SCHED-MIN-BALANCE TO
                            SCHED-TBL-MIN-BAL (SCHED-COUNT)
                       MOVE SCHED-PLAN TO
                            SCHED-TBL-PLAN (SCHED-COUNT)
                       MOVE RRK01-SCHEDULE-REC TO FOLD-RECORD
                       PERFORM FOLD-INTO-FINGERPRINT
                   END-IF
               END-PERFORM
               CLOSE RRK01-SCHEDULE
           END-IF.
           DISPLAY "RRK01: schedule cards loaded= " SCHED-COUNT.

       LOAD-THE-CLASSES.
           MOVE 0 TO CLASS-COUNT.
           OPEN INPUT PRODMST-FILE.
           IF PRODMST-STATUS NOT = "00"
               DISPLAY "RRK01: no product master - the no-product "
                       "charges only"
               GO TO LOAD-THE-CLASSES-EXIT
           END-IF.
           MOVE LOW-VALUES TO PRODMST-CLASS.
           START PRODMST-FILE
               KEY IS NOT LESS THAN PRODMST-CLASS
               INVALID KEY
                   MOVE 'Y' TO PRODMST-EOF
           END-START.
           PERFORM UNTIL PRODMST-EOF-YES
               READ PRODMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO PRODMST-EOF
               END-READ
               IF NOT PRODMST-EOF-YES AND CLASS-COUNT < 20
                   ADD 1 TO CLASS-COUNT
                   MOVE PRODMST-CLASS TO
                        CLASS-TBL-CLASS (CLASS-COUNT)
                   MOVE PRODMST-DESC TO
                        CLASS-TBL-DESC (CLASS-COUNT)
                   MOVE PRODMST-CHARGE-PLAN TO
                        CLASS-TBL-PLAN (CLASS-COUNT)
                   MOVE PRODMST-REC TO FOLD-RECORD
                   PERFORM FOLD-INTO-FINGERPRINT
               END-IF
           END-PERFORM.
           CLOSE PRODMST-FILE.
       LOAD-THE-CLASSES-EXIT.
           EXIT.

       LOAD-THE-BANDS.
           MOVE 0 TO BAND-COUNT.
           OPEN INPUT RRK01-BANDS.
           IF RRK01BND-STATUS = "00"
               PERFORM UNTIL RRK01BND-STATUS NOT = "00"
                   READ RRK01-BANDS
                       AT END MOVE "10" TO RRK01BND-STATUS
                   END-READ
                   IF RRK01BND-STATUS = "00" AND
                      BND-BALANCE IS NUMERIC AND
                      BND-BALANCE > 0 AND
                      BAND-COUNT < 12
                       ADD 1 TO BAND-COUNT
                       MOVE BND-BALANCE TO BAND-BALANCE (BAND-COUNT)
                       MOVE RRK01BND-REC TO FOLD-RECORD
                       PERFORM FOLD-INTO-FINGERPRINT
                   END-IF
               END-PERFORM
               CLOSE RRK01-BANDS
           END-IF.
           IF BAND-COUNT = 0
               PERFORM VARYING BAND-IDX FROM 1 BY 1
                       UNTIL BAND-IDX > 10
                   MOVE STANDARD-BAND (BAND-IDX) TO
                        BAND-BALANCE (BAND-IDX)
               END-PERFORM
               MOVE 10 TO BAND-COUNT
           END-IF.

      * The sheet changes when the fingerprint, or either count,
      * differs from the last sheet's - or there was no last
      * sheet.
       CHECK-FOR-CHANGE.
           OPEN INPUT RRK01-CONTROL.
           IF RRK01CTL-STATUS = "00"
               READ RRK01-CONTROL
                   AT END MOVE "10" TO RRK01CTL-STATUS
               END-READ
               IF RRK01CTL-STATUS = "00" AND
                  CTL-FINGERPRINT IS NUMERIC
                   MOVE 'Y' TO PREV-SHEET-SW
                   MOVE CTL-FINGERPRINT TO PREV-FINGERPRINT
                   MOVE CTL-CARD-COUNT TO PREV-CARD-COUNT
                   MOVE CTL-CLASS-COUNT TO PREV-CLASS-COUNT
                   MOVE CTL-SHEET-DATE TO PREV-SHEET-DATE
               END-IF
               CLOSE RRK01-CONTROL
           END-IF.
           IF NOT PREV-SHEET-KNOWN OR
              FINGERPRINT NOT = PREV-FINGERPRINT OR
              SCHED-COUNT NOT = PREV-CARD-COUNT OR
              CLASS-COUNT NOT = PREV-CLASS-COUNT
               MOVE 'Y' TO SHEET-CHANGED-SW
           END-IF.

       WRITE-THE-SHEET.
           OPEN OUTPUT RRK01-REPORT.
           IF RRK01RPT-STATUS NOT = "00"
               DISPLAY "RRK01: OPEN RRK01-REPORT - status "
                       RRK01RPT-STATUS
               MOVE 8 TO RUN-SEVERITY
           ELSE
               PERFORM WRITE-SHEET-HEADER
               MOVE SPACES TO RRK01-REPORT-LINE
               STRING "CHARGE READY-RECKONER - MONTHLY INTEREST "
                      "AND FEES BY BALANCE"
                   DELIMITED BY SIZE INTO RRK01-REPORT-LINE
               PERFORM WRITE-SHEET-LINE
               MOVE FINGERPRINT TO FINGERPRINT-EDITED
               MOVE SPACES TO RRK01-REPORT-LINE
               STRING "FROM THE " SCHED-COUNT
                      " ACRSCHED CARDS IN FORCE - SHEET "
                      FINGERPRINT-EDITED
                   DELIMITED BY SIZE INTO RRK01-REPORT-LINE
               PERFORM WRITE-SHEET-LINE
               MOVE SPACES TO CURRENT-CLASS
               MOVE "ACCOUNTS WITH NO PRODUCT" TO CURRENT-DESC
               MOVE SPACES TO CURRENT-PLAN
               PERFORM WRITE-ONE-CLASS
               PERFORM VARYING CLASS-IDX FROM 1 BY 1
                       UNTIL CLASS-IDX > CLASS-COUNT
                   MOVE CLASS-TBL-CLASS (CLASS-IDX) TO CURRENT-CLASS
                   MOVE CLASS-TBL-DESC (CLASS-IDX) TO CURRENT-DESC
                   MOVE CLASS-TBL-PLAN (CLASS-IDX) TO CURRENT-PLAN
                   PERFORM WRITE-ONE-CLASS
               END-PERFORM
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO RRK01-REPORT-LINE
               WRITE RRK01-REPORT-LINE
               CLOSE RRK01-REPORT
               PERFORM SAVE-THE-FINGERPRINT
               DISPLAY "RRK01: sheet regenerated - classes= "
                       CLASS-COUNT " lines= " SHEET-LINES
           END-IF.

      * LEVEL 3 ROUTINES
       FOLD-INTO-FINGERPRINT.
           CALL "DLVAUTH" USING FOLD-RECORD FINGERPRINT-KEY
                                FINGERPRINT.

       SAVE-THE-FINGERPRINT.
           OPEN OUTPUT RRK01-CONTROL.
           IF RRK01CTL-STATUS NOT = "00"
               DISPLAY "RRK01: OPEN RRK01-CONTROL - status "
                       RRK01CTL-STATUS
                       " - the sheet will be reprinted next run"
               MOVE 4 TO RUN-SEVERITY
           ELSE
               MOVE SPACES TO RRK01CTL-REC
               MOVE BUSINESS-DATE-NUM TO CTL-SHEET-DATE
               MOVE FINGERPRINT TO CTL-FINGERPRINT
               MOVE SCHED-COUNT TO CTL-CARD-COUNT
               MOVE CLASS-COUNT TO CTL-CLASS-COUNT
               WRITE RRK01CTL-REC
               CLOSE RRK01-CONTROL
           END-IF.

       WRITE-ONE-CLASS.
           MOVE SPACES TO RRK01-REPORT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO RRK01-REPORT-LINE.
           IF CURRENT-CLASS = SPACES
               STRING CURRENT-DESC
                   DELIMITED BY SIZE INTO RRK01-REPORT-LINE
           ELSE
               STRING "CLASS " CURRENT-CLASS " " CURRENT-DESC
                      " PLAN " CURRENT-PLAN
                   DELIMITED BY SIZE INTO RRK01-REPORT-LINE
           END-IF.
           PERFORM WRITE-SHEET-LINE.
           MOVE 0 TO CLASS-CHARGES.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               IF SCHED-TBL-PLAN (SCHED-IDX) = CURRENT-PLAN
                   ADD 1 TO CLASS-CHARGES
                   PERFORM WRITE-ONE-CHARGE THRU
                       WRITE-ONE-CHARGE-EXIT
               END-IF
           END-PERFORM.
           IF CLASS-CHARGES = 0
               MOVE "  NO CHARGES OR INTEREST ON THIS PLAN" TO
                    RRK01-REPORT-LINE
               PERFORM WRITE-SHEET-LINE
           END-IF.

       WRITE-ONE-CHARGE.
           MOVE SCHED-TBL-MIN-BAL (SCHED-IDX) TO MIN-BAL-EDITED.
           MOVE SPACES TO RRK01-REPORT-LINE.
           EVALUATE SCHED-TBL-KIND (SCHED-IDX)
               WHEN "RATEPCT "
                   MOVE SCHED-TBL-RATE (SCHED-IDX) TO RATE-EDITED
                   STRING "  " SCHED-TBL-REC-TYPE (SCHED-IDX)
                          " INTEREST " RATE-EDITED
                          "% A YEAR, FROM " MIN-BAL-EDITED
                       DELIMITED BY SIZE INTO RRK01-REPORT-LINE
               WHEN "FLATFEE "
                   MOVE SCHED-TBL-FEE (SCHED-IDX) TO FEE-EDITED
                   STRING "  " SCHED-TBL-REC-TYPE (SCHED-IDX)
                          " FEE " FEE-EDITED
                          " A MONTH, FROM " MIN-BAL-EDITED
                       DELIMITED BY SIZE INTO RRK01-REPORT-LINE
               WHEN OTHER
                   STRING "  " SCHED-TBL-REC-TYPE (SCHED-IDX)
                          " " SCHED-TBL-KIND (SCHED-IDX)
                          " - NOT A KIND THE ACCRUAL RUN CHARGES"
                       DELIMITED BY SIZE INTO RRK01-REPORT-LINE
                   PERFORM WRITE-SHEET-LINE
                   GO TO WRITE-ONE-CHARGE-EXIT
           END-EVALUATE.
           PERFORM WRITE-SHEET-LINE.
           MOVE BAND-HEADING TO RRK01-REPORT-LINE.
           PERFORM WRITE-SHEET-LINE.
           PERFORM VARYING BAND-IDX FROM 1 BY 1
                   UNTIL BAND-IDX > BAND-COUNT
               PERFORM WRITE-ONE-BAND
           END-PERFORM.
       WRITE-ONE-CHARGE-EXIT.
           EXIT.

      * One rung of the ladder, worked the way ACR01's
      * APPLY-ONE-SCHEDULE-CARD works it, for the balance in
      * credit and the same balance overdrawn.
       WRITE-ONE-BAND.
           MOVE BAND-BALANCE (BAND-IDX) TO BALANCE-MAGNITUDE.
           MOVE BALANCE-MAGNITUDE TO BAND-LINE-BALANCE.
           MOVE BALANCE-MAGNITUDE TO SIGNED-BALANCE.
           PERFORM WORK-ONE-CHARGE.
           MOVE CHARGE-EDITED TO BAND-LINE-CREDIT.
           IF CHARGE-AMOUNT = 0
               MOVE NIL-COLUMN TO BAND-LINE-CREDIT
           END-IF.
           COMPUTE SIGNED-BALANCE = 0 - BALANCE-MAGNITUDE.
           PERFORM WORK-ONE-CHARGE.
           MOVE CHARGE-EDITED TO BAND-LINE-OVERDRAWN.
           IF CHARGE-AMOUNT = 0
               MOVE NIL-COLUMN TO BAND-LINE-OVERDRAWN
           END-IF.
           MOVE BAND-LINE TO RRK01-REPORT-LINE.
           PERFORM WRITE-SHEET-LINE.

       WORK-ONE-CHARGE.
           MOVE 0 TO CHARGE-AMOUNT.
           IF BALANCE-MAGNITUDE >= SCHED-TBL-MIN-BAL (SCHED-IDX)
               EVALUATE SCHED-TBL-KIND (SCHED-IDX)
                   WHEN "RATEPCT "
                       COMPUTE CHARGE-AMOUNT ROUNDED =
                           (SIGNED-BALANCE *
                            SCHED-TBL-RATE (SCHED-IDX)) / 1200
                   WHEN "FLATFEE "
                       COMPUTE CHARGE-AMOUNT =
                           0 - SCHED-TBL-FEE (SCHED-IDX)
               END-EVALUATE
           END-IF.
           MOVE CHARGE-AMOUNT TO CHARGE-EDITED.

      * Every sheet line goes through here so the page break
      * falls every PAGE-BREAK-SIZE lines, as in MULT04.
       WRITE-SHEET-LINE.
           WRITE RRK01-REPORT-LINE.
           ADD 1 TO SHEET-LINES.
           ADD 1 TO PAGE-LINES.
           IF PAGE-LINES = PAGE-BREAK-SIZE
               PERFORM WRITE-SHEET-HEADER
           END-IF.

       WRITE-SHEET-HEADER.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO RRK01-REPORT-LINE.
           WRITE RRK01-REPORT-LINE.
           MOVE 0 TO PAGE-LINES.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="RRK01"==.
