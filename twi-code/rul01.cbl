       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUL01.
      *--------------------------------------------------
      * MONTHLY VALIDATION-RULE EFFECTIVENESS REPORT. RUN ONCE A
      * MONTH FOR THE MONTH ON THE RUL01PM CARD (CCYYMM IN
      * COLUMNS 1-6), DEFAULT THE MONTH BEFORE THE BUSINESS DATE.
      * EVERY RULE ON CNT01RULE GETS A LINE FROM THE NIGHTLY
      * RULESTAT TALLIES CNT01 APPENDS: RECORDS THE RULE WAS
      * TRIED AGAINST, RECORDS IT REJECTED AND THEIR AMOUNT, WITH
      * A LINE UNDER IT PER SUPPLIER IT FIRED FOR. THE REJ01LOG
      * RUN LOG GIVES HOW MANY OF THE MONTH'S REJECTS CARRYING THE
      * RULE'S REJECT CODE WERE REPAIRED THROUGH REJ01 AND THEN
      * RELEASED THROUGH REJ02 - A REJECT THAT IS ROUTINELY
      * REPAIRED AND RELEASED WAS PROBABLY UNNECESSARY. WHERE TWO
      * CARDS SHARE A REJECT CODE THE LOG IS COUNTED AGAINST THE
      * FIRST. A RULE IS FLAGGED FOR REVIEW WHEN IT HAS NOT FIRED
      * IN THE IDLE DAYS (RUL01PM COLUMNS 7-9, DEFAULT 90) UP TO
      * THE MONTH END, OR WHEN ITS RELEASES ARE MORE THAN THE
      * PERCENT (RUL01PM COLUMNS 10-12, DEFAULT 50) OF ITS HITS.
      * A RULE STILL ON RULESTAT BUT NO LONGER ON CNT01RULE IS
      * SHOWN FOR THE MONTH IT FIRED IN. RC 4 WHEN ANY RULE IS
      * FLAGGED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUL01-RULES ASSIGN TO CNT01RULE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01RULE-STATUS.

           SELECT RUL01-RULE-STATS ASSIGN TO RULESTAT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RULESTAT-STATUS.

           SELECT RUL01-REJECT-LOG ASSIGN TO REJ01LOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REJ01LOG-STATUS.

           SELECT RUL01-PARMCARD ASSIGN TO RUL01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RUL01PM-STATUS.

           SELECT RUL01-REPORT ASSIGN TO RUL01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RUL01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUL01-RULES.
       01  RUL01-RULE-REC.
           05  RULE-REC-TYPE            PIC X(2).
           05  RULE-CHECK-CODE          PIC X(8).
           05  RULE-LIMIT-AMT           PIC 9(9)V99.
           05  RULE-REJECT-CODE         PIC X(4).
           05  RULE-REJECT-TEXT         PIC X(40).
           05  FILLER                   PIC X(15).

       FD  RUL01-RULE-STATS.
           COPY "rulestat.cpy".

       FD  RUL01-REJECT-LOG.
       01  REJ01-LOG-LINE               PIC X(80).

       FD  RUL01-PARMCARD.
       01  RUL01PM-REC.
           05  RUL01PM-MONTH            PIC X(6).
           05  RUL01PM-IDLE-DAYS        PIC 9(3).
           05  RUL01PM-REPAIR-PCT       PIC 9(3).
           05  FILLER                   PIC X(68).

       FD  RUL01-REPORT.
       01  RUL01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  CNT01RULE-STATUS.
           05  CNT01RULE-STATUS-L       PIC X.
           05  CNT01RULE-STATUS-R       PIC X.
       01  RULESTAT-STATUS.
           05  RULESTAT-STATUS-L        PIC X.
           05  RULESTAT-STATUS-R        PIC X.
       01  REJ01LOG-STATUS.
           05  REJ01LOG-STATUS-L        PIC X.
           05  REJ01LOG-STATUS-R        PIC X.
       01  RUL01PM-STATUS.
           05  RUL01PM-STATUS-L         PIC X.
           05  RUL01PM-STATUS-R         PIC X.
       01  RUL01RPT-STATUS.
           05  RUL01RPT-STATUS-L        PIC X.
           05  RUL01RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-NUM.
           05  BUSINESS-DATE-CCYY       PIC 9(4).
           05  BUSINESS-DATE-MM         PIC 9(2).
           05  BUSINESS-DATE-DD         PIC 9(2).

      * The report month, its first and last dates, and how many
      * days it has.
       01  REPORT-MONTH.
           05  REPORT-MONTH-CCYY        PIC 9(4).
           05  REPORT-MONTH-MM          PIC 9(2).
       01  REPORT-MONTH-DIGITS REDEFINES REPORT-MONTH
                                        PIC X(6).
       01  MONTH-START-DATE             PIC 9(8).
       01  MONTH-END-DATE               PIC 9(8).
       01  DAYS-IN-MONTH                PIC 99.
       01  LEAP-QUOTIENT                PIC 9(4).
       01  LEAP-REMAINDER               PIC 9(3).
       01  MONTH-DAY-TABLE.
           05  FILLER                   PIC X(24)
                   VALUE "312831303130313130313031".
       01  MONTH-DAY-ENTRIES REDEFINES MONTH-DAY-TABLE.
           05  MONTH-DAY-COUNT          PIC 99  OCCURS 12 TIMES.

      * Review thresholds, from the parm card when it has them.
       01  IDLE-DAYS                    PIC 9(3)    VALUE 90.
       01  REPAIR-PCT                   PIC 9(3)    VALUE 50.
       01  IDLE-DAYS-EDIT               PIC ZZ9.
       01  REPAIR-PCT-EDIT              PIC ZZ9.

       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  MONTH-END-SERIAL             PIC S9(9)   COMP.
       01  DAYS-SINCE                   PIC S9(9)   COMP.
       01  DAYS-SINCE-EDIT              PIC ZZZZ9.

      * The earliest night on RULESTAT up to the month end: a
      * rule that never fired is only idle once the tallies go
      * back as far as the idle days.
       01  EARLIEST-STATS-DATE          PIC 9(8)    VALUE 0.

      * One slot per rule: the CNT01RULE cards first, in card
      * order, then any rule found only on the month's RULESTAT.
       01  RULE-COUNT                   PIC 99      VALUE 0.
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 40 TIMES.
               10  RULE-TBL-REC-TYPE    PIC X(2).
               10  RULE-TBL-CHECK-CODE  PIC X(8).
               10  RULE-TBL-REJECT-CODE PIC X(4).
               10  RULE-TBL-REJECT-TEXT PIC X(40).
               10  RULE-TBL-CARDED-SW   PIC X.
                   88  RULE-TBL-CARDED               VALUE 'Y'.
               10  RULE-TBL-TOUCHED     PIC 9(9).
               10  RULE-TBL-HITS        PIC 9(9).
               10  RULE-TBL-HIT-AMOUNT  PIC 9(13)V99.
               10  RULE-TBL-REPAIRED    PIC 9(7).
               10  RULE-TBL-RELEASED    PIC 9(7).
               10  RULE-TBL-LAST-HIT    PIC 9(8).
       01  RULE-IDX                     PIC 99.
       01  RULE-SLOT                    PIC 99.
       01  RULES-OVERFLOW               PIC 9(5)    VALUE 0.

      * The month's figures per rule and supplier.
       01  SUPP-COUNT                   PIC 9(3)    VALUE 0.
       01  SUPP-TABLE.
           05  SUPP-ENTRY OCCURS 300 TIMES.
               10  SUPP-TBL-RULE-SLOT   PIC 99.
               10  SUPP-TBL-SUPPLIER    PIC X(8).
               10  SUPP-TBL-TOUCHED     PIC 9(9).
               10  SUPP-TBL-HITS        PIC 9(9).
               10  SUPP-TBL-HIT-AMOUNT  PIC 9(13)V99.
       01  SUPP-IDX                     PIC 9(3).
       01  SUPP-SLOT                    PIC 9(3).
       01  SUPP-OVERFLOW                PIC 9(5)    VALUE 0.

      * A REJ01LOG line's date, and where the reject code sits:
      * REJ01 logs it after the masked account, REJ02 after the
      * operator whose repair it released.
       01  LOG-DATE-NUM                 PIC 9(8).
       01  LOG-DATE-PARTS REDEFINES LOG-DATE-NUM.
           05  LOG-DATE-CCYY            PIC X(4).
           05  LOG-DATE-MM              PIC X(2).
           05  LOG-DATE-DD              PIC X(2).
       01  LOG-REJECT-CODE              PIC X(4).

       01  FLAG-SW                      PIC X.
           88  RULE-FLAGGED                          VALUE 'Y'.
       01  HIT-PCT                      PIC 9(3).
       01  SHOWN-DATE                   PIC X(10).
       01  SHOWN-DATE-NUM               PIC 9(8).
       01  SHOWN-DATE-PARTS REDEFINES SHOWN-DATE-NUM.
           05  SHOWN-DATE-CCYY          PIC X(4).
           05  SHOWN-DATE-MM            PIC X(2).
           05  SHOWN-DATE-DD            PIC X(2).

       01  RULESTAT-READ                PIC 9(7)    VALUE 0.
       01  LOG-LINES-READ               PIC 9(7)    VALUE 0.
       01  RELEASES-WITHOUT-CODE        PIC 9(7)    VALUE 0.
       01  RULES-REPORTED               PIC 99      VALUE 0.
       01  RULES-FLAGGED-IDLE           PIC 99      VALUE 0.
       01  RULES-FLAGGED-REPAIRED       PIC 99      VALUE 0.
       01  TOTAL-HITS                   PIC 9(9)    VALUE 0.
       01  TOTAL-HIT-AMOUNT             PIC 9(13)V99 VALUE 0.
       01  TOTAL-REPAIRED               PIC 9(7)    VALUE 0.
       01  TOTAL-RELEASED               PIC 9(7)    VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       01  DETAIL-LINE.
           05  DTL-REC-TYPE             PIC X(2).
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-CHECK-CODE           PIC X(8).
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-REJECT-CODE          PIC X(4).
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-TOUCHED              PIC Z(6)9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-HITS                 PIC Z(6)9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-HIT-PCT              PIC ZZ9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-HIT-AMOUNT           PIC Z(10)9.99.
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-REPAIRED             PIC ZZZZ9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-RELEASED             PIC ZZZZ9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  DTL-LAST-HIT             PIC X(10).
       01  SUPPLIER-LINE.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  SUP-SUPPLIER             PIC X(8).
           05  FILLER                   PIC X(6)    VALUE SPACES.
           05  SUP-TOUCHED              PIC Z(6)9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  SUP-HITS                 PIC Z(6)9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  SUP-HIT-PCT              PIC ZZ9.
           05  FILLER                   PIC X       VALUE SPACE.
           05  SUP-HIT-AMOUNT           PIC Z(10)9.99.
       01  EDITED-AMOUNT                PIC Z(12)9.99.
       01  EDITED-COUNT                 PIC Z(8)9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "RUL01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM SET-REPORT-MONTH.
           DISPLAY "RUL01: report month=  " REPORT-MONTH-DIGITS
                   " idle days= " IDLE-DAYS
                   " repaired pct= " REPAIR-PCT.
           MOVE MONTH-END-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO MONTH-END-SERIAL.
           PERFORM LOAD-RULE-CARDS.
           OPEN INPUT RUL01-RULE-STATS.
           IF RULESTAT-STATUS NOT = "00"
               DISPLAY "RUL01: OPEN RUL01-RULE-STATS - status "
                       RULESTAT-STATUS
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           OPEN OUTPUT RUL01-REPORT.
           IF RUL01RPT-STATUS NOT = "00"
               DISPLAY "RUL01: OPEN RUL01-REPORT - status "
                       RUL01RPT-STATUS
               CLOSE RUL01-RULE-STATS
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM UNTIL RULESTAT-STATUS NOT = "00"
               READ RUL01-RULE-STATS
                   AT END MOVE "10" TO RULESTAT-STATUS
               END-READ
               IF RULESTAT-STATUS = "00"
                   ADD 1 TO RULESTAT-READ
                   PERFORM TAKE-ONE-RULESTAT THRU
                       TAKE-ONE-RULESTAT-EXIT
               END-IF
           END-PERFORM.
           CLOSE RUL01-RULE-STATS.
           PERFORM COUNT-REPAIRS-AND-RELEASES.
           PERFORM WRITE-REPORT-HEADINGS.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               PERFORM WRITE-ONE-RULE
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM BUILD-RPT-FOOTER.
           MOVE RPT-FTR-LINE TO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           CLOSE RUL01-REPORT.
           IF RULES-FLAGGED-IDLE > 0 OR RULES-FLAGGED-REPAIRED > 0
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           DISPLAY "RUL01: rulestat records read= " RULESTAT-READ.
           DISPLAY "RUL01: rules reported=        " RULES-REPORTED.
           DISPLAY "RUL01: flagged idle=          "
                   RULES-FLAGGED-IDLE.
           DISPLAY "RUL01: flagged repaired=      "
                   RULES-FLAGGED-REPAIRED.
           IF RULES-OVERFLOW > 0 OR SUPP-OVERFLOW > 0
               DISPLAY "RUL01: table full - rule records skipped= "
                       RULES-OVERFLOW " supplier records skipped= "
                       SUPP-OVERFLOW
           END-IF.
       PROGRAM-WRAP-UP.
           CALL "DAYLOG" USING "RUL01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The report runs early in the new month for the old one,
      * so with no parm card the month before the business date
      * is reported.
       SET-REPORT-MONTH.
           MOVE BUSINESS-DATE-CCYY TO REPORT-MONTH-CCYY.
           MOVE BUSINESS-DATE-MM TO REPORT-MONTH-MM.
           IF REPORT-MONTH-MM = 1
               MOVE 12 TO REPORT-MONTH-MM
               SUBTRACT 1 FROM REPORT-MONTH-CCYY
           ELSE
               SUBTRACT 1 FROM REPORT-MONTH-MM
           END-IF.
           OPEN INPUT RUL01-PARMCARD.
           IF RUL01PM-STATUS = "00"
               READ RUL01-PARMCARD
                   AT END MOVE "10" TO RUL01PM-STATUS
               END-READ
               IF RUL01PM-STATUS = "00"
                   IF RUL01PM-MONTH IS NUMERIC AND
                      RUL01PM-MONTH (5:2) > "00" AND
                      RUL01PM-MONTH (5:2) < "13"
                       MOVE RUL01PM-MONTH TO REPORT-MONTH-DIGITS
                   ELSE
                       IF RUL01PM-MONTH NOT = SPACES
                           DISPLAY "RUL01: parm month "
                                   RUL01PM-MONTH
                                   " refused - reporting the default"
                       END-IF
                   END-IF
                   IF RUL01PM-IDLE-DAYS IS NUMERIC AND
                      RUL01PM-IDLE-DAYS > 0
                       MOVE RUL01PM-IDLE-DAYS TO IDLE-DAYS
                   END-IF
                   IF RUL01PM-REPAIR-PCT IS NUMERIC AND
                      RUL01PM-REPAIR-PCT > 0 AND
                      RUL01PM-REPAIR-PCT < 101
                       MOVE RUL01PM-REPAIR-PCT TO REPAIR-PCT
                   END-IF
               END-IF
               CLOSE RUL01-PARMCARD
           END-IF.
           MOVE IDLE-DAYS TO IDLE-DAYS-EDIT.
           MOVE REPAIR-PCT TO REPAIR-PCT-EDIT.
           MOVE MONTH-DAY-COUNT (REPORT-MONTH-MM) TO DAYS-IN-MONTH.
           IF REPORT-MONTH-MM = 2
               DIVIDE REPORT-MONTH-CCYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO DAYS-IN-MONTH
                   DIVIDE REPORT-MONTH-CCYY BY 100
                       GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       DIVIDE REPORT-MONTH-CCYY BY 400
                           GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER NOT = 0
                           MOVE 28 TO DAYS-IN-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE MONTH-START-DATE = REPORT-MONTH-CCYY * 10000
                                    + REPORT-MONTH-MM * 100 + 1.
           COMPUTE MONTH-END-DATE = MONTH-START-DATE
                                  + DAYS-IN-MONTH - 1.

      * Every card is reported, fired or not, in card order.
       LOAD-RULE-CARDS.
           OPEN INPUT RUL01-RULES.
           IF CNT01RULE-STATUS = "00"
               PERFORM UNTIL CNT01RULE-STATUS NOT = "00"
                   READ RUL01-RULES
                       AT END MOVE "10" TO CNT01RULE-STATUS
                   END-READ
                   IF CNT01RULE-STATUS = "00"
                       IF RULE-COUNT < 40
                           ADD 1 TO RULE-COUNT
                           MOVE RULE-COUNT TO RULE-SLOT
                           PERFORM CLEAR-RULE-SLOT
                           MOVE RULE-REC-TYPE TO
                                RULE-TBL-REC-TYPE (RULE-SLOT)
                           MOVE RULE-CHECK-CODE TO
                                RULE-TBL-CHECK-CODE (RULE-SLOT)
                           MOVE RULE-REJECT-CODE TO
                                RULE-TBL-REJECT-CODE (RULE-SLOT)
                           MOVE RULE-REJECT-TEXT TO
                                RULE-TBL-REJECT-TEXT (RULE-SLOT)
                           MOVE 'Y' TO RULE-TBL-CARDED-SW (RULE-SLOT)
                       ELSE
                           ADD 1 TO RULES-OVERFLOW
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUL01-RULES
           ELSE
               DISPLAY "RUL01: no CNT01RULE cards - status "
                       CNT01RULE-STATUS
           END-IF.
           DISPLAY "RUL01: rule cards loaded= " RULE-COUNT.

      * Nights after the month end are left for next month's
      * report. Every earlier night counts towards the rule's
      * last hit; only the month's nights go into its figures.
       TAKE-ONE-RULESTAT.
           IF RULESTAT-DATE > MONTH-END-DATE
               GO TO TAKE-ONE-RULESTAT-EXIT
           END-IF.
           IF EARLIEST-STATS-DATE = 0 OR
              RULESTAT-DATE < EARLIEST-STATS-DATE
               MOVE RULESTAT-DATE TO EARLIEST-STATS-DATE
           END-IF.
           PERFORM FIND-STATS-RULE.
           IF RULE-SLOT = 0
               IF RULESTAT-DATE < MONTH-START-DATE
                   GO TO TAKE-ONE-RULESTAT-EXIT
               END-IF
               IF RULE-COUNT < 40
                   ADD 1 TO RULE-COUNT
                   MOVE RULE-COUNT TO RULE-SLOT
                   PERFORM CLEAR-RULE-SLOT
                   MOVE RULESTAT-REC-TYPE TO
                        RULE-TBL-REC-TYPE (RULE-SLOT)
                   MOVE RULESTAT-CHECK-CODE TO
                        RULE-TBL-CHECK-CODE (RULE-SLOT)
                   MOVE RULESTAT-REJECT-CODE TO
                        RULE-TBL-REJECT-CODE (RULE-SLOT)
                   MOVE "(no longer on CNT01RULE)" TO
                        RULE-TBL-REJECT-TEXT (RULE-SLOT)
               ELSE
                   ADD 1 TO RULES-OVERFLOW
                   GO TO TAKE-ONE-RULESTAT-EXIT
               END-IF
           END-IF.
           IF RULESTAT-HITS > 0 AND
              RULESTAT-DATE > RULE-TBL-LAST-HIT (RULE-SLOT)
               MOVE RULESTAT-DATE TO RULE-TBL-LAST-HIT (RULE-SLOT)
           END-IF.
           IF RULESTAT-DATE < MONTH-START-DATE
               GO TO TAKE-ONE-RULESTAT-EXIT
           END-IF.
           ADD RULESTAT-TOUCHED TO RULE-TBL-TOUCHED (RULE-SLOT).
           ADD RULESTAT-HITS TO RULE-TBL-HITS (RULE-SLOT).
           ADD RULESTAT-HIT-AMOUNT TO RULE-TBL-HIT-AMOUNT (RULE-SLOT).
           PERFORM ADD-TO-SUPPLIER-TOTALS.
       TAKE-ONE-RULESTAT-EXIT.
           EXIT.

      * REPAIRED lines are REJ01's and RELEASED lines REJ02's;
      * REJ02 lines written before the reject code was logged
      * cannot be tied to a rule and are only counted.
       COUNT-REPAIRS-AND-RELEASES.
           OPEN INPUT RUL01-REJECT-LOG.
           IF REJ01LOG-STATUS NOT = "00"
               DISPLAY "RUL01: no REJ01LOG - status "
                       REJ01LOG-STATUS
           ELSE
               PERFORM UNTIL REJ01LOG-STATUS NOT = "00"
                   READ RUL01-REJECT-LOG
                       AT END MOVE "10" TO REJ01LOG-STATUS
                   END-READ
                   IF REJ01LOG-STATUS = "00"
                       ADD 1 TO LOG-LINES-READ
                       PERFORM TAKE-ONE-LOG-LINE THRU
                           TAKE-ONE-LOG-LINE-EXIT
                   END-IF
               END-PERFORM
               CLOSE RUL01-REJECT-LOG
           END-IF.

       WRITE-REPORT-HEADINGS.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           MOVE SPACES TO RUL01-REPORT-LINE.
           STRING "Validation rule effectiveness for month "
                  REPORT-MONTH-CCYY "-" REPORT-MONTH-MM
               DELIMITED BY SIZE INTO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           MOVE SPACES TO RUL01-REPORT-LINE.
           STRING "Review: no hit in " IDLE-DAYS-EDIT
                  " days, or releases over " REPAIR-PCT-EDIT
                  "% of hits"
               DELIMITED BY SIZE INTO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           MOVE SPACES TO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           MOVE SPACES TO RUL01-REPORT-LINE.
           STRING "TY CHECK    CODE TOUCHED    HITS HT%"
                  "   REJECTED AMT REPRD RELSD LAST HIT"
               DELIMITED BY SIZE INTO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.

      * The rule's line, its text, a line per supplier it was
      * tried for, then any review flags.
       WRITE-ONE-RULE.
           MOVE RULE-IDX TO RULE-SLOT.
           ADD 1 TO RULES-REPORTED.
           MOVE RULE-TBL-REC-TYPE (RULE-SLOT) TO DTL-REC-TYPE.
           MOVE RULE-TBL-CHECK-CODE (RULE-SLOT) TO DTL-CHECK-CODE.
           MOVE RULE-TBL-REJECT-CODE (RULE-SLOT) TO DTL-REJECT-CODE.
           MOVE RULE-TBL-TOUCHED (RULE-SLOT) TO DTL-TOUCHED.
           MOVE RULE-TBL-HITS (RULE-SLOT) TO DTL-HITS.
           MOVE 0 TO HIT-PCT.
           IF RULE-TBL-TOUCHED (RULE-SLOT) > 0
               COMPUTE HIT-PCT ROUNDED =
                       RULE-TBL-HITS (RULE-SLOT) * 100 /
                       RULE-TBL-TOUCHED (RULE-SLOT)
           END-IF.
           MOVE HIT-PCT TO DTL-HIT-PCT.
           MOVE RULE-TBL-HIT-AMOUNT (RULE-SLOT) TO DTL-HIT-AMOUNT.
           MOVE RULE-TBL-REPAIRED (RULE-SLOT) TO DTL-REPAIRED.
           MOVE RULE-TBL-RELEASED (RULE-SLOT) TO DTL-RELEASED.
           IF RULE-TBL-LAST-HIT (RULE-SLOT) = 0
               MOVE "never" TO DTL-LAST-HIT
           ELSE
               MOVE RULE-TBL-LAST-HIT (RULE-SLOT) TO SHOWN-DATE-NUM
               PERFORM EDIT-SHOWN-DATE
               MOVE SHOWN-DATE TO DTL-LAST-HIT
           END-IF.
           MOVE SPACES TO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           MOVE DETAIL-LINE TO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           MOVE SPACES TO RUL01-REPORT-LINE.
           STRING "   " RULE-TBL-REJECT-TEXT (RULE-SLOT)
               DELIMITED BY SIZE INTO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           PERFORM VARYING SUPP-IDX FROM 1 BY 1
                   UNTIL SUPP-IDX > SUPP-COUNT
               IF SUPP-TBL-RULE-SLOT (SUPP-IDX) = RULE-SLOT
                   PERFORM WRITE-ONE-SUPPLIER-LINE
               END-IF
           END-PERFORM.
           ADD RULE-TBL-HITS (RULE-SLOT) TO TOTAL-HITS.
           ADD RULE-TBL-HIT-AMOUNT (RULE-SLOT) TO TOTAL-HIT-AMOUNT.
           ADD RULE-TBL-REPAIRED (RULE-SLOT) TO TOTAL-REPAIRED.
           ADD RULE-TBL-RELEASED (RULE-SLOT) TO TOTAL-RELEASED.
           PERFORM CHECK-RULE-IDLE THRU CHECK-RULE-IDLE-EXIT.
           PERFORM CHECK-RULE-REPAIRED.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           MOVE SPACES TO RUL01-REPORT-LINE.
           STRING "Rules reported is= " RULES-REPORTED
                  "  Flagged idle is= " RULES-FLAGGED-IDLE
                  "  Flagged repaired is= " RULES-FLAGGED-REPAIRED
               DELIMITED BY SIZE INTO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           MOVE TOTAL-HITS TO EDITED-COUNT.
           MOVE TOTAL-HIT-AMOUNT TO EDITED-AMOUNT.
           MOVE SPACES TO RUL01-REPORT-LINE.
           STRING "Total hits is= " EDITED-COUNT
                  "  Total rejected amount is= " EDITED-AMOUNT
               DELIMITED BY SIZE INTO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           MOVE SPACES TO RUL01-REPORT-LINE.
           STRING "Repaired is= " TOTAL-REPAIRED
                  "  Released is= " TOTAL-RELEASED
                  "  Released, no code is= " RELEASES-WITHOUT-CODE
               DELIMITED BY SIZE INTO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.
           IF RULES-OVERFLOW > 0 OR SUPP-OVERFLOW > 0
               MOVE SPACES TO RUL01-REPORT-LINE
               STRING "** Tables full - rule records skipped= "
                      RULES-OVERFLOW
                      " supplier records skipped= " SUPP-OVERFLOW
                   DELIMITED BY SIZE INTO RUL01-REPORT-LINE
               WRITE RUL01-REPORT-LINE
           END-IF.

      * LEVEL 3 ROUTINES
       CLEAR-RULE-SLOT.
           MOVE SPACES TO RULE-ENTRY (RULE-SLOT).
           MOVE 'N' TO RULE-TBL-CARDED-SW (RULE-SLOT).
           MOVE 0 TO RULE-TBL-TOUCHED (RULE-SLOT).
           MOVE 0 TO RULE-TBL-HITS (RULE-SLOT).
           MOVE 0 TO RULE-TBL-HIT-AMOUNT (RULE-SLOT).
           MOVE 0 TO RULE-TBL-REPAIRED (RULE-SLOT).
           MOVE 0 TO RULE-TBL-RELEASED (RULE-SLOT).
           MOVE 0 TO RULE-TBL-LAST-HIT (RULE-SLOT).

       FIND-STATS-RULE.
           MOVE 0 TO RULE-SLOT.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT OR RULE-SLOT > 0
               IF RULE-TBL-REC-TYPE (RULE-IDX) = RULESTAT-REC-TYPE
                  AND RULE-TBL-CHECK-CODE (RULE-IDX) =
                      RULESTAT-CHECK-CODE
                  AND RULE-TBL-REJECT-CODE (RULE-IDX) =
                      RULESTAT-REJECT-CODE
                   MOVE RULE-IDX TO RULE-SLOT
               END-IF
           END-PERFORM.

       ADD-TO-SUPPLIER-TOTALS.
           MOVE 0 TO SUPP-SLOT.
           PERFORM VARYING SUPP-IDX FROM 1 BY 1
                   UNTIL SUPP-IDX > SUPP-COUNT OR SUPP-SLOT > 0
               IF SUPP-TBL-RULE-SLOT (SUPP-IDX) = RULE-SLOT AND
                  SUPP-TBL-SUPPLIER (SUPP-IDX) = RULESTAT-SUPPLIER
                   MOVE SUPP-IDX TO SUPP-SLOT
               END-IF
           END-PERFORM.
           IF SUPP-SLOT = 0
               IF SUPP-COUNT < 300
                   ADD 1 TO SUPP-COUNT
                   MOVE SUPP-COUNT TO SUPP-SLOT
                   MOVE RULE-SLOT TO SUPP-TBL-RULE-SLOT (SUPP-SLOT)
                   MOVE RULESTAT-SUPPLIER TO
                        SUPP-TBL-SUPPLIER (SUPP-SLOT)
                   MOVE 0 TO SUPP-TBL-TOUCHED (SUPP-SLOT)
                   MOVE 0 TO SUPP-TBL-HITS (SUPP-SLOT)
                   MOVE 0 TO SUPP-TBL-HIT-AMOUNT (SUPP-SLOT)
               ELSE
                   ADD 1 TO SUPP-OVERFLOW
               END-IF
           END-IF.
           IF SUPP-SLOT > 0
               ADD RULESTAT-TOUCHED TO SUPP-TBL-TOUCHED (SUPP-SLOT)
               ADD RULESTAT-HITS TO SUPP-TBL-HITS (SUPP-SLOT)
               ADD RULESTAT-HIT-AMOUNT TO
                   SUPP-TBL-HIT-AMOUNT (SUPP-SLOT)
           END-IF.

       TAKE-ONE-LOG-LINE.
           IF REJ01-LOG-LINE (5:1) NOT = "-" OR
              REJ01-LOG-LINE (8:1) NOT = "-"
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF.
           MOVE REJ01-LOG-LINE (1:4) TO LOG-DATE-CCYY.
           MOVE REJ01-LOG-LINE (6:2) TO LOG-DATE-MM.
           MOVE REJ01-LOG-LINE (9:2) TO LOG-DATE-DD.
           IF LOG-DATE-NUM NOT NUMERIC OR
              LOG-DATE-NUM < MONTH-START-DATE OR
              LOG-DATE-NUM > MONTH-END-DATE
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF.
           MOVE SPACES TO LOG-REJECT-CODE.
           IF REJ01-LOG-LINE (32:8) = "REPAIRED" AND
              REJ01-LOG-LINE (55:6) = " CODE "
               MOVE REJ01-LOG-LINE (61:4) TO LOG-REJECT-CODE
           END-IF.
           IF REJ01-LOG-LINE (32:8) = "RELEASED"
               IF REJ01-LOG-LINE (65:6) = " CODE "
                   MOVE REJ01-LOG-LINE (71:4) TO LOG-REJECT-CODE
               ELSE
                   ADD 1 TO RELEASES-WITHOUT-CODE
               END-IF
           END-IF.
           IF LOG-REJECT-CODE = SPACES
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF.
           MOVE 0 TO RULE-SLOT.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT OR RULE-SLOT > 0
               IF RULE-TBL-REJECT-CODE (RULE-IDX) = LOG-REJECT-CODE
                   MOVE RULE-IDX TO RULE-SLOT
               END-IF
           END-PERFORM.
           IF RULE-SLOT = 0
               GO TO TAKE-ONE-LOG-LINE-EXIT
           END-IF.
           IF REJ01-LOG-LINE (32:8) = "REPAIRED"
               ADD 1 TO RULE-TBL-REPAIRED (RULE-SLOT)
           ELSE
               ADD 1 TO RULE-TBL-RELEASED (RULE-SLOT)
           END-IF.
       TAKE-ONE-LOG-LINE-EXIT.
           EXIT.

       WRITE-ONE-SUPPLIER-LINE.
           MOVE SUPP-TBL-SUPPLIER (SUPP-IDX) TO SUP-SUPPLIER.
           MOVE SUPP-TBL-TOUCHED (SUPP-IDX) TO SUP-TOUCHED.
           MOVE SUPP-TBL-HITS (SUPP-IDX) TO SUP-HITS.
           MOVE 0 TO HIT-PCT.
           IF SUPP-TBL-TOUCHED (SUPP-IDX) > 0
               COMPUTE HIT-PCT ROUNDED =
                       SUPP-TBL-HITS (SUPP-IDX) * 100 /
                       SUPP-TBL-TOUCHED (SUPP-IDX)
           END-IF.
           MOVE HIT-PCT TO SUP-HIT-PCT.
           MOVE SUPP-TBL-HIT-AMOUNT (SUPP-IDX) TO SUP-HIT-AMOUNT.
           MOVE SUPPLIER-LINE TO RUL01-REPORT-LINE.
           WRITE RUL01-REPORT-LINE.

      * A rule that never fired is only called idle once the
      * tallies reach back the idle days; before that it is
      * noted without a flag.
       CHECK-RULE-IDLE.
           IF RULE-TBL-LAST-HIT (RULE-SLOT) > 0
               MOVE RULE-TBL-LAST-HIT (RULE-SLOT) TO DATE-FOR-SERIAL
               CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT
               COMPUTE DAYS-SINCE = MONTH-END-SERIAL - SERIAL-RESULT
               IF DAYS-SINCE NOT > IDLE-DAYS
                   GO TO CHECK-RULE-IDLE-EXIT
               END-IF
               MOVE DAYS-SINCE TO DAYS-SINCE-EDIT
               MOVE SPACES TO RUL01-REPORT-LINE
               STRING "   ** REVIEW: NO HIT IN " DAYS-SINCE-EDIT
                      " DAYS TO MONTH END"
                   DELIMITED BY SIZE INTO RUL01-REPORT-LINE
               WRITE RUL01-REPORT-LINE
               ADD 1 TO RULES-FLAGGED-IDLE
               GO TO CHECK-RULE-IDLE-EXIT
           END-IF.
           IF EARLIEST-STATS-DATE = 0
               MOVE SPACES TO RUL01-REPORT-LINE
               STRING "   NO RULESTAT HISTORY YET"
                   DELIMITED BY SIZE INTO RUL01-REPORT-LINE
               WRITE RUL01-REPORT-LINE
               GO TO CHECK-RULE-IDLE-EXIT
           END-IF.
           MOVE EARLIEST-STATS-DATE TO SHOWN-DATE-NUM.
           PERFORM EDIT-SHOWN-DATE.
           MOVE EARLIEST-STATS-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE DAYS-SINCE = MONTH-END-SERIAL - SERIAL-RESULT.
           MOVE SPACES TO RUL01-REPORT-LINE.
           IF DAYS-SINCE NOT < IDLE-DAYS
               STRING "   ** REVIEW: NEVER HIT SINCE RULESTAT BEGAN "
                      SHOWN-DATE
                   DELIMITED BY SIZE INTO RUL01-REPORT-LINE
               ADD 1 TO RULES-FLAGGED-IDLE
           ELSE
               STRING "   NO HIT YET - RULESTAT ONLY SINCE "
                      SHOWN-DATE
                   DELIMITED BY SIZE INTO RUL01-REPORT-LINE
           END-IF.
           WRITE RUL01-REPORT-LINE.
       CHECK-RULE-IDLE-EXIT.
           EXIT.

       CHECK-RULE-REPAIRED.
           IF RULE-TBL-HITS (RULE-SLOT) > 0 AND
              RULE-TBL-RELEASED (RULE-SLOT) * 100 >
              RULE-TBL-HITS (RULE-SLOT) * REPAIR-PCT
               MOVE SPACES TO RUL01-REPORT-LINE
               STRING "   ** REVIEW: MOST REJECTS REPAIRED AND "
                      "RELEASED - REJECT PROBABLY UNNECESSARY"
                   DELIMITED BY SIZE INTO RUL01-REPORT-LINE
               WRITE RUL01-REPORT-LINE
               ADD 1 TO RULES-FLAGGED-REPAIRED
           END-IF.

       EDIT-SHOWN-DATE.
           MOVE SPACES TO SHOWN-DATE.
           STRING SHOWN-DATE-CCYY "-" SHOWN-DATE-MM "-"
                  SHOWN-DATE-DD
               DELIMITED BY SIZE INTO SHOWN-DATE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="RUL01"==.
