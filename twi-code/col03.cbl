       IDENTIFICATION DIVISION.
       PROGRAM-ID. COL03.
      *--------------------------------------------------
      * WEEKLY COLLECTIONS REPORT PER BRANCH, RUN ON DEMAND AT
      * THE WEEK'S END. EVERY CASE ON THE KEYED COLLCASE FILE
      * THAT IS OPEN, OR THAT CLOSED IN THE SEVEN DAYS TO THE
      * BUSINESS DATE, IS PLACED IN THE FIRST BRANCHMAP RANGE
      * THAT COVERS ITS ACCOUNT NUMBER - THE BRN01 RULE - AND
      * LISTED UNDER ITS BRANCH, IN BRANCHMAP ORDER: STAGE, DAYS
      * OVERDRAWN, BALANCE, DEEPEST DEFICIT, THE LAST ACTION
      * DATE AND ANY PROMISE TO PAY. EACH BRANCH ENDS WITH ITS
      * OPEN CASES PER STAGE, THE AMOUNT OVERDRAWN, THE CASES
      * WITH NO ACTION RECORDED IN THE WEEK, BROKEN PROMISES AND
      * THE CASES THAT RECOVERED. A CASE NO RANGE COVERS LANDS
      * UNDER UNASSIGNED SO IT CAN'T HIDE. ACCOUNTS ARE MASKED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLLCASE-FILE ASSIGN TO COLLCASE
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS COLLCASE-ACCT-NBR
                  FILE STATUS   IS COLLCASE-STATUS.

           SELECT BRANCH-MAP ASSIGN TO BRANCHMAP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BRANCHMAP-STATUS.

           SELECT COL03-REPORT ASSIGN TO COL03RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS COL03RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COLLCASE-FILE.
           COPY "collcase.cpy".

       FD  BRANCH-MAP.
       01  BRANCH-MAP-REC.
           05  MAP-RANGE-LOW            PIC X(10).
           05  MAP-RANGE-HIGH           PIC X(10).
           05  MAP-BRANCH-CODE          PIC X(4).
           05  MAP-BRANCH-NAME          PIC X(20).
           05  MAP-REGION-CODE          PIC X(4).
           05  MAP-REGION-NAME          PIC X(20).
           05  FILLER                   PIC X(12).

       FD  COL03-REPORT.
       01  COL03-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "colstage.cpy".

       01  COLLCASE-STATUS.
           05  COLLCASE-STATUS-L        PIC X.
           05  COLLCASE-STATUS-R        PIC X.
       01  BRANCHMAP-STATUS.
           05  BRANCHMAP-STATUS-L       PIC X.
           05  BRANCHMAP-STATUS-R       PIC X.
       01  COL03RPT-STATUS.
           05  COL03RPT-STATUS-L        PIC X.
           05  COL03RPT-STATUS-R        PIC X.

       01  BRANCH-COUNT                 PIC 99      VALUE 0.
       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 50 TIMES.
               10  BRANCH-RANGE-LOW     PIC X(10).
               10  BRANCH-RANGE-HIGH    PIC X(10).
               10  BRANCH-TBL-CODE      PIC X(4).
               10  BRANCH-TBL-NAME      PIC X(20).
               10  BRANCH-REGION-CODE   PIC X(4).
               10  BRANCH-REGION-NAME   PIC X(20).
       01  BRANCH-IDX                   PIC 99.
       01  CURRENT-BRANCH               PIC 99.
       01  CASE-BRANCH                  PIC 99.

       01  COLLCASE-OPEN-SW             PIC X       VALUE 'N'.
           88  COLLCASE-FILE-OPEN                    VALUE 'Y'.
       01  CASES-DONE-SW                PIC X.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * Serial-day arithmetic comes from the shared DATESER
      * subroutine so every program ages dates the same way.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  BUSINESS-DATE-SERIAL         PIC S9(9)   COMP.
       01  DAYS-SINCE                   PIC S9(9)   COMP.
       01  CASE-IN-WEEK-SW              PIC X.
           88  CASE-IN-WEEK                          VALUE 'Y'.
       01  NO-ACTION-SW                 PIC X.
           88  NO-ACTION-THIS-WEEK                   VALUE 'Y'.

      * One branch's figures, and the same for the whole report.
       01  BRANCH-TOTALS.
           05  BRANCH-STAGE-COUNT OCCURS 4 TIMES  PIC 9(6).
           05  BRANCH-OPEN-COUNT        PIC 9(6).
           05  BRANCH-OVERDRAWN         PIC 9(11)V99.
           05  BRANCH-NO-ACTION         PIC 9(6).
           05  BRANCH-BROKEN            PIC 9(6).
           05  BRANCH-RECOVERED         PIC 9(6).
       01  REPORT-TOTALS.
           05  REPORT-STAGE-COUNT OCCURS 4 TIMES  PIC 9(6).
           05  REPORT-OPEN-COUNT        PIC 9(6).
           05  REPORT-OVERDRAWN         PIC 9(11)V99.
           05  REPORT-NO-ACTION         PIC 9(6).
           05  REPORT-BROKEN            PIC 9(6).
           05  REPORT-RECOVERED         PIC 9(6).
       01  DEFICIT-NOW                  PIC 9(11)V99.
       01  BRANCH-HEADING-SW            PIC X.
       01  HEADING-CODE                 PIC X(4).
       01  HEADING-NAME                 PIC X(20).
       01  HEADING-REGION               PIC X(20).
       01  MASKED-ACCT                  PIC X(10).
       01  STAGE-WORDS                  PIC X(12).
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  EDITED-DEFICIT               PIC Z(8)9.99.
       01  EDITED-TOTAL                 PIC Z(10)9.99.
       01  EDITED-DAYS                  PIC Z(4)9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "COL03   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           MOVE ZEROS TO REPORT-TOTALS.
           PERFORM SET-BUSINESS-DATE-SERIAL.
           PERFORM LOAD-BRANCH-MAP.
           PERFORM OPEN-THE-FILES.
           IF COLLCASE-FILE-OPEN
               PERFORM VARYING CURRENT-BRANCH FROM 1 BY 1
                       UNTIL CURRENT-BRANCH > BRANCH-COUNT
                   PERFORM REPORT-ONE-BRANCH
               END-PERFORM
               PERFORM REPORT-UNASSIGNED
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "COL03: open cases=     " REPORT-OPEN-COUNT.
           DISPLAY "COL03: recovered=      " REPORT-RECOVERED.
           DISPLAY "COL03: no action=      " REPORT-NO-ACTION.
           CALL "DAYLOG" USING "COL03   " DAYLOG-BLANK-OPERATOR
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
                       MOVE MAP-RANGE-LOW TO
                            BRANCH-RANGE-LOW (BRANCH-COUNT)
                       MOVE MAP-RANGE-HIGH TO
                            BRANCH-RANGE-HIGH (BRANCH-COUNT)
                       MOVE MAP-BRANCH-CODE TO
                            BRANCH-TBL-CODE (BRANCH-COUNT)
                       MOVE MAP-BRANCH-NAME TO
                            BRANCH-TBL-NAME (BRANCH-COUNT)
                       MOVE MAP-REGION-CODE TO
                            BRANCH-REGION-CODE (BRANCH-COUNT)
                       MOVE MAP-REGION-NAME TO
                            BRANCH-REGION-NAME (BRANCH-COUNT)
                   END-IF
               END-PERFORM
               CLOSE BRANCH-MAP
           END-IF.
           DISPLAY "COL03: branch ranges loaded= " BRANCH-COUNT.

       OPEN-THE-FILES.
           OPEN INPUT COLLCASE-FILE.
           IF COLLCASE-STATUS = "00"
               MOVE 'Y' TO COLLCASE-OPEN-SW
           ELSE
               DISPLAY "COL03: OPEN COLLCASE-FILE - status "
                       COLLCASE-STATUS " - no cases to report"
           END-IF.
           OPEN OUTPUT COL03-REPORT.
           IF COL03RPT-STATUS NOT = "00"
               DISPLAY "COL03: OPEN COL03-REPORT - status "
                       COL03RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
               MOVE SPACES TO COL03-REPORT-LINE
               STRING "COLLECTIONS BY BRANCH - WEEK TO "
                      BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
           END-IF.

      * The branch's range is read off the keyed file directly;
      * a case an earlier overlapping range already claimed is
      * left to that branch.
       REPORT-ONE-BRANCH.
           MOVE ZEROS TO BRANCH-TOTALS.
           MOVE 'N' TO BRANCH-HEADING-SW.
           MOVE BRANCH-TBL-CODE (CURRENT-BRANCH) TO HEADING-CODE.
           MOVE BRANCH-TBL-NAME (CURRENT-BRANCH) TO HEADING-NAME.
           MOVE BRANCH-REGION-NAME (CURRENT-BRANCH) TO
                HEADING-REGION.
           MOVE 'N' TO CASES-DONE-SW.
           MOVE BRANCH-RANGE-LOW (CURRENT-BRANCH) TO
                COLLCASE-ACCT-NBR.
           START COLLCASE-FILE
               KEY IS NOT LESS THAN COLLCASE-ACCT-NBR
               INVALID KEY
                   MOVE 'Y' TO CASES-DONE-SW
           END-START.
           PERFORM UNTIL CASES-DONE-SW = 'Y'
               READ COLLCASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CASES-DONE-SW
               END-READ
               IF CASES-DONE-SW = 'N'
                   IF COLLCASE-ACCT-NBR >
                          BRANCH-RANGE-HIGH (CURRENT-BRANCH)
                       MOVE 'Y' TO CASES-DONE-SW
                   ELSE
                       PERFORM FIND-CASE-BRANCH
                       IF CASE-BRANCH = CURRENT-BRANCH
                           PERFORM REPORT-ONE-CASE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF BRANCH-HEADING-SW = 'Y'
               PERFORM WRITE-BRANCH-TOTALS
           END-IF.

       REPORT-UNASSIGNED.
           MOVE ZEROS TO BRANCH-TOTALS.
           MOVE 'N' TO BRANCH-HEADING-SW.
           MOVE "????" TO HEADING-CODE.
           MOVE "UNASSIGNED" TO HEADING-NAME.
           MOVE "NO BRANCHMAP RANGE" TO HEADING-REGION.
           MOVE 'N' TO CASES-DONE-SW.
           MOVE LOW-VALUES TO COLLCASE-ACCT-NBR.
           START COLLCASE-FILE
               KEY IS NOT LESS THAN COLLCASE-ACCT-NBR
               INVALID KEY
                   MOVE 'Y' TO CASES-DONE-SW
           END-START.
           PERFORM UNTIL CASES-DONE-SW = 'Y'
               READ COLLCASE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CASES-DONE-SW
               END-READ
               IF CASES-DONE-SW = 'N'
                   PERFORM FIND-CASE-BRANCH
                   IF CASE-BRANCH = 0
                       PERFORM REPORT-ONE-CASE
                   END-IF
               END-IF
           END-PERFORM.
           IF BRANCH-HEADING-SW = 'Y'
               PERFORM WRITE-BRANCH-TOTALS
           END-IF.

       WRITE-REPORT-TOTALS.
           IF COL03RPT-STATUS = "00"
               MOVE SPACES TO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
               MOVE SPACES TO COL03-REPORT-LINE
               STRING "ALL BRANCHES - OPEN BY STAGE "
                      REPORT-STAGE-COUNT (1) " "
                      REPORT-STAGE-COUNT (2) " "
                      REPORT-STAGE-COUNT (3) " "
                      REPORT-STAGE-COUNT (4)
                   DELIMITED BY SIZE INTO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
               MOVE REPORT-OVERDRAWN TO EDITED-TOTAL
               MOVE SPACES TO COL03-REPORT-LINE
               STRING "Open cases is= " REPORT-OPEN-COUNT
                      "  Overdrawn is= " EDITED-TOTAL
                   DELIMITED BY SIZE INTO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
               MOVE SPACES TO COL03-REPORT-LINE
               STRING "No action is= " REPORT-NO-ACTION
                      "  Broken is= " REPORT-BROKEN
                      "  Recovered is= " REPORT-RECOVERED
                   DELIMITED BY SIZE INTO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF COLLCASE-FILE-OPEN
               CLOSE COLLCASE-FILE
           END-IF.
           IF COL03RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
               CLOSE COL03-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       FIND-CASE-BRANCH.
           MOVE 0 TO CASE-BRANCH.
           PERFORM VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-COUNT
                      OR CASE-BRANCH > 0
               IF COLLCASE-ACCT-NBR >=
                      BRANCH-RANGE-LOW (BRANCH-IDX) AND
                  COLLCASE-ACCT-NBR <=
                      BRANCH-RANGE-HIGH (BRANCH-IDX)
                   MOVE BRANCH-IDX TO CASE-BRANCH
               END-IF
           END-PERFORM.

      * Open cases, and cases that recovered within the week;
      * older closed cases are history and stay off the report.
       REPORT-ONE-CASE.
           MOVE 'N' TO CASE-IN-WEEK-SW.
           IF COLLCASE-OPEN
               MOVE 'Y' TO CASE-IN-WEEK-SW
           ELSE
               MOVE COLLCASE-CLOSED-DATE TO DATE-FOR-SERIAL
               CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT
               COMPUTE DAYS-SINCE =
                   BUSINESS-DATE-SERIAL - SERIAL-RESULT
               IF DAYS-SINCE >= 0 AND DAYS-SINCE < 7
                   MOVE 'Y' TO CASE-IN-WEEK-SW
               END-IF
           END-IF.
           IF CASE-IN-WEEK
               IF BRANCH-HEADING-SW = 'N'
                   PERFORM WRITE-BRANCH-HEADING
               END-IF
               PERFORM COUNT-ONE-CASE
               PERFORM WRITE-CASE-LINE
           END-IF.

       COUNT-ONE-CASE.
           IF COLLCASE-CLOSED
               ADD 1 TO BRANCH-RECOVERED
               ADD 1 TO REPORT-RECOVERED
           ELSE
               COMPUTE DEFICIT-NOW = 0 - COLLCASE-BALANCE
               ADD 1 TO BRANCH-OPEN-COUNT
               ADD 1 TO REPORT-OPEN-COUNT
               ADD DEFICIT-NOW TO BRANCH-OVERDRAWN
               ADD DEFICIT-NOW TO REPORT-OVERDRAWN
               IF COLLCASE-STAGE > 0
                   ADD 1 TO BRANCH-STAGE-COUNT (COLLCASE-STAGE)
                   ADD 1 TO REPORT-STAGE-COUNT (COLLCASE-STAGE)
               END-IF
               MOVE 'Y' TO NO-ACTION-SW
               IF COLLCASE-ACTION-DATE > 0
                   MOVE COLLCASE-ACTION-DATE TO DATE-FOR-SERIAL
                   CALL "DATESER" USING DATE-FOR-SERIAL
                                        SERIAL-RESULT
                   IF BUSINESS-DATE-SERIAL - SERIAL-RESULT < 7
                       MOVE 'N' TO NO-ACTION-SW
                   END-IF
               END-IF
               IF NO-ACTION-THIS-WEEK
                   ADD 1 TO BRANCH-NO-ACTION
                   ADD 1 TO REPORT-NO-ACTION
               END-IF
               IF COLLCASE-PROMISE-BROKEN
                   ADD 1 TO BRANCH-BROKEN
                   ADD 1 TO REPORT-BROKEN
               END-IF
           END-IF.

       WRITE-BRANCH-HEADING.
           MOVE 'Y' TO BRANCH-HEADING-SW.
           IF COL03RPT-STATUS = "00"
               MOVE SPACES TO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
               MOVE SPACES TO COL03-REPORT-LINE
               STRING "BRANCH " HEADING-CODE " " HEADING-NAME
                      " REGION " HEADING-REGION
                   DELIMITED BY SIZE INTO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
           END-IF.

       WRITE-CASE-LINE.
           IF COL03RPT-STATUS = "00"
               CALL "MASKACCT" USING COLLCASE-ACCT-NBR MASKED-ACCT
               IF COLLCASE-CLOSED
                   MOVE "RECOVERED" TO STAGE-WORDS
               ELSE
                   IF COLLCASE-STAGE > 0
                       MOVE COLSTAGE-NAME (COLLCASE-STAGE) TO
                            STAGE-WORDS
                   ELSE
                       MOVE SPACES TO STAGE-WORDS
                   END-IF
               END-IF
               MOVE COLLCASE-DAYS-OVERDRAWN TO EDITED-DAYS
               MOVE COLLCASE-BALANCE TO EDITED-AMOUNT
               MOVE COLLCASE-MAX-DEFICIT TO EDITED-DEFICIT
               MOVE SPACES TO COL03-REPORT-LINE
               STRING "  " MASKED-ACCT " " STAGE-WORDS
                      EDITED-DAYS "D" EDITED-AMOUNT
                      " MAX" EDITED-DEFICIT
                      " ACT " COLLCASE-ACTION-DATE
                      " PTP " COLLCASE-PROMISE-STATUS
                   DELIMITED BY SIZE INTO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
           END-IF.

       WRITE-BRANCH-TOTALS.
           IF COL03RPT-STATUS = "00"
               MOVE SPACES TO COL03-REPORT-LINE
               STRING "  OPEN BY STAGE "
                      BRANCH-STAGE-COUNT (1) " "
                      BRANCH-STAGE-COUNT (2) " "
                      BRANCH-STAGE-COUNT (3) " "
                      BRANCH-STAGE-COUNT (4)
                   DELIMITED BY SIZE INTO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
               MOVE BRANCH-OVERDRAWN TO EDITED-TOTAL
               MOVE SPACES TO COL03-REPORT-LINE
               STRING "  OPEN " BRANCH-OPEN-COUNT
                      " OVERDRAWN " EDITED-TOTAL
                      " NO ACTION " BRANCH-NO-ACTION
                   DELIMITED BY SIZE INTO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
               MOVE SPACES TO COL03-REPORT-LINE
               STRING "  BROKEN PROMISES " BRANCH-BROKEN
                      " RECOVERED IN WEEK " BRANCH-RECOVERED
                   DELIMITED BY SIZE INTO COL03-REPORT-LINE
               WRITE COL03-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="COL03"==.
