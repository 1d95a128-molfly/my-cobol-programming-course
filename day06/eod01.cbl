      * VALIDATION PASS/FAIL COUNTS - SO THE MORNING SHIFT HAS ONE
      * SHEET TO REVIEW INSTEAD OF SIX LOGS TO STITCH TOGETHER.
      * ANY LOG THAT ISN'T PRESENT IS SKIPPED; ITS COUNTS STAY ZERO.
      * TODAY'S DAILYLOG LINES ARE ALSO GROUPED BY STREAM RUN ID
      * (SEE STREAMID): ONE LINE PER EXECUTION OF THE STREAM WITH
      * ITS STARTS, STOPS AND FIRST AND LAST TIMES, FLAGGED
      * INCOMPLETE WHEN A JOB STARTED AND NEVER STOPPED, SO A
      * FAILED ATTEMPT AND ITS RESTART ARE REVIEWED SEPARATELY.
      * THE OPTIONAL EOD01PM CARD (COLUMNS 1-6) NAMES ONE RUN ID
      * TO WHICH THE JOBS-RUN TALLY IS RESTRICTED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CYCLECTL-STATUS.

           SELECT EOD01-PARMCARD ASSIGN TO EOD01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS EOD01PM-STATUS.

           SELECT EOD01-REPORT ASSIGN TO EOD01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           05  CYCLE-NBR                PIC 9(2).
           05  FILLER                   PIC X(69).

       FD  EOD01-PARMCARD.
       01  EOD01PM-REC.
           05  EOD01PM-RUN-ID           PIC X(6).
           05  FILLER                   PIC X(74).

       FD  EOD01-REPORT.
       01  EOD01-REPORT-LINE            PIC X(80).

           05  CYCLECTL-STATUS-L        PIC X.
           05  CYCLECTL-STATUS-R        PIC X.
       01  CYCLES-TODAY                 PIC 9(2)    VALUE 1.
       01  EOD01PM-STATUS.
           05  EOD01PM-STATUS-L         PIC X.
           05  EOD01PM-STATUS-R         PIC X.
      * Run ID from the EOD01PM card; spaces tallies every run.
       01  SELECTED-RUN-ID              PIC X(6)    VALUE SPACES.

      * Today's DAILYLOG lines grouped by stream run ID, in the
      * order the runs first appear. Lines written outside any
      * stream (a blank run ID) group together.
       01  RUN-GROUP-TABLE.
           05  RUN-GROUP-ENTRY OCCURS 20 TIMES.
               10  RUN-GROUP-ID         PIC X(6).
               10  RUN-GROUP-STARTS     PIC 9(4).
               10  RUN-GROUP-STOPS      PIC 9(4).
               10  RUN-GROUP-FIRST      PIC X(8).
               10  RUN-GROUP-LAST       PIC X(8).
       01  RUN-GROUP-TOTAL              PIC 99      VALUE 0.
       01  RUN-GROUP-IDX                PIC 99.
       01  RUN-GROUP-MATCH              PIC 99.
       01  RUN-GROUP-LABEL              PIC X(6).

      * Jobs run, tallied from DAILYLOG's START events. The table
      * fills from whatever job names actually appear, the way
           MOVE SUITE-RUN-DATE-MM   TO SUITE-RUN-DATE-X-MM.
           MOVE SUITE-RUN-DATE-DD   TO SUITE-RUN-DATE-X-DD.
           MOVE SUITE-RUN-DATE-X TO TODAY-DATE-X.
           PERFORM GET-PARM-CARD.
           PERFORM PROCESS-DAILYLOG.
           PERFORM PROCESS-CNT01LOG.
           PERFORM PROCESS-MENU01LOG.
           GOBACK.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           MOVE SPACES TO SELECTED-RUN-ID.
           OPEN INPUT EOD01-PARMCARD.
           IF EOD01PM-STATUS = "00"
               READ EOD01-PARMCARD
                   AT END MOVE "10" TO EOD01PM-STATUS
               END-READ
               IF EOD01PM-STATUS = "00"
                   MOVE EOD01PM-RUN-ID TO SELECTED-RUN-ID
               END-IF
               CLOSE EOD01-PARMCARD
           END-IF.

       PROCESS-DAILYLOG.
           OPEN INPUT EOD01-DAILYLOG.
           IF DAILYLOG-STATUS NOT = "00" AND RUN-SEVERITY < 4
                   IF NOT DAILYLOG-EOF-YES
                       PERFORM CHECK-LOG-SEQUENCE THRU
                       CHECK-LOG-SEQUENCE-EXIT
                       IF SELECTED-RUN-ID = SPACES OR
                          SELECTED-RUN-ID = DAILYLOG-REC-RUN-ID
                           PERFORM TALLY-ONE-JOB-EVENT
                       END-IF
                       IF DAILYLOG-REC-DATE = TODAY-DATE-X
                           PERFORM GROUP-ONE-RUN-EVENT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE EOD01-DAILYLOG
               END-IF
           END-IF.

       GROUP-ONE-RUN-EVENT.
           MOVE 0 TO RUN-GROUP-MATCH.
           PERFORM VARYING RUN-GROUP-IDX FROM 1 BY 1
                   UNTIL RUN-GROUP-IDX > RUN-GROUP-TOTAL
               IF RUN-GROUP-ID (RUN-GROUP-IDX) = DAILYLOG-REC-RUN-ID
                   MOVE RUN-GROUP-IDX TO RUN-GROUP-MATCH
               END-IF
           END-PERFORM.
           IF RUN-GROUP-MATCH = 0 AND RUN-GROUP-TOTAL < 20
               ADD 1 TO RUN-GROUP-TOTAL
               MOVE RUN-GROUP-TOTAL TO RUN-GROUP-MATCH
               MOVE DAILYLOG-REC-RUN-ID TO
                    RUN-GROUP-ID (RUN-GROUP-MATCH)
               MOVE 0 TO RUN-GROUP-STARTS (RUN-GROUP-MATCH)
               MOVE 0 TO RUN-GROUP-STOPS (RUN-GROUP-MATCH)
               MOVE DAILYLOG-REC-TIME TO
                    RUN-GROUP-FIRST (RUN-GROUP-MATCH)
           END-IF.
           IF RUN-GROUP-MATCH > 0
               MOVE DAILYLOG-REC-TIME TO
                    RUN-GROUP-LAST (RUN-GROUP-MATCH)
               IF DAILYLOG-REC-EVENT = "START   "
                   ADD 1 TO RUN-GROUP-STARTS (RUN-GROUP-MATCH)
               END-IF
               IF DAILYLOG-REC-EVENT = "STOP    "
                   ADD 1 TO RUN-GROUP-STOPS (RUN-GROUP-MATCH)
               END-IF
           END-IF.

      * Sequence verification over today's lines. The expected
      * counter climbs 1, 2, 3 ...; any other value means lines
      * were lost or the file was partially rewritten, and the

               PERFORM WRITE-SEQUENCE-STATUS-LINE
               PERFORM WRITE-CYCLES-LINE
               PERFORM WRITE-STREAM-RUNS-SECTION
               PERFORM WRITE-JOBS-RUN-SECTION
               PERFORM WRITE-REPORT-LINE-RECORD
               PERFORM WRITE-REPORT-LINE-MENU
           WRITE EOD01-REPORT-LINE.
           DISPLAY EOD01-REPORT-LINE.

       WRITE-STREAM-RUNS-SECTION.
           PERFORM VARYING RUN-GROUP-IDX FROM 1 BY 1
                   UNTIL RUN-GROUP-IDX > RUN-GROUP-TOTAL
               MOVE RUN-GROUP-ID (RUN-GROUP-IDX) TO RUN-GROUP-LABEL
               IF RUN-GROUP-LABEL = SPACES
                   MOVE "(NONE)" TO RUN-GROUP-LABEL
               END-IF
               MOVE SPACES TO EOD01-REPORT-LINE
               IF RUN-GROUP-STARTS (RUN-GROUP-IDX) >
                  RUN-GROUP-STOPS (RUN-GROUP-IDX)
                   STRING "RUN " RUN-GROUP-LABEL
                          " STARTS " RUN-GROUP-STARTS (RUN-GROUP-IDX)
                          " STOPS " RUN-GROUP-STOPS (RUN-GROUP-IDX)
                          " " RUN-GROUP-FIRST (RUN-GROUP-IDX)
                          "-" RUN-GROUP-LAST (RUN-GROUP-IDX)
                          " INCOMPLETE"
                       DELIMITED BY SIZE INTO EOD01-REPORT-LINE
               ELSE
                   STRING "RUN " RUN-GROUP-LABEL
                          " STARTS " RUN-GROUP-STARTS (RUN-GROUP-IDX)
                          " STOPS " RUN-GROUP-STOPS (RUN-GROUP-IDX)
                          " " RUN-GROUP-FIRST (RUN-GROUP-IDX)
                          "-" RUN-GROUP-LAST (RUN-GROUP-IDX)
                       DELIMITED BY SIZE INTO EOD01-REPORT-LINE
               END-IF
               WRITE EOD01-REPORT-LINE
               DISPLAY EOD01-REPORT-LINE
           END-PERFORM.
           IF SELECTED-RUN-ID NOT = SPACES
               MOVE SPACES TO EOD01-REPORT-LINE
               STRING "JOBS RUN BELOW ARE FOR RUN ID "
                      SELECTED-RUN-ID " ONLY"
                   DELIMITED BY SIZE INTO EOD01-REPORT-LINE
               WRITE EOD01-REPORT-LINE
               DISPLAY EOD01-REPORT-LINE
           END-IF.

       WRITE-JOBS-RUN-SECTION.
           PERFORM VARYING JOB-TBL-IDX FROM 1 BY 1
                   UNTIL JOB-TBL-IDX > JOB-COUNT-TOTAL
