       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS01.
      *--------------------------------------------------
      * MONTHLY OPERATIONS MANAGEMENT PACK. THE MONTHLY REVIEW
      * USED TO REASSEMBLE THE SAME NUMBERS BY HAND FROM HALF A
      * DOZEN REPORTS. OPS01 PULLS THE MONTH FROM THE FILES
      * THOSE REPORTS ARE BUILT FROM:
      *   NIGHTLY VOLUMES AND REJECTS FROM EODHIST,
      *   THE STREAM FROM DAILYLOG - EVERY START PAIRED WITH ITS
      *   STOP THE MON01 WAY (SAME JOB, SAME STREAM RUN ID), A
      *   START NEVER STOPPED BEING AN ABEND; EACH NIGHT TIMED
      *   FROM THE FIRST START TO THE LAST STOP OF A SCHEDTBL
      *   JOB, AND INSIDE THE WINDOW WHEN THAT LAST STOP IS BY
      *   THE DEADLINE; RST01 RUNS COUNTED AS RESTARTS; AND THE
      *   ALR02 ACKNOWLEDGEMENTS WITH THE ALERT'S AGE WHEN IT
      *   WAS ACKNOWLEDGED,
      *   MISSED JOBS FROM SCH01'S ALERTS, AND ALERT COUNTS BY
      *   SEVERITY, FROM CNT01ALRT,
      *   DATA-QUALITY GRADES FROM DQSHIST.
      * EACH FIGURE PRINTS ON OPS01RPT FOR THE MONTH, THE
      * PREVIOUS MONTH AND THE SAME MONTH LAST YEAR, WITH THE
      * SERVICE MEASURES WORKED OUT - AVERAGE NIGHT, REJECT
      * RATE, PERCENTAGE OF NIGHTS INSIDE THE WINDOW, AVERAGE
      * AND LONGEST STREAM, SHARE OF FILES GRADED A, SHARE OF
      * ALERTS ACKNOWLEDGED AND MEAN MINUTES TO ACKNOWLEDGE BY
      * SEVERITY - AND THE SAME ROWS GO COMMA-SEPARATED TO
      * OPS01CSV FOR THE OFFICE SIDE (AN N/A FIGURE IS AN EMPTY
      * FIELD THERE).
      * THE DAILY LOGS DO NOT LIVE A YEAR, SO THE COMPARISON
      * COLUMNS COME FROM OPSHIST, WHERE EVERY PACK APPENDS THE
      * MONTH IT BUILT; A MONTH NOT YET PACKED SHOWS N/A, AS
      * DOES A FIGURE WHOSE SOURCE WAS MISSING THAT MONTH.
      * RUN ON DEMAND EARLY IN THE MONTH, AHEAD OF THE REVIEW.
      * THE PACK MONTH DEFAULTS TO THE ONE BEFORE THE BUSINESS
      * DATE; THE OPTIONAL OPS01PM CARD CARRIES ANOTHER MONTH
      * (CCYYMM, COLUMNS 1-6) AND THE WINDOW AS FCS01 HAS IT -
      * THE DEADLINE (HHMM, COLUMNS 8-11, DEFAULT 0600) AND THE
      * OPENING (HHMM, COLUMNS 13-16, DEFAULT 1800).
      * RC 4 - A SOURCE WAS MISSING. RC 16 - NO REPORT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS01-EODHIST ASSIGN TO EODHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS EODHIST-KEY
                  FILE STATUS   IS EODHIST-STATUS.

           SELECT OPS01-DAILYLOG ASSIGN TO DAILYLOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DAILYLOG-STATUS.

           SELECT OPS01-SCHEDULE ASSIGN TO SCHEDTBL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SCHEDTBL-STATUS.

           SELECT OPS01-ALERT ASSIGN TO CNT01ALRT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT OPS01-DQSHIST ASSIGN TO DQSHIST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DQSHIST-STATUS.

           SELECT OPS01-HISTORY ASSIGN TO OPSHIST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS OPSHIST-STATUS.

           SELECT OPS01-PARMCARD ASSIGN TO OPS01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS OPS01PM-STATUS.

           SELECT OPS01-REPORT ASSIGN TO OPS01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS OPS01RPT-STATUS.

           SELECT OPS01-CSV ASSIGN TO OPS01CSV
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS OPS01CSV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS01-EODHIST.
           COPY "eodhist.cpy".

       FD  OPS01-DAILYLOG.
           COPY "daylogrec.cpy".

       FD  OPS01-SCHEDULE.
           COPY "schedtbl.cpy".

       FD  OPS01-ALERT.
       01  ALERT-IN-REC.
           05  ALERT-DATE               PIC X(10).
           05  FILLER                   PIC X.
           05  ALERT-TIME               PIC 9(8).
           05  FILLER                   PIC X.
           05  ALERT-SEVERITY           PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  OPS01-DQSHIST.
           COPY "dqshist.cpy".

       FD  OPS01-HISTORY.
           COPY "opshist.cpy".

       FD  OPS01-PARMCARD.
       01  OPS01PM-REC.
           05  OPS01PM-MONTH            PIC X(6).
           05  FILLER                   PIC X.
           05  OPS01PM-DEADLINE         PIC X(4).
           05  FILLER                   PIC X.
           05  OPS01PM-WINDOW-OPEN      PIC X(4).
           05  FILLER                   PIC X(64).

       FD  OPS01-REPORT.
       01  OPS01-REPORT-LINE            PIC X(80).

       FD  OPS01-CSV.
       01  OPS01-CSV-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==EODHIST==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DAILYLOG==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ALERTF==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DQSHIST==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==OPSHIST==.

       01  EODHIST-STATUS.
           05  EODHIST-STATUS-L         PIC X.
           05  EODHIST-STATUS-R         PIC X.
       01  DAILYLOG-STATUS.
           05  DAILYLOG-STATUS-L        PIC X.
           05  DAILYLOG-STATUS-R        PIC X.
       01  SCHEDTBL-STATUS.
           05  SCHEDTBL-STATUS-L        PIC X.
           05  SCHEDTBL-STATUS-R        PIC X.
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  DQSHIST-STATUS.
           05  DQSHIST-STATUS-L         PIC X.
           05  DQSHIST-STATUS-R         PIC X.
       01  OPSHIST-STATUS.
           05  OPSHIST-STATUS-L         PIC X.
           05  OPSHIST-STATUS-R         PIC X.
       01  OPS01PM-STATUS.
           05  OPS01PM-STATUS-L         PIC X.
           05  OPS01PM-STATUS-R         PIC X.
       01  OPS01RPT-STATUS.
           05  OPS01RPT-STATUS-L        PIC X.
           05  OPS01RPT-STATUS-R        PIC X.
       01  OPS01CSV-STATUS.
           05  OPS01CSV-STATUS-L        PIC X.
           05  OPS01CSV-STATUS-R        PIC X.

       01  RUN-SEVERITY                 PIC 99      VALUE 0.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-NUM.
           05  BUSINESS-DATE-CCYY       PIC 9(4).
           05  BUSINESS-DATE-MM         PIC 9(2).
           05  BUSINESS-DATE-DD         PIC 9(2).

      * The pack month, and the two months it is set against.
       01  PACK-MONTH.
           05  PACK-MONTH-CCYY          PIC 9(4).
           05  PACK-MONTH-MM            PIC 9(2).
       01  PACK-MONTH-DIGITS REDEFINES PACK-MONTH
                                        PIC X(6).
       01  PREV-MONTH.
           05  PREV-MONTH-CCYY          PIC 9(4).
           05  PREV-MONTH-MM            PIC 9(2).
       01  PREV-MONTH-DIGITS REDEFINES PREV-MONTH
                                        PIC X(6).
       01  LASTYR-MONTH.
           05  LASTYR-MONTH-CCYY        PIC 9(4).
           05  LASTYR-MONTH-MM          PIC 9(2).
       01  LASTYR-MONTH-DIGITS REDEFINES LASTYR-MONTH
                                        PIC X(6).
      * The pack month as the logs write it, CCYY-MM.
       01  PACK-MONTH-X.
           05  PACK-MONTH-X-CCYY        PIC 9(4).
           05  FILLER                   PIC X       VALUE '-'.
           05  PACK-MONTH-X-MM          PIC 9(2).
       01  EODHIST-START-KEY.
           05  EODHIST-START-MONTH      PIC X(7).
           05  FILLER                   PIC X(3)    VALUE "-01".

      * The window, as seconds on FCS01's window clock - seconds
      * since the window opened, so a stream running past
      * midnight still counts forward.
       01  HHMM-WORK                    PIC 9(4).
       01  HHMM-PARTS REDEFINES HHMM-WORK.
           05  HHMM-HH                  PIC 99.
           05  HHMM-MM                  PIC 99.
       01  TIME-WORK                    PIC X(8).
       01  TIME-PARTS REDEFINES TIME-WORK.
           05  TIME-HH                  PIC 99.
           05  TIME-MM                  PIC 99.
           05  TIME-SS                  PIC 99.
           05  TIME-HS                  PIC 99.
       01  WINDOW-OPEN-SECS             PIC 9(5)    VALUE 64800.
       01  DEADLINE-SECS                PIC 9(5)    VALUE 21600.
       01  DEADLINE-WC                  PIC 9(6).
       01  CLOCK-SECS                   PIC 9(6).
       01  CLOCK-WC                     PIC 9(6).

      * The jobs of the nightly stream.
       01  SCHED-COUNT                  PIC 99      VALUE 0.
       01  SCHED-TABLE.
           05  SCHED-TBL-JOB            PIC X(8) OCCURS 60 TIMES.
       01  SCHED-IDX                    PIC 99.
       01  STREAM-JOB-SW                PIC X.
           88  STREAM-JOB                            VALUE 'Y'.

      * Starts waiting for their stop; a matched slot is reused.
       01  PENDING-COUNT                PIC 999     VALUE 0.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 100 TIMES.
               10  PENDING-JOB          PIC X(8).
               10  PENDING-RUN-ID       PIC X(6).
               10  PENDING-STATE        PIC X.
                   88  PENDING-FREE                  VALUE ' '.
       01  PENDING-IDX                  PIC 999.
       01  PENDING-SLOT                 PIC 999.

      * Each night of the month by day: first start and last
      * stop of a stream job, on the window clock.
       01  NIGHT-TABLE.
           05  NIGHT-ENTRY OCCURS 31 TIMES.
               10  NIGHT-FIRST-START    PIC 9(6).
               10  NIGHT-LAST-STOP      PIC 9(6).
               10  NIGHT-STARTED        PIC X.
               10  NIGHT-STOPPED        PIC X.
       01  NIGHT-IDX                    PIC 99.
       01  NIGHT-MINS                   PIC 9(5).

       01  ACK-DETAIL.
           05  ACK-DETAIL-JOB           PIC X(8).
           05  FILLER                   PIC X.
           05  ACK-DETAIL-SEVERITY      PIC X(4).
           05  FILLER                   PIC X.
           05  ACK-DETAIL-MINS          PIC X(4).
           05  ACK-DETAIL-MINS-NUM REDEFINES ACK-DETAIL-MINS
                                        PIC 9(4).
           05  FILLER                   PIC X.
       01  SEVERITY-NAMES.
           05  FILLER                   PIC X(8)    VALUE "CRIT".
           05  FILLER                   PIC X(8)    VALUE "HIGH".
           05  FILLER                   PIC X(8)    VALUE "MEDIUM".
           05  FILLER                   PIC X(8)    VALUE "LOW".
       01  SEVERITY-NAME-ENTRIES REDEFINES SEVERITY-NAMES.
           05  SEVERITY-NAME            PIC X(8) OCCURS 4 TIMES.
       01  SEVERITY-IDX                 PIC 9.
       01  SEVERITY-SLOT                PIC 9.
       01  GRADE-LETTERS                PIC X(4)    VALUE "ABCF".
       01  GRADE-IDX                    PIC 9.

      * The three columns, each laid out as OPSHIST-REC: 1 the
      * pack month, 2 the month before, 3 a year before.
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 3 TIMES.
               10  PER-MONTH            PIC X(6).
               10  PER-RUN-DATE         PIC 9(8).
               10  PER-HAD-EODHIST      PIC X.
               10  PER-HAD-DAILYLOG     PIC X.
               10  PER-HAD-DQSHIST      PIC X.
               10  PER-HAD-ALERTS       PIC X.
               10  PER-EOD-NIGHTS       PIC 9(3).
               10  PER-EOD-RECORDS      PIC 9(9).
               10  PER-EOD-REJECTS      PIC 9(7).
               10  PER-NIGHTS-TIMED     PIC 9(3).
               10  PER-NIGHTS-IN-WINDOW PIC 9(3).
               10  PER-STREAM-MINS      PIC 9(7).
               10  PER-LONGEST-MINS     PIC 9(5).
               10  PER-JOB-RUNS         PIC 9(7).
               10  PER-ABENDS           PIC 9(5).
               10  PER-MISSED-JOBS      PIC 9(5).
               10  PER-RESTARTS         PIC 9(5).
               10  PER-DQ-FILES         PIC 9(5).
               10  PER-DQ-GRADE-COUNT   PIC 9(5) OCCURS 4 TIMES.
               10  PER-SEVERITY OCCURS 4 TIMES.
                   15  PER-ALERTS       PIC 9(5).
                   15  PER-ACKS         PIC 9(5).
                   15  PER-ACK-MINS     PIC 9(7).
               10  PER-OTHER-ALERTS     PIC 9(5).
               10  FILLER               PIC X(5).
       01  PERIOD-HAVE-TABLE.
           05  PERIOD-HAVE              PIC X OCCURS 3 TIMES.
       01  PERIOD-IDX                   PIC 9.

      * One row of the pack: a figure per column, or N/A.
       01  ROW-LABEL                    PIC X(30).
       01  ROW-KIND                     PIC X.
           88  ROW-IS-COUNT                          VALUE 'C'.
           88  ROW-IS-RATE                           VALUE 'R'.
       01  ROW-FIGURES.
           05  ROW-FIGURE OCCURS 3 TIMES.
               10  ROW-VALUE            PIC S9(9)V99.
               10  ROW-AVAILABLE        PIC X.
       01  ROW-SOURCE-SW                PIC X.
       01  ROW-NUMERATOR                PIC S9(11)V99.
       01  ROW-DENOMINATOR              PIC S9(11)V99.

       01  DETAIL-LINE.
           05  DTL-LABEL                PIC X(30).
           05  DTL-COLUMN               PIC X(16) OCCURS 3 TIMES.
       01  EDITED-COUNT                 PIC Z(15)9.
       01  EDITED-RATE                  PIC Z(12)9.99.
       01  SIGNED-FIGURE                PIC +9(9).99.
       01  CSV-FIELDS.
           05  CSV-FIELD                PIC X(13) OCCURS 3 TIMES.

       01  SOURCES-MISSING              PIC 9       VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "OPS01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM SET-PACK-MONTH.
           DISPLAY "OPS01: pack month= " PACK-MONTH-DIGITS
                   " previous= " PREV-MONTH-DIGITS
                   " last year= " LASTYR-MONTH-DIGITS.
           PERFORM CLEAR-THE-PERIODS.
           PERFORM LOAD-THE-SCHEDULE.
           PERFORM TAKE-THE-EOD-HISTORY
               THRU TAKE-THE-EOD-HISTORY-EXIT.
           PERFORM TAKE-THE-DAILYLOG THRU TAKE-THE-DAILYLOG-EXIT.
           PERFORM TAKE-THE-ALERTS THRU TAKE-THE-ALERTS-EXIT.
           PERFORM TAKE-THE-DQ-GRADES THRU TAKE-THE-DQ-GRADES-EXIT.
           PERFORM LOAD-THE-COMPARISONS.
           PERFORM WRITE-THE-PACK THRU WRITE-THE-PACK-EXIT.
           IF RUN-SEVERITY < 16
               PERFORM KEEP-THE-MONTH
           END-IF.
           IF SOURCES-MISSING > 0 AND RUN-SEVERITY < 4
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           DISPLAY "OPS01: sources missing= " SOURCES-MISSING
                   " previous month on file= " PERIOD-HAVE (2)
                   " last year on file= " PERIOD-HAVE (3).
           CALL "DAYLOG" USING "OPS01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The month before the business date's, unless the parm
      * card names one.
       SET-PACK-MONTH.
           MOVE BUSINESS-DATE-CCYY TO PACK-MONTH-CCYY.
           MOVE BUSINESS-DATE-MM TO PACK-MONTH-MM.
           IF PACK-MONTH-MM = 1
               MOVE 12 TO PACK-MONTH-MM
               SUBTRACT 1 FROM PACK-MONTH-CCYY
           ELSE
               SUBTRACT 1 FROM PACK-MONTH-MM
           END-IF.
           OPEN INPUT OPS01-PARMCARD.
           IF OPS01PM-STATUS = "00"
               READ OPS01-PARMCARD
                   AT END MOVE "10" TO OPS01PM-STATUS
               END-READ
               IF OPS01PM-STATUS = "00"
                   PERFORM TAKE-THE-PARM-CARD
               END-IF
               CLOSE OPS01-PARMCARD
           END-IF.
           MOVE PACK-MONTH TO PREV-MONTH.
           IF PREV-MONTH-MM = 1
               MOVE 12 TO PREV-MONTH-MM
               SUBTRACT 1 FROM PREV-MONTH-CCYY
           ELSE
               SUBTRACT 1 FROM PREV-MONTH-MM
           END-IF.
           MOVE PACK-MONTH TO LASTYR-MONTH.
           SUBTRACT 1 FROM LASTYR-MONTH-CCYY.
           MOVE PACK-MONTH-CCYY TO PACK-MONTH-X-CCYY.
           MOVE PACK-MONTH-MM TO PACK-MONTH-X-MM.
           MOVE PACK-MONTH-X TO EODHIST-START-MONTH.
           MOVE DEADLINE-SECS TO CLOCK-SECS.
           PERFORM TO-WINDOW-CLOCK.
           MOVE CLOCK-WC TO DEADLINE-WC.

       CLEAR-THE-PERIODS.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               INITIALIZE PERIOD-ENTRY (PERIOD-IDX)
               MOVE 'N' TO PERIOD-HAVE (PERIOD-IDX)
           END-PERFORM.
           MOVE PACK-MONTH-DIGITS TO PER-MONTH (1).
           MOVE BUSINESS-DATE-NUM TO PER-RUN-DATE (1).
           MOVE 'Y' TO PERIOD-HAVE (1).
           MOVE PREV-MONTH-DIGITS TO PER-MONTH (2).
           MOVE LASTYR-MONTH-DIGITS TO PER-MONTH (3).
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
                   UNTIL NIGHT-IDX > 31
               MOVE 0 TO NIGHT-FIRST-START (NIGHT-IDX)
                         NIGHT-LAST-STOP (NIGHT-IDX)
               MOVE 'N' TO NIGHT-STARTED (NIGHT-IDX)
                           NIGHT-STOPPED (NIGHT-IDX)
           END-PERFORM.

       LOAD-THE-SCHEDULE.
           MOVE 0 TO SCHED-COUNT.
           OPEN INPUT OPS01-SCHEDULE.
           IF SCHEDTBL-STATUS = "00"
               PERFORM UNTIL SCHEDTBL-STATUS NOT = "00"
                   READ OPS01-SCHEDULE
                       AT END MOVE "10" TO SCHEDTBL-STATUS
                   END-READ
                   IF SCHEDTBL-STATUS = "00" AND SCHED-COUNT < 60
                       ADD 1 TO SCHED-COUNT
                       MOVE SCHED-JOB TO SCHED-TBL-JOB (SCHED-COUNT)
                   END-IF
               END-PERFORM
               CLOSE OPS01-SCHEDULE
           ELSE
               DISPLAY "OPS01: no SCHEDTBL - nights not timed"
           END-IF.

       TAKE-THE-EOD-HISTORY.
           OPEN INPUT OPS01-EODHIST.
           IF EODHIST-STATUS NOT = "00"
               DISPLAY "OPS01: OPEN EODHIST - status "
                       EODHIST-STATUS
               ADD 1 TO SOURCES-MISSING
               GO TO TAKE-THE-EOD-HISTORY-EXIT
           END-IF.
           MOVE 'Y' TO PER-HAD-EODHIST (1).
           MOVE EODHIST-START-KEY TO EODHIST-KEY.
           START OPS01-EODHIST
               KEY IS NOT LESS THAN EODHIST-KEY
               INVALID KEY
                   MOVE 'Y' TO EODHIST-EOF
           END-START.
           PERFORM UNTIL EODHIST-EOF-YES
               READ OPS01-EODHIST NEXT RECORD
                   AT END MOVE 'Y' TO EODHIST-EOF
               END-READ
               IF NOT EODHIST-EOF-YES
                   IF EODHIST-DATE (1:7) NOT = PACK-MONTH-X
                       MOVE 'Y' TO EODHIST-EOF
                   ELSE
                       ADD 1 TO PER-EOD-NIGHTS (1)
                       ADD EODHIST-RECORDS TO PER-EOD-RECORDS (1)
                       ADD EODHIST-REJECTS TO PER-EOD-REJECTS (1)
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE OPS01-EODHIST.
       TAKE-THE-EOD-HISTORY-EXIT.
           EXIT.

       TAKE-THE-DAILYLOG.
           OPEN INPUT OPS01-DAILYLOG.
           IF DAILYLOG-STATUS NOT = "00"
               DISPLAY "OPS01: OPEN DAILYLOG - status "
                       DAILYLOG-STATUS
               ADD 1 TO SOURCES-MISSING
               GO TO TAKE-THE-DAILYLOG-EXIT
           END-IF.
           MOVE 'Y' TO PER-HAD-DAILYLOG (1).
           PERFORM UNTIL DAILYLOG-EOF-YES
               READ OPS01-DAILYLOG
                   AT END MOVE 'Y' TO DAILYLOG-EOF
               END-READ
               IF NOT DAILYLOG-EOF-YES AND
                  DAILYLOG-REC-DATE (1:7) = PACK-MONTH-X
                   PERFORM TAKE-ONE-LOG-LINE
               END-IF
           END-PERFORM.
           CLOSE OPS01-DAILYLOG.
      * A start still waiting at the end of the log never
      * stopped.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               IF NOT PENDING-FREE (PENDING-IDX)
                   ADD 1 TO PER-ABENDS (1)
               END-IF
           END-PERFORM.
           PERFORM VARYING NIGHT-IDX FROM 1 BY 1
                   UNTIL NIGHT-IDX > 31
               IF NIGHT-STARTED (NIGHT-IDX) = 'Y' AND
                  NIGHT-STOPPED (NIGHT-IDX) = 'Y'
                   PERFORM TIME-ONE-NIGHT
               END-IF
           END-PERFORM.
       TAKE-THE-DAILYLOG-EXIT.
           EXIT.

       TAKE-THE-ALERTS.
           OPEN INPUT OPS01-ALERT.
           IF CNT01ALRT-STATUS NOT = "00"
               DISPLAY "OPS01: OPEN CNT01ALRT - status "
                       CNT01ALRT-STATUS
               ADD 1 TO SOURCES-MISSING
               GO TO TAKE-THE-ALERTS-EXIT
           END-IF.
           MOVE 'Y' TO PER-HAD-ALERTS (1).
           PERFORM UNTIL ALERTF-EOF-YES
               READ OPS01-ALERT
                   AT END MOVE 'Y' TO ALERTF-EOF
               END-READ
               IF NOT ALERTF-EOF-YES AND
                  ALERT-DATE (1:7) = PACK-MONTH-X
                   PERFORM TAKE-ONE-ALERT
               END-IF
           END-PERFORM.
           CLOSE OPS01-ALERT.
       TAKE-THE-ALERTS-EXIT.
           EXIT.

       TAKE-THE-DQ-GRADES.
           OPEN INPUT OPS01-DQSHIST.
           IF DQSHIST-STATUS NOT = "00"
               DISPLAY "OPS01: OPEN DQSHIST - status "
                       DQSHIST-STATUS
               ADD 1 TO SOURCES-MISSING
               GO TO TAKE-THE-DQ-GRADES-EXIT
           END-IF.
           MOVE 'Y' TO PER-HAD-DQSHIST (1).
           PERFORM UNTIL DQSHIST-EOF-YES
               READ OPS01-DQSHIST
                   AT END MOVE 'Y' TO DQSHIST-EOF
               END-READ
               IF NOT DQSHIST-EOF-YES AND
                  DQSHIST-DATE (1:7) = PACK-MONTH-X
                   ADD 1 TO PER-DQ-FILES (1)
                   PERFORM VARYING GRADE-IDX FROM 1 BY 1
                           UNTIL GRADE-IDX > 4
                       IF DQSHIST-GRADE =
                              GRADE-LETTERS (GRADE-IDX:1)
                           ADD 1 TO PER-DQ-GRADE-COUNT (1, GRADE-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE OPS01-DQSHIST.
       TAKE-THE-DQ-GRADES-EXIT.
           EXIT.

      * The latest OPSHIST record for each comparison month.
       LOAD-THE-COMPARISONS.
           OPEN INPUT OPS01-HISTORY.
           IF OPSHIST-STATUS NOT = "00"
               DISPLAY "OPS01: no OPSHIST yet - comparison columns "
                       "N/A"
               MOVE 'Y' TO OPSHIST-EOF
           END-IF.
           PERFORM UNTIL OPSHIST-EOF-YES
               READ OPS01-HISTORY
                   AT END MOVE 'Y' TO OPSHIST-EOF
               END-READ
               IF NOT OPSHIST-EOF-YES
                   IF OPSHIST-MONTH = PREV-MONTH-DIGITS
                       MOVE OPSHIST-REC TO PERIOD-ENTRY (2)
                       MOVE 'Y' TO PERIOD-HAVE (2)
                   END-IF
                   IF OPSHIST-MONTH = LASTYR-MONTH-DIGITS
                       MOVE OPSHIST-REC TO PERIOD-ENTRY (3)
                       MOVE 'Y' TO PERIOD-HAVE (3)
                   END-IF
               END-IF
           END-PERFORM.
           IF OPSHIST-STATUS = "00" OR OPSHIST-STATUS = "10"
               CLOSE OPS01-HISTORY
           END-IF.

       WRITE-THE-PACK.
           OPEN OUTPUT OPS01-REPORT.
           IF OPS01RPT-STATUS NOT = "00"
               DISPLAY "OPS01: OPEN OPS01-REPORT - status "
                       OPS01RPT-STATUS
               MOVE 16 TO RUN-SEVERITY
               GO TO WRITE-THE-PACK-EXIT
           END-IF.
           OPEN OUTPUT OPS01-CSV.
           IF OPS01CSV-STATUS NOT = "00"
               DISPLAY "OPS01: OPEN OPS01-CSV - status "
                       OPS01CSV-STATUS " - no delimited copy"
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO OPS01-REPORT-LINE.
           WRITE OPS01-REPORT-LINE.
           MOVE SPACES TO OPS01-REPORT-LINE.
           STRING "MONTHLY OPERATIONS PACK FOR "
                  PACK-MONTH-CCYY "-" PACK-MONTH-MM
               DELIMITED BY SIZE INTO OPS01-REPORT-LINE.
           WRITE OPS01-REPORT-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE "MEASURE" TO DTL-LABEL.
           MOVE "      THIS MONTH" TO DTL-COLUMN (1).
           MOVE "      PREV MONTH" TO DTL-COLUMN (2).
           MOVE "       LAST YEAR" TO DTL-COLUMN (3).
           MOVE DETAIL-LINE TO OPS01-REPORT-LINE.
           WRITE OPS01-REPORT-LINE.
           MOVE SPACES TO DETAIL-LINE.
           MOVE PACK-MONTH-DIGITS TO DTL-COLUMN (1) (11:6).
           MOVE PREV-MONTH-DIGITS TO DTL-COLUMN (2) (11:6).
           MOVE LASTYR-MONTH-DIGITS TO DTL-COLUMN (3) (11:6).
           MOVE DETAIL-LINE TO OPS01-REPORT-LINE.
           WRITE OPS01-REPORT-LINE.
           IF OPS01CSV-STATUS = "00"
               MOVE SPACES TO OPS01-CSV-REC
               STRING "MEASURE,MONTH,THISMONTH,PREVMONTH,LASTYEAR"
                   DELIMITED BY SIZE INTO OPS01-CSV-REC
               WRITE OPS01-CSV-REC
           END-IF.
           PERFORM PACK-VOLUMES.
           PERFORM PACK-THE-STREAM.
           PERFORM PACK-DATA-QUALITY.
           PERFORM PACK-THE-ALERTS.
           PERFORM BUILD-RPT-FOOTER.
           MOVE RPT-FTR-LINE TO OPS01-REPORT-LINE.
           WRITE OPS01-REPORT-LINE.
           CLOSE OPS01-REPORT.
           IF OPS01CSV-STATUS = "00"
               CLOSE OPS01-CSV
           END-IF.
       WRITE-THE-PACK-EXIT.
           EXIT.

       KEEP-THE-MONTH.
           OPEN EXTEND OPS01-HISTORY.
           IF OPSHIST-STATUS NOT = "00"
               OPEN OUTPUT OPS01-HISTORY
           END-IF.
           IF OPSHIST-STATUS NOT = "00"
               DISPLAY "OPS01: OPEN OPSHIST - status "
                       OPSHIST-STATUS " - month not kept"
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           ELSE
               MOVE PERIOD-ENTRY (1) TO OPSHIST-REC
               WRITE OPSHIST-REC
               CLOSE OPS01-HISTORY
           END-IF.

      * LEVEL 3 ROUTINES
       TAKE-THE-PARM-CARD.
           IF OPS01PM-MONTH IS NUMERIC AND
              OPS01PM-MONTH (5:2) > "00" AND
              OPS01PM-MONTH (5:2) < "13"
               MOVE OPS01PM-MONTH TO PACK-MONTH-DIGITS
           ELSE
               IF OPS01PM-MONTH NOT = SPACES
                   DISPLAY "OPS01: parm month " OPS01PM-MONTH
                           " refused - packing the default"
               END-IF
           END-IF.
           IF OPS01PM-DEADLINE IS NUMERIC
               MOVE OPS01PM-DEADLINE TO HHMM-WORK
               IF HHMM-HH < 24 AND HHMM-MM < 60
                   COMPUTE DEADLINE-SECS =
                       (HHMM-HH * 3600) + (HHMM-MM * 60)
               END-IF
           END-IF.
           IF OPS01PM-WINDOW-OPEN IS NUMERIC
               MOVE OPS01PM-WINDOW-OPEN TO HHMM-WORK
               IF HHMM-HH < 24 AND HHMM-MM < 60
                   COMPUTE WINDOW-OPEN-SECS =
                       (HHMM-HH * 3600) + (HHMM-MM * 60)
               END-IF
           END-IF.

      * Seconds since midnight in CLOCK-SECS to the window clock
      * in CLOCK-WC: a time before the window opened is after
      * midnight.
       TO-WINDOW-CLOCK.
           IF CLOCK-SECS < WINDOW-OPEN-SECS
               COMPUTE CLOCK-WC =
                   CLOCK-SECS + 86400 - WINDOW-OPEN-SECS
           ELSE
               COMPUTE CLOCK-WC = CLOCK-SECS - WINDOW-OPEN-SECS
           END-IF.

       TAKE-ONE-LOG-LINE.
           EVALUATE DAILYLOG-REC-EVENT
               WHEN "START   "
                   PERFORM TAKE-ONE-START
               WHEN "STOP    "
                   PERFORM TAKE-ONE-STOP
               WHEN "ALRACK  "
                   IF DAILYLOG-REC-JOB = "ALR02   "
                       PERFORM TAKE-ONE-ACKNOWLEDGEMENT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * A second start of the same job in the same run before
      * the first stopped means the first never will.
       TAKE-ONE-START.
           IF DAILYLOG-REC-JOB = "RST01   "
               ADD 1 TO PER-RESTARTS (1)
           END-IF.
           PERFORM FIND-PENDING-START.
           IF PENDING-SLOT > 0
               ADD 1 TO PER-ABENDS (1)
           ELSE
               PERFORM VARYING PENDING-IDX FROM 1 BY 1
                       UNTIL PENDING-IDX > PENDING-COUNT
                          OR PENDING-SLOT > 0
                   IF PENDING-FREE (PENDING-IDX)
                       MOVE PENDING-IDX TO PENDING-SLOT
                   END-IF
               END-PERFORM
               IF PENDING-SLOT = 0 AND PENDING-COUNT < 100
                   ADD 1 TO PENDING-COUNT
                   MOVE PENDING-COUNT TO PENDING-SLOT
               END-IF
           END-IF.
           IF PENDING-SLOT > 0
               MOVE DAILYLOG-REC-JOB TO PENDING-JOB (PENDING-SLOT)
               MOVE DAILYLOG-REC-RUN-ID TO
                    PENDING-RUN-ID (PENDING-SLOT)
               MOVE 'P' TO PENDING-STATE (PENDING-SLOT)
           END-IF.
           PERFORM CHECK-STREAM-JOB.
           IF STREAM-JOB
               PERFORM SET-LINE-CLOCK
               MOVE DAILYLOG-REC-DATE (9:2) TO NIGHT-IDX
               IF NIGHT-STARTED (NIGHT-IDX) = 'N' OR
                  CLOCK-WC < NIGHT-FIRST-START (NIGHT-IDX)
                   MOVE CLOCK-WC TO NIGHT-FIRST-START (NIGHT-IDX)
                   MOVE 'Y' TO NIGHT-STARTED (NIGHT-IDX)
               END-IF
           END-IF.

       TAKE-ONE-STOP.
           PERFORM FIND-PENDING-START.
           IF PENDING-SLOT > 0
               MOVE SPACE TO PENDING-STATE (PENDING-SLOT)
               ADD 1 TO PER-JOB-RUNS (1)
           END-IF.
           PERFORM CHECK-STREAM-JOB.
           IF STREAM-JOB
               PERFORM SET-LINE-CLOCK
               MOVE DAILYLOG-REC-DATE (9:2) TO NIGHT-IDX
               IF NIGHT-STOPPED (NIGHT-IDX) = 'N' OR
                  CLOCK-WC > NIGHT-LAST-STOP (NIGHT-IDX)
                   MOVE CLOCK-WC TO NIGHT-LAST-STOP (NIGHT-IDX)
                   MOVE 'Y' TO NIGHT-STOPPED (NIGHT-IDX)
               END-IF
           END-IF.

      * ALR02 logs the alert's job, severity and age in minutes.
       TAKE-ONE-ACKNOWLEDGEMENT.
           MOVE DAILYLOG-REC-DETAIL TO ACK-DETAIL.
           MOVE 0 TO SEVERITY-SLOT.
           PERFORM VARYING SEVERITY-IDX FROM 1 BY 1
                   UNTIL SEVERITY-IDX > 4
               IF ACK-DETAIL-SEVERITY =
                      SEVERITY-NAME (SEVERITY-IDX) (1:4)
                   MOVE SEVERITY-IDX TO SEVERITY-SLOT
               END-IF
           END-PERFORM.
           IF SEVERITY-SLOT > 0 AND ACK-DETAIL-MINS IS NUMERIC
               ADD 1 TO PER-ACKS (1, SEVERITY-SLOT)
               ADD ACK-DETAIL-MINS-NUM TO
                   PER-ACK-MINS (1, SEVERITY-SLOT)
           END-IF.

       TAKE-ONE-ALERT.
           MOVE 0 TO SEVERITY-SLOT.
           PERFORM VARYING SEVERITY-IDX FROM 1 BY 1
                   UNTIL SEVERITY-IDX > 4
               IF ALERT-SEVERITY = SEVERITY-NAME (SEVERITY-IDX)
                   MOVE SEVERITY-IDX TO SEVERITY-SLOT
               END-IF
           END-PERFORM.
           IF SEVERITY-SLOT > 0
               ADD 1 TO PER-ALERTS (1, SEVERITY-SLOT)
           ELSE
               ADD 1 TO PER-OTHER-ALERTS (1)
           END-IF.
      * SCH01 raises one alert per expected job that never ran.
           IF ALERT-JOB = "SCH01   "
               ADD 1 TO PER-MISSED-JOBS (1)
           END-IF.

       FIND-PENDING-START.
           MOVE 0 TO PENDING-SLOT.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
                      OR PENDING-SLOT > 0
               IF NOT PENDING-FREE (PENDING-IDX) AND
                  PENDING-JOB (PENDING-IDX) = DAILYLOG-REC-JOB AND
                  PENDING-RUN-ID (PENDING-IDX) = DAILYLOG-REC-RUN-ID
                   MOVE PENDING-IDX TO PENDING-SLOT
               END-IF
           END-PERFORM.

       CHECK-STREAM-JOB.
           MOVE 'N' TO STREAM-JOB-SW.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               IF SCHED-TBL-JOB (SCHED-IDX) = DAILYLOG-REC-JOB
                   MOVE 'Y' TO STREAM-JOB-SW
               END-IF
           END-PERFORM.

       SET-LINE-CLOCK.
           MOVE DAILYLOG-REC-TIME TO TIME-WORK.
           COMPUTE CLOCK-SECS =
               (TIME-HH * 3600) + (TIME-MM * 60) + TIME-SS.
           PERFORM TO-WINDOW-CLOCK.

       TIME-ONE-NIGHT.
           ADD 1 TO PER-NIGHTS-TIMED (1).
           IF NIGHT-LAST-STOP (NIGHT-IDX) NOT > DEADLINE-WC
               ADD 1 TO PER-NIGHTS-IN-WINDOW (1)
           END-IF.
           IF NIGHT-LAST-STOP (NIGHT-IDX) >
                  NIGHT-FIRST-START (NIGHT-IDX)
               COMPUTE NIGHT-MINS =
                   (NIGHT-LAST-STOP (NIGHT-IDX)
                  - NIGHT-FIRST-START (NIGHT-IDX)) / 60
           ELSE
               MOVE 0 TO NIGHT-MINS
           END-IF.
           ADD NIGHT-MINS TO PER-STREAM-MINS (1).
           IF NIGHT-MINS > PER-LONGEST-MINS (1)
               MOVE NIGHT-MINS TO PER-LONGEST-MINS (1)
           END-IF.

       PACK-VOLUMES.
           MOVE "NIGHTLY VOLUMES (EODHIST)" TO OPS01-REPORT-LINE.
           PERFORM WRITE-GROUP-HEADING.
           MOVE "NIGHTS ON EODHIST" TO ROW-LABEL.
           MOVE 'C' TO ROW-KIND.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-EODHIST (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-EOD-NIGHTS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "RECORDS PROCESSED" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-EODHIST (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-EOD-RECORDS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "REJECTS" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-EODHIST (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-EOD-REJECTS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "AVERAGE RECORDS PER NIGHT" TO ROW-LABEL.
           MOVE 'R' TO ROW-KIND.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-EODHIST (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-EOD-RECORDS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE PER-EOD-NIGHTS (PERIOD-IDX) TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "REJECT RATE PCT" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-EODHIST (PERIOD-IDX) TO ROW-SOURCE-SW
               COMPUTE ROW-NUMERATOR =
                   PER-EOD-REJECTS (PERIOD-IDX) * 100
               MOVE PER-EOD-RECORDS (PERIOD-IDX) TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.

       PACK-THE-STREAM.
           MOVE "NIGHTLY STREAM (DAILYLOG)" TO OPS01-REPORT-LINE.
           PERFORM WRITE-GROUP-HEADING.
           MOVE 'C' TO ROW-KIND.
           MOVE "NIGHTS TIMED" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-NIGHTS-TIMED (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "NIGHTS INSIDE THE WINDOW" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-NIGHTS-IN-WINDOW (PERIOD-IDX) TO
                    ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "LONGEST STREAM MINUTES" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-LONGEST-MINS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "JOB RUNS COMPLETED" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-JOB-RUNS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "ABENDS" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-ABENDS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "RESTARTS (RST01)" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-RESTARTS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "MISSED JOBS (SCH01)" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-ALERTS (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-MISSED-JOBS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE 'R' TO ROW-KIND.
           MOVE "PCT NIGHTS INSIDE THE WINDOW" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO ROW-SOURCE-SW
               COMPUTE ROW-NUMERATOR =
                   PER-NIGHTS-IN-WINDOW (PERIOD-IDX) * 100
               MOVE PER-NIGHTS-TIMED (PERIOD-IDX) TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           MOVE "AVERAGE STREAM MINUTES" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-STREAM-MINS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE PER-NIGHTS-TIMED (PERIOD-IDX) TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.

       PACK-DATA-QUALITY.
           MOVE "DATA QUALITY (DQSHIST)" TO OPS01-REPORT-LINE.
           PERFORM WRITE-GROUP-HEADING.
           MOVE 'C' TO ROW-KIND.
           MOVE "FILES GRADED" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DQSHIST (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-DQ-FILES (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           PERFORM VARYING GRADE-IDX FROM 1 BY 1
                   UNTIL GRADE-IDX > 4
               MOVE SPACES TO ROW-LABEL
               STRING "FILES GRADED "
                      GRADE-LETTERS (GRADE-IDX:1)
                   DELIMITED BY SIZE INTO ROW-LABEL
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 3
                   MOVE PER-HAD-DQSHIST (PERIOD-IDX) TO
                        ROW-SOURCE-SW
                   MOVE PER-DQ-GRADE-COUNT (PERIOD-IDX, GRADE-IDX)
                       TO ROW-NUMERATOR
                   MOVE 1 TO ROW-DENOMINATOR
                   PERFORM SET-ROW-FIGURE
               END-PERFORM
               PERFORM WRITE-PACK-ROW
           END-PERFORM.
           MOVE 'R' TO ROW-KIND.
           MOVE "PCT FILES GRADED A" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-DQSHIST (PERIOD-IDX) TO ROW-SOURCE-SW
               COMPUTE ROW-NUMERATOR =
                   PER-DQ-GRADE-COUNT (PERIOD-IDX, 1) * 100
               MOVE PER-DQ-FILES (PERIOD-IDX) TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.

      * Alert counts come from CNT01ALRT, acknowledgements from
      * the ALR02 lines on DAILYLOG.
       PACK-THE-ALERTS.
           MOVE "ALERTS (CNT01ALRT, ALR02)" TO OPS01-REPORT-LINE.
           PERFORM WRITE-GROUP-HEADING.
           MOVE 'C' TO ROW-KIND.
           PERFORM VARYING SEVERITY-IDX FROM 1 BY 1
                   UNTIL SEVERITY-IDX > 4
               MOVE SPACES TO ROW-LABEL
               STRING "ALERTS " SEVERITY-NAME (SEVERITY-IDX)
                   DELIMITED BY SIZE INTO ROW-LABEL
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 3
                   MOVE PER-HAD-ALERTS (PERIOD-IDX) TO ROW-SOURCE-SW
                   MOVE PER-ALERTS (PERIOD-IDX, SEVERITY-IDX) TO
                        ROW-NUMERATOR
                   MOVE 1 TO ROW-DENOMINATOR
                   PERFORM SET-ROW-FIGURE
               END-PERFORM
               PERFORM WRITE-PACK-ROW
           END-PERFORM.
           MOVE "ALERTS OTHER SEVERITY" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-ALERTS (PERIOD-IDX) TO ROW-SOURCE-SW
               MOVE PER-OTHER-ALERTS (PERIOD-IDX) TO ROW-NUMERATOR
               MOVE 1 TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.
           PERFORM VARYING SEVERITY-IDX FROM 1 BY 1
                   UNTIL SEVERITY-IDX > 4
               MOVE 'C' TO ROW-KIND
               MOVE SPACES TO ROW-LABEL
               STRING "ACKNOWLEDGED " SEVERITY-NAME (SEVERITY-IDX)
                   DELIMITED BY SIZE INTO ROW-LABEL
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 3
                   MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO
                        ROW-SOURCE-SW
                   MOVE PER-ACKS (PERIOD-IDX, SEVERITY-IDX) TO
                        ROW-NUMERATOR
                   MOVE 1 TO ROW-DENOMINATOR
                   PERFORM SET-ROW-FIGURE
               END-PERFORM
               PERFORM WRITE-PACK-ROW
               MOVE 'R' TO ROW-KIND
               MOVE SPACES TO ROW-LABEL
               STRING "MEAN MINS TO ACK "
                      SEVERITY-NAME (SEVERITY-IDX)
                   DELIMITED BY SIZE INTO ROW-LABEL
               PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                       UNTIL PERIOD-IDX > 3
                   MOVE PER-HAD-DAILYLOG (PERIOD-IDX) TO
                        ROW-SOURCE-SW
                   MOVE PER-ACK-MINS (PERIOD-IDX, SEVERITY-IDX) TO
                        ROW-NUMERATOR
                   MOVE PER-ACKS (PERIOD-IDX, SEVERITY-IDX) TO
                        ROW-DENOMINATOR
                   PERFORM SET-ROW-FIGURE
               END-PERFORM
               PERFORM WRITE-PACK-ROW
           END-PERFORM.
           MOVE "PCT CRIT ACKNOWLEDGED" TO ROW-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               MOVE PER-HAD-ALERTS (PERIOD-IDX) TO ROW-SOURCE-SW
               IF PER-HAD-DAILYLOG (PERIOD-IDX) NOT = 'Y'
                   MOVE 'N' TO ROW-SOURCE-SW
               END-IF
               COMPUTE ROW-NUMERATOR = PER-ACKS (PERIOD-IDX, 1) * 100
               MOVE PER-ALERTS (PERIOD-IDX, 1) TO ROW-DENOMINATOR
               PERFORM SET-ROW-FIGURE
           END-PERFORM.
           PERFORM WRITE-PACK-ROW.

      * A figure is N/A when its month is not on file, its source
      * was missing that month, or it would divide by nothing.
       SET-ROW-FIGURE.
           MOVE 'N' TO ROW-AVAILABLE (PERIOD-IDX).
           MOVE 0 TO ROW-VALUE (PERIOD-IDX).
           IF PERIOD-HAVE (PERIOD-IDX) = 'Y' AND
              ROW-SOURCE-SW = 'Y' AND
              ROW-DENOMINATOR > 0
               MOVE 'Y' TO ROW-AVAILABLE (PERIOD-IDX)
               COMPUTE ROW-VALUE (PERIOD-IDX) ROUNDED =
                   ROW-NUMERATOR / ROW-DENOMINATOR
           END-IF.

       WRITE-GROUP-HEADING.
           MOVE OPS01-REPORT-LINE TO DTL-LABEL.
           MOVE SPACES TO OPS01-REPORT-LINE.
           WRITE OPS01-REPORT-LINE.
           MOVE DTL-LABEL TO OPS01-REPORT-LINE.
           WRITE OPS01-REPORT-LINE.

       WRITE-PACK-ROW.
           MOVE SPACES TO DETAIL-LINE.
           MOVE SPACES TO CSV-FIELDS.
           MOVE ROW-LABEL TO DTL-LABEL.
           PERFORM VARYING PERIOD-IDX FROM 1 BY 1
                   UNTIL PERIOD-IDX > 3
               IF ROW-AVAILABLE (PERIOD-IDX) = 'Y'
                   IF ROW-IS-RATE
                       MOVE ROW-VALUE (PERIOD-IDX) TO EDITED-RATE
                       MOVE EDITED-RATE TO DTL-COLUMN (PERIOD-IDX)
                   ELSE
                       MOVE ROW-VALUE (PERIOD-IDX) TO EDITED-COUNT
                       MOVE EDITED-COUNT TO DTL-COLUMN (PERIOD-IDX)
                   END-IF
                   MOVE ROW-VALUE (PERIOD-IDX) TO SIGNED-FIGURE
                   MOVE SIGNED-FIGURE TO CSV-FIELD (PERIOD-IDX)
               ELSE
                   MOVE "             N/A" TO DTL-COLUMN (PERIOD-IDX)
               END-IF
           END-PERFORM.
           MOVE DETAIL-LINE TO OPS01-REPORT-LINE.
           WRITE OPS01-REPORT-LINE.
           IF OPS01CSV-STATUS = "00"
               MOVE SPACES TO OPS01-CSV-REC
               STRING ROW-LABEL DELIMITED BY "  "
                      "," PACK-MONTH-DIGITS
                      "," CSV-FIELD (1) DELIMITED BY SPACE
                      "," CSV-FIELD (2) DELIMITED BY SPACE
                      "," CSV-FIELD (3) DELIMITED BY SPACE
                   INTO OPS01-CSV-REC
               WRITE OPS01-CSV-REC
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="OPS01"==.
