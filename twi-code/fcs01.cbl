       IDENTIFICATION DIVISION.
       PROGRAM-ID. FCS01.
      *--------------------------------------------------
      * BATCH-WINDOW COMPLETION FORECAST FOR THE NIGHTLY
      * STREAM. ON A HEAVY NIGHT WE ONLY LEARNED THE STREAM
      * WOULD RUN INTO THE ONLINE DAY WHEN IT DID. FCS01 RUNS AT
      * STREAM START AND AGAIN AFTER EACH MAJOR STEP AND
      * PROJECTS THE FINISH OF EVERY STEP STILL TO RUN AND OF
      * THE WHOLE STREAM:
      *   THE STEP ORDER IS THE SCHEDTBL CARDS EXPECTED TODAY;
      *   DAILYLOG'S START AND STOP LINES FOR THE BUSINESS DATE
      *   SAY WHICH STEPS HAVE FINISHED AND WHICH IS RUNNING;
      *   EACH STEP STILL TO RUN TAKES ITS MON01BAS TYPICAL
      *   DURATION, SCALED UP WHEN TONIGHT'S VOLUME IS OVER THE
      *   AVERAGE NIGHT ON THE CNT01STAT HISTORY (A LIGHT NIGHT
      *   KEEPS THE TYPICAL DURATION); CNT01 ITSELF IS TIMED
      *   FROM THE HISTORY'S RECORDS-PER-SECOND THROUGHPUT.
      *   TONIGHT'S VOLUME IS THE TR TRAILER COUNT OF EACH FILE
      *   ON THE FILEDATLST LIST (THE DATA RECORDS COUNTED WHEN
      *   A FILE HAS NO TRAILER); THE ARRIVALS REGISTER SAYS
      *   HOW MANY DELIVERIES HAVE LANDED SO FAR.
      * THE FCS01PM CARD CARRIES THE WINDOW DEADLINE (HHMM,
      * DEFAULT 0600), THE TIME THE WINDOW OPENS (HHMM, DEFAULT
      * 1800 - A TIME BEFORE IT IS TAKEN AS AFTER MIDNIGHT) AND
      * A LABEL FOR THE CHECKPOINT. A PROJECTED END PAST THE
      * DEADLINE RAISES AN ALERT ON THE SHARED CNT01ALRT FILE
      * AND ENDS RC 4; THE REPORT THEN SHOWS WHAT DEFERRING THE
      * SCHEDTBL OPTIONAL STEPS STILL TO RUN WOULD SAVE, SO THE
      * DUTY MANAGER CAN DECIDE WHILE THERE IS TIME TO.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FCS01-SCHEDULE ASSIGN TO SCHEDTBL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SCHEDTBL-STATUS.

           SELECT FCS01-DAILYLOG ASSIGN TO DAILYLOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DAILYLOG-STATUS.

           SELECT FCS01-BASELINE ASSIGN TO MON01BAS
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MON01BAS-STATUS.

           SELECT FCS01-STATS ASSIGN TO CNT01STAT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01STAT-STATUS.

           SELECT FCS01-FILELIST ASSIGN TO FILEDATLST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILELIST-STATUS.

      * ASSIGN names a working-storage variable so the same FD
      * reads each delivery on the file list in turn, as CNT01
      * does.
           SELECT FILEDATCLT-FILE ASSIGN TO FILEDATCLT-FILE-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILEDATCLT-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO ARRIVALS
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ARRIVALS-STATUS.

           SELECT FCS01-PARMCARD ASSIGN TO FCS01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FCS01PM-STATUS.

           SELECT FCS01-ALERT ASSIGN TO CNT01ALRT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT FCS01-REPORT ASSIGN TO FCS01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FCS01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FCS01-SCHEDULE.
           COPY "schedtbl.cpy".

       FD  FCS01-DAILYLOG.
           COPY "daylogrec.cpy".

       FD  FCS01-BASELINE.
       01  FCS01-BASELINE-REC.
           05  BASELINE-JOB             PIC X(8).
           05  BASELINE-SECONDS         PIC 9(6).
           05  FILLER                   PIC X(66).

       FD  FCS01-STATS.
       01  FCS01-STATS-REC.
           05  STAT-DATE                PIC X(10).
           05  STAT-FILE-NAME           PIC X(20).
           05  STAT-OPEN-TIME           PIC 9(8).
           05  STAT-CLOSE-TIME          PIC 9(8).
           05  STAT-ELAPSED-SECS        PIC 9(7).
           05  STAT-RECORDS-READ        PIC 9(6).
           05  STAT-RECORDS-REJECTED    PIC 9(6).
           05  STAT-DUPLICATES          PIC 9(5).
           05  STAT-BAD-DATES           PIC 9(5).
           05  STAT-ZERO-AMOUNTS        PIC 9(5).

       FD  FCS01-FILELIST.
       01  FILELIST-REC                 PIC X(20).

       FD  FILEDATCLT-FILE.
           COPY "filedatclt.cpy".

       FD  ARRIVAL-FILE.
       01  ARRIVAL-REC.
           05  ARR-DATE                 PIC 9(8).
           05  FILLER                   PIC X.
           05  ARR-TIME                 PIC 9(8).
           05  FILLER                   PIC X.
           05  ARR-SOURCE-ID            PIC X(8).
           05  FILLER                   PIC X(54).

       FD  FCS01-PARMCARD.
       01  FCS01PM-REC.
           05  FCS01PM-DEADLINE         PIC X(4).
           05  FILLER                   PIC X.
           05  FCS01PM-WINDOW-OPEN      PIC X(4).
           05  FILLER                   PIC X.
           05  FCS01PM-CHECKPOINT       PIC X(20).
           05  FILLER                   PIC X(50).

       FD  FCS01-ALERT.
       01  FCS01-ALERT-REC.
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

       FD  FCS01-REPORT.
       01  FCS01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DAILYLOG==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CNT01STAT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==FILEDATCLT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ARRIVALF==.

       01  SCHEDTBL-STATUS.
           05  SCHEDTBL-STATUS-L        PIC X.
           05  SCHEDTBL-STATUS-R        PIC X.
       01  DAILYLOG-STATUS.
           05  DAILYLOG-STATUS-L        PIC X.
           05  DAILYLOG-STATUS-R        PIC X.
       01  MON01BAS-STATUS.
           05  MON01BAS-STATUS-L        PIC X.
           05  MON01BAS-STATUS-R        PIC X.
       01  CNT01STAT-STATUS.
           05  CNT01STAT-STATUS-L       PIC X.
           05  CNT01STAT-STATUS-R       PIC X.
       01  FILELIST-STATUS.
           05  FILELIST-STATUS-L        PIC X.
           05  FILELIST-STATUS-R        PIC X.
       01  FILEDATCLT-STATUS.
           05  FILEDATCLT-STATUS-L      PIC X.
           05  FILEDATCLT-STATUS-R      PIC X.
       01  ARRIVALS-STATUS.
           05  ARRIVALS-STATUS-L        PIC X.
           05  ARRIVALS-STATUS-R        PIC X.
       01  FCS01PM-STATUS.
           05  FCS01PM-STATUS-L         PIC X.
           05  FCS01PM-STATUS-R         PIC X.
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  FCS01RPT-STATUS.
           05  FCS01RPT-STATUS-L        PIC X.
           05  FCS01RPT-STATUS-R        PIC X.

       01  FILEDATCLT-FILE-NAME         PIC X(20).
       01  FILE-LIST-COUNT              PIC 99      VALUE 0.
       01  FILE-LIST-TABLE.
           05  FILE-LIST-ENTRY OCCURS 10 TIMES       PIC X(20).
       01  FILE-IDX                     PIC 99.
       01  FILE-DATA-COUNT              PIC 9(7).
       01  FILE-TRAILER-COUNT           PIC 9(7).
       01  FILE-HAS-TRAILER-SW          PIC X.
           88  FILE-HAS-TRAILER                      VALUE 'Y'.

      * The steps expected tonight, in stream order, with what
      * DAILYLOG says of them and the forecast for each.
       01  SCHED-COUNT                  PIC 99      VALUE 0.
       01  SCHED-TABLE-WS.
           05  SCHED-ENTRY OCCURS 30 TIMES.
               10  SCHED-TBL-JOB        PIC X(8).
               10  SCHED-TBL-OPTIONAL   PIC X.
               10  SCHED-TBL-STATE      PIC X.
                   88  STEP-NOT-STARTED              VALUE 'N'.
                   88  STEP-RUNNING                  VALUE 'R'.
                   88  STEP-FINISHED                 VALUE 'F'.
               10  SCHED-TBL-START      PIC 9(6).
               10  SCHED-TBL-STOP       PIC 9(6).
               10  SCHED-TBL-FORECAST   PIC 9(6).
               10  SCHED-TBL-END        PIC 9(6).
               10  SCHED-TBL-BASE-SW    PIC X.
       01  SCHED-IDX                    PIC 99.

       01  BASELINE-COUNT               PIC 99      VALUE 0.
       01  BASELINE-TABLE.
           05  BASELINE-ENTRY OCCURS 50 TIMES.
               10  BASELINE-TBL-JOB     PIC X(8).
               10  BASELINE-TBL-SECS    PIC 9(6).
       01  BASELINE-IDX                 PIC 99.
       01  TYPICAL-JOB                  PIC X(8).
       01  TYPICAL-SECONDS              PIC 9(6).

      * Day-of-week from the shared DATESER serial-day count;
      * serial mod 7: 0=SAT 1=SUN 2=MON ... - slot is mod + 1.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  SERIAL-WORK                  PIC 9(9).
       01  DAY-OF-WEEK-NUM              PIC 9.
       01  DAY-SLOT                     PIC 9.

       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-NUM.
           05  BUSINESS-DATE-CCYY       PIC 9(4).
           05  BUSINESS-DATE-MM         PIC 9(2).
           05  BUSINESS-DATE-DD         PIC 9(2).
       01  BUSINESS-DATE-X.
           05  BUSINESS-DATE-X-CCYY     PIC 9(4).
           05  FILLER                   PIC X       VALUE '-'.
           05  BUSINESS-DATE-X-MM       PIC 9(2).
           05  FILLER                   PIC X       VALUE '-'.
           05  BUSINESS-DATE-X-DD       PIC 9(2).

      * Times are held as seconds on the window clock - seconds
      * since the window opened - so a stream that runs past
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
       01  NOW-WC                       PIC 9(6).
       01  CLOCK-SECS                   PIC 9(6).
       01  CLOCK-WC                     PIC 9(6).
       01  SHOW-WC                      PIC 9(6).
       01  SHOW-SECS                    PIC 9(6).
       01  SHOW-HH                      PIC 99.
       01  SHOW-MM                      PIC 99.
       01  SHOW-TIME.
           05  SHOW-TIME-HH             PIC 99.
           05  FILLER                   PIC X       VALUE ':'.
           05  SHOW-TIME-MM             PIC 99.
       01  DEADLINE-SHOW                PIC X(5).
       01  CURSOR-WC                    PIC 9(6).
       01  STREAM-END-WC                PIC 9(6).
       01  OVERRUN-SECS                 PIC 9(6)    VALUE 0.
       01  OPTIONAL-SECS                PIC 9(6)    VALUE 0.
       01  ELAPSED-WORK                 PIC S9(7).
       01  CHECKPOINT-LABEL             PIC X(20)   VALUE SPACES.

      * Volume: tonight's against the history's average night.
       01  TONIGHT-VOLUME               PIC 9(8)    VALUE 0.
       01  FILES-READ                   PIC 99      VALUE 0.
       01  FILES-NOT-THERE              PIC 99      VALUE 0.
       01  HISTORY-RECORDS              PIC 9(10)   VALUE 0.
       01  HISTORY-SECONDS              PIC 9(9)    VALUE 0.
       01  HISTORY-NIGHTS               PIC 9(5)    VALUE 0.
       01  HISTORY-LAST-DATE            PIC X(10)   VALUE SPACES.
       01  AVERAGE-VOLUME               PIC 9(8)    VALUE 0.
       01  VOLUME-FACTOR                PIC 9(3)V99 VALUE 1.
       01  RECORDS-PER-SEC              PIC 9(7)V99 VALUE 0.
       01  ARRIVALS-TONIGHT             PIC 9(4)    VALUE 0.

       01  STEPS-FINISHED               PIC 99      VALUE 0.
       01  STEPS-TO-RUN                 PIC 99      VALUE 0.
       01  STEPS-NO-BASELINE            PIC 99      VALUE 0.
       01  STATE-WORDS                  PIC X(8).
       01  MINUTES-EDIT                 PIC ZZZZ9.
       01  FACTOR-EDIT                  PIC ZZ9.99.
       01  ALERT-MESSAGE                PIC X(40)   VALUE SPACES.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "FCS01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           ACCEPT SUITE-RUN-TIME FROM TIME.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   MOVE RUN-DATE-NUM TO BUSINESS-DATE-NUM
           END-CALL.
           MOVE BUSINESS-DATE-CCYY TO BUSINESS-DATE-X-CCYY.
           MOVE BUSINESS-DATE-MM TO BUSINESS-DATE-X-MM.
           MOVE BUSINESS-DATE-DD TO BUSINESS-DATE-X-DD.
           PERFORM GET-PARM-CARD.
           PERFORM SET-DAY-SLOT.
           PERFORM LOAD-THE-SCHEDULE.
           PERFORM LOAD-BASELINES.
           PERFORM READ-THE-DAILYLOG.
           PERFORM MEASURE-THE-HISTORY.
           PERFORM MEASURE-TONIGHT.
           PERFORM COUNT-THE-ARRIVALS.
           PERFORM PROJECT-THE-STEPS.
           PERFORM WRITE-THE-FORECAST.
           IF STREAM-END-WC > DEADLINE-WC
               PERFORM RAISE-OVERRUN-ALERT
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           MOVE STREAM-END-WC TO SHOW-WC.
           PERFORM SHOW-WINDOW-TIME.
           DISPLAY "FCS01: steps to run= " STEPS-TO-RUN
                   " projected end " SHOW-TIME
                   " deadline " DEADLINE-SHOW.
           CALL "DAYLOG" USING "FCS01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT FCS01-PARMCARD.
           IF FCS01PM-STATUS = "00"
               READ FCS01-PARMCARD
                   AT END MOVE "10" TO FCS01PM-STATUS
               END-READ
               IF FCS01PM-STATUS = "00"
                   IF FCS01PM-DEADLINE IS NUMERIC
                       MOVE FCS01PM-DEADLINE TO HHMM-WORK
                       IF HHMM-HH < 24 AND HHMM-MM < 60
                           COMPUTE DEADLINE-SECS =
                               (HHMM-HH * 3600) + (HHMM-MM * 60)
                       END-IF
                   END-IF
                   IF FCS01PM-WINDOW-OPEN IS NUMERIC
                       MOVE FCS01PM-WINDOW-OPEN TO HHMM-WORK
                       IF HHMM-HH < 24 AND HHMM-MM < 60
                           COMPUTE WINDOW-OPEN-SECS =
                               (HHMM-HH * 3600) + (HHMM-MM * 60)
                       END-IF
                   END-IF
                   MOVE FCS01PM-CHECKPOINT TO CHECKPOINT-LABEL
               END-IF
               CLOSE FCS01-PARMCARD
           END-IF.
           IF CHECKPOINT-LABEL = SPACES
               MOVE "STREAM START" TO CHECKPOINT-LABEL
           END-IF.
           MOVE DEADLINE-SECS TO CLOCK-SECS.
           PERFORM TO-WINDOW-CLOCK.
           MOVE CLOCK-WC TO DEADLINE-WC.
           MOVE DEADLINE-WC TO SHOW-WC.
           PERFORM SHOW-WINDOW-TIME.
           MOVE SHOW-TIME TO DEADLINE-SHOW.
           MOVE SUITE-RUN-TIME TO TIME-WORK.
           COMPUTE CLOCK-SECS =
               (TIME-HH * 3600) + (TIME-MM * 60) + TIME-SS.
           PERFORM TO-WINDOW-CLOCK.
           MOVE CLOCK-WC TO NOW-WC.

       SET-DAY-SLOT.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO SERIAL-WORK.
           COMPUTE DAY-OF-WEEK-NUM =
               SERIAL-WORK - ((SERIAL-WORK / 7) * 7).
           COMPUTE DAY-SLOT = DAY-OF-WEEK-NUM + 1.

       LOAD-THE-SCHEDULE.
           MOVE 0 TO SCHED-COUNT.
           OPEN INPUT FCS01-SCHEDULE.
           IF SCHEDTBL-STATUS NOT = "00"
               DISPLAY "FCS01: OPEN FCS01-SCHEDULE - status "
                       SCHEDTBL-STATUS
           ELSE
               PERFORM UNTIL SCHEDTBL-STATUS NOT = "00"
                   READ FCS01-SCHEDULE
                       AT END MOVE "10" TO SCHEDTBL-STATUS
                   END-READ
                   IF SCHEDTBL-STATUS = "00" AND
                      SCHED-COUNT < 30 AND
                      SCHED-JOB NOT = SPACES AND
                      SCHED-EXPECT-DAY (DAY-SLOT) = 'Y'
                       ADD 1 TO SCHED-COUNT
                       MOVE SCHED-JOB TO
                            SCHED-TBL-JOB (SCHED-COUNT)
                       MOVE SCHED-OPTIONAL TO
                            SCHED-TBL-OPTIONAL (SCHED-COUNT)
                       MOVE 'N' TO SCHED-TBL-STATE (SCHED-COUNT)
                       MOVE 0 TO SCHED-TBL-START (SCHED-COUNT)
                       MOVE 0 TO SCHED-TBL-STOP (SCHED-COUNT)
                       MOVE 0 TO SCHED-TBL-FORECAST (SCHED-COUNT)
                       MOVE 0 TO SCHED-TBL-END (SCHED-COUNT)
                       MOVE 'Y' TO SCHED-TBL-BASE-SW (SCHED-COUNT)
                   END-IF
               END-PERFORM
               CLOSE FCS01-SCHEDULE
           END-IF.
           DISPLAY "FCS01: steps expected tonight= " SCHED-COUNT.

       LOAD-BASELINES.
           MOVE 0 TO BASELINE-COUNT.
           OPEN INPUT FCS01-BASELINE.
           IF MON01BAS-STATUS = "00"
               PERFORM UNTIL MON01BAS-STATUS NOT = "00"
                   READ FCS01-BASELINE
                       AT END MOVE "10" TO MON01BAS-STATUS
                   END-READ
                   IF MON01BAS-STATUS = "00" AND
                      BASELINE-COUNT < 50 AND
                      BASELINE-SECONDS IS NUMERIC
                       ADD 1 TO BASELINE-COUNT
                       MOVE BASELINE-JOB TO
                            BASELINE-TBL-JOB (BASELINE-COUNT)
                       MOVE BASELINE-SECONDS TO
                            BASELINE-TBL-SECS (BASELINE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE FCS01-BASELINE
           ELSE
               DISPLAY "FCS01: OPEN FCS01-BASELINE - status "
                       MON01BAS-STATUS " - no typical durations"
           END-IF.

      * The latest START of a job tonight makes it running until
      * a STOP follows; a rerun after a failure starts it over.
       READ-THE-DAILYLOG.
           OPEN INPUT FCS01-DAILYLOG.
           IF DAILYLOG-STATUS NOT = "00"
               DISPLAY "FCS01: OPEN DAILYLOG - status "
                       DAILYLOG-STATUS
               MOVE 'Y' TO DAILYLOG-EOF
           END-IF.
           PERFORM UNTIL DAILYLOG-EOF-YES
               READ FCS01-DAILYLOG
                   AT END MOVE 'Y' TO DAILYLOG-EOF
               END-READ
               IF NOT DAILYLOG-EOF-YES AND
                  DAILYLOG-REC-DATE = BUSINESS-DATE-X AND
                  (DAILYLOG-REC-EVENT = "START   " OR
                   DAILYLOG-REC-EVENT = "STOP    ")
                   PERFORM NOTE-ONE-LOG-EVENT
               END-IF
           END-PERFORM.
           IF DAILYLOG-STATUS = "00" OR DAILYLOG-STATUS = "10"
               CLOSE FCS01-DAILYLOG
           END-IF.

      * Throughput and the average night from the per-file
      * statistics, one night per change of date.
       MEASURE-THE-HISTORY.
           OPEN INPUT FCS01-STATS.
           IF CNT01STAT-STATUS NOT = "00"
               DISPLAY "FCS01: OPEN FCS01-STATS - status "
                       CNT01STAT-STATUS " - no throughput history"
               MOVE 'Y' TO CNT01STAT-EOF
           END-IF.
           PERFORM UNTIL CNT01STAT-EOF-YES
               READ FCS01-STATS
                   AT END MOVE 'Y' TO CNT01STAT-EOF
               END-READ
               IF NOT CNT01STAT-EOF-YES AND
                  STAT-RECORDS-READ IS NUMERIC AND
                  STAT-ELAPSED-SECS IS NUMERIC
                   ADD STAT-RECORDS-READ TO HISTORY-RECORDS
                   ADD STAT-ELAPSED-SECS TO HISTORY-SECONDS
                   IF STAT-DATE NOT = HISTORY-LAST-DATE
                       ADD 1 TO HISTORY-NIGHTS
                       MOVE STAT-DATE TO HISTORY-LAST-DATE
                   END-IF
               END-IF
           END-PERFORM.
           IF CNT01STAT-STATUS = "00" OR CNT01STAT-STATUS = "10"
               CLOSE FCS01-STATS
           END-IF.
           IF HISTORY-NIGHTS > 0
               COMPUTE AVERAGE-VOLUME =
                   HISTORY-RECORDS / HISTORY-NIGHTS
           END-IF.
           IF HISTORY-SECONDS > 0
               COMPUTE RECORDS-PER-SEC ROUNDED =
                   HISTORY-RECORDS / HISTORY-SECONDS
           END-IF.

       MEASURE-TONIGHT.
           MOVE 0 TO FILE-LIST-COUNT.
           OPEN INPUT FCS01-FILELIST.
           IF FILELIST-STATUS NOT = "00"
               DISPLAY "FCS01: OPEN FCS01-FILELIST - status "
                       FILELIST-STATUS " - tonight's volume unknown"
           ELSE
               PERFORM UNTIL FILELIST-STATUS NOT = "00"
                   READ FCS01-FILELIST
                       AT END MOVE "10" TO FILELIST-STATUS
                   END-READ
                   IF FILELIST-STATUS = "00" AND
                      FILELIST-REC NOT = SPACES AND
                      FILE-LIST-COUNT < 10
                       ADD 1 TO FILE-LIST-COUNT
                       MOVE FILELIST-REC TO
                            FILE-LIST-ENTRY (FILE-LIST-COUNT)
                   END-IF
               END-PERFORM
               CLOSE FCS01-FILELIST
           END-IF.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-LIST-COUNT
               PERFORM MEASURE-ONE-FILE
           END-PERFORM.
           IF TONIGHT-VOLUME > AVERAGE-VOLUME AND
              AVERAGE-VOLUME > 0
               COMPUTE VOLUME-FACTOR ROUNDED =
                   TONIGHT-VOLUME / AVERAGE-VOLUME
                   ON SIZE ERROR
                       MOVE 999.99 TO VOLUME-FACTOR
               END-COMPUTE
           END-IF.

      * Deliveries registered for tonight so far.
       COUNT-THE-ARRIVALS.
           OPEN INPUT ARRIVAL-FILE.
           IF ARRIVALS-STATUS NOT = "00"
               MOVE 'Y' TO ARRIVALF-EOF
           END-IF.
           PERFORM UNTIL ARRIVALF-EOF-YES
               READ ARRIVAL-FILE
                   AT END MOVE 'Y' TO ARRIVALF-EOF
               END-READ
               IF NOT ARRIVALF-EOF-YES AND
                  ARR-DATE = BUSINESS-DATE-NUM
                   ADD 1 TO ARRIVALS-TONIGHT
               END-IF
           END-PERFORM.
           IF ARRIVALS-STATUS = "00" OR ARRIVALS-STATUS = "10"
               CLOSE ARRIVAL-FILE
           END-IF.

      * Each step still to run starts when the one before it is
      * projected to end, and never before now.
       PROJECT-THE-STEPS.
           MOVE NOW-WC TO CURSOR-WC.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               EVALUATE TRUE
                   WHEN STEP-FINISHED (SCHED-IDX)
                       ADD 1 TO STEPS-FINISHED
                       MOVE SCHED-TBL-STOP (SCHED-IDX) TO
                            SCHED-TBL-END (SCHED-IDX)
                   WHEN STEP-RUNNING (SCHED-IDX)
                       ADD 1 TO STEPS-TO-RUN
                       PERFORM FORECAST-ONE-STEP
                       COMPUTE SCHED-TBL-END (SCHED-IDX) =
                           SCHED-TBL-START (SCHED-IDX) +
                           SCHED-TBL-FORECAST (SCHED-IDX)
                       IF SCHED-TBL-END (SCHED-IDX) < CURSOR-WC
                           MOVE CURSOR-WC TO
                                SCHED-TBL-END (SCHED-IDX)
                       END-IF
                       MOVE SCHED-TBL-END (SCHED-IDX) TO CURSOR-WC
                   WHEN OTHER
                       ADD 1 TO STEPS-TO-RUN
                       PERFORM FORECAST-ONE-STEP
                       MOVE CURSOR-WC TO SCHED-TBL-START (SCHED-IDX)
                       COMPUTE SCHED-TBL-END (SCHED-IDX) =
                           CURSOR-WC + SCHED-TBL-FORECAST (SCHED-IDX)
                       MOVE SCHED-TBL-END (SCHED-IDX) TO CURSOR-WC
                       IF SCHED-TBL-OPTIONAL (SCHED-IDX) = 'Y'
                           ADD SCHED-TBL-FORECAST (SCHED-IDX) TO
                               OPTIONAL-SECS
                       END-IF
               END-EVALUATE
           END-PERFORM.
           MOVE CURSOR-WC TO STREAM-END-WC.
           IF STREAM-END-WC > DEADLINE-WC
               COMPUTE OVERRUN-SECS = STREAM-END-WC - DEADLINE-WC
           END-IF.

       WRITE-THE-FORECAST.
           OPEN EXTEND FCS01-REPORT.
           IF FCS01RPT-STATUS NOT = "00"
               OPEN OUTPUT FCS01-REPORT
           END-IF.
           IF FCS01RPT-STATUS NOT = "00"
               DISPLAY "FCS01: OPEN FCS01-REPORT - status "
                       FCS01RPT-STATUS
           ELSE
               PERFORM WRITE-FORECAST-HEADING
               PERFORM VARYING SCHED-IDX FROM 1 BY 1
                       UNTIL SCHED-IDX > SCHED-COUNT
                   PERFORM WRITE-ONE-STEP-LINE
               END-PERFORM
               PERFORM WRITE-FORECAST-VERDICT
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO FCS01-REPORT-LINE
               WRITE FCS01-REPORT-LINE
               CLOSE FCS01-REPORT
           END-IF.

       RAISE-OVERRUN-ALERT.
           MOVE STREAM-END-WC TO SHOW-WC.
           PERFORM SHOW-WINDOW-TIME.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "PROJECTED END " SHOW-TIME
                  " PAST DEADLINE " DEADLINE-SHOW
               DELIMITED BY SIZE INTO ALERT-MESSAGE.
           DISPLAY "FCS01: *** " ALERT-MESSAGE " ***".
           OPEN EXTEND FCS01-ALERT.
           IF CNT01ALRT-STATUS NOT = "00"
               OPEN OUTPUT FCS01-ALERT
           END-IF.
           MOVE SPACES TO FCS01-ALERT-REC.
           MOVE BUSINESS-DATE-X TO ALERT-DATE.
           MOVE SUITE-RUN-TIME TO ALERT-TIME.
           MOVE "HIGH    " TO ALERT-SEVERITY.
           MOVE "FCS01   " TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE FCS01-ALERT-REC.
           CLOSE FCS01-ALERT.

      * LEVEL 3 ROUTINES
       NOTE-ONE-LOG-EVENT.
           MOVE DAILYLOG-REC-TIME TO TIME-WORK.
           COMPUTE CLOCK-SECS =
               (TIME-HH * 3600) + (TIME-MM * 60) + TIME-SS.
           PERFORM TO-WINDOW-CLOCK.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               IF SCHED-TBL-JOB (SCHED-IDX) = DAILYLOG-REC-JOB
                   IF DAILYLOG-REC-EVENT = "START   "
                       MOVE 'R' TO SCHED-TBL-STATE (SCHED-IDX)
                       MOVE CLOCK-WC TO SCHED-TBL-START (SCHED-IDX)
                       MOVE 0 TO SCHED-TBL-STOP (SCHED-IDX)
                   ELSE
                       IF STEP-RUNNING (SCHED-IDX)
                           MOVE 'F' TO SCHED-TBL-STATE (SCHED-IDX)
                           MOVE CLOCK-WC TO
                                SCHED-TBL-STOP (SCHED-IDX)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       MEASURE-ONE-FILE.
           MOVE FILE-LIST-ENTRY (FILE-IDX) TO FILEDATCLT-FILE-NAME.
           MOVE 0 TO FILE-DATA-COUNT.
           MOVE 0 TO FILE-TRAILER-COUNT.
           MOVE 'N' TO FILE-HAS-TRAILER-SW.
           MOVE 'N' TO FILEDATCLT-EOF.
           OPEN INPUT FILEDATCLT-FILE.
           IF FILEDATCLT-STATUS NOT = "00"
               ADD 1 TO FILES-NOT-THERE
           ELSE
               ADD 1 TO FILES-READ
               PERFORM UNTIL FILEDATCLT-EOF-YES
                   READ FILEDATCLT-FILE
                       AT END MOVE 'Y' TO FILEDATCLT-EOF
                   END-READ
                   IF NOT FILEDATCLT-EOF-YES
                       EVALUATE TRUE
                           WHEN FILEDATCLT-TRAILER-REC
                               IF FILEDATCLT-CTL-COUNT IS NUMERIC
                                   MOVE 'Y' TO FILE-HAS-TRAILER-SW
                                   MOVE FILEDATCLT-CTL-COUNT TO
                                        FILE-TRAILER-COUNT
                               END-IF
                           WHEN FILEDATCLT-HEADER-REC
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO FILE-DATA-COUNT
                       END-EVALUATE
                   END-IF
               END-PERFORM
               CLOSE FILEDATCLT-FILE
               IF FILE-HAS-TRAILER
                   ADD FILE-TRAILER-COUNT TO TONIGHT-VOLUME
               ELSE
                   ADD FILE-DATA-COUNT TO TONIGHT-VOLUME
               END-IF
           END-IF.

      * CNT01 from throughput when there is a history and a
      * volume; any other step its typical duration, scaled
      * up on a heavier night than average.
       FORECAST-ONE-STEP.
           MOVE SCHED-TBL-JOB (SCHED-IDX) TO TYPICAL-JOB.
           PERFORM FIND-TYPICAL-DURATION.
           IF SCHED-TBL-JOB (SCHED-IDX) = "CNT01   " AND
              RECORDS-PER-SEC > 0 AND TONIGHT-VOLUME > 0
               COMPUTE SCHED-TBL-FORECAST (SCHED-IDX) ROUNDED =
                   TONIGHT-VOLUME / RECORDS-PER-SEC
                   ON SIZE ERROR
                       MOVE 999999 TO SCHED-TBL-FORECAST (SCHED-IDX)
               END-COMPUTE
           ELSE
               IF TYPICAL-SECONDS = 0
                   MOVE 'N' TO SCHED-TBL-BASE-SW (SCHED-IDX)
                   ADD 1 TO STEPS-NO-BASELINE
               END-IF
               COMPUTE SCHED-TBL-FORECAST (SCHED-IDX) ROUNDED =
                   TYPICAL-SECONDS * VOLUME-FACTOR
                   ON SIZE ERROR
                       MOVE 999999 TO SCHED-TBL-FORECAST (SCHED-IDX)
               END-COMPUTE
           END-IF.

       FIND-TYPICAL-DURATION.
           MOVE 0 TO TYPICAL-SECONDS.
           PERFORM VARYING BASELINE-IDX FROM 1 BY 1
                   UNTIL BASELINE-IDX > BASELINE-COUNT
               IF BASELINE-TBL-JOB (BASELINE-IDX) = TYPICAL-JOB
                   MOVE BASELINE-TBL-SECS (BASELINE-IDX) TO
                        TYPICAL-SECONDS
               END-IF
           END-PERFORM.

       WRITE-FORECAST-HEADING.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO FCS01-REPORT-LINE.
           WRITE FCS01-REPORT-LINE.
           MOVE NOW-WC TO SHOW-WC.
           PERFORM SHOW-WINDOW-TIME.
           MOVE SPACES TO FCS01-REPORT-LINE.
           STRING "BATCH-WINDOW FORECAST AT " SHOW-TIME " - "
                  CHECKPOINT-LABEL " - DEADLINE " DEADLINE-SHOW
               DELIMITED BY SIZE INTO FCS01-REPORT-LINE.
           WRITE FCS01-REPORT-LINE.
           MOVE VOLUME-FACTOR TO FACTOR-EDIT.
           MOVE SPACES TO FCS01-REPORT-LINE.
           STRING "Volume tonight is= " TONIGHT-VOLUME
                  "  Average night is= " AVERAGE-VOLUME
                  "  Factor is= " FACTOR-EDIT
               DELIMITED BY SIZE INTO FCS01-REPORT-LINE.
           WRITE FCS01-REPORT-LINE.
           MOVE SPACES TO FCS01-REPORT-LINE.
           STRING "Files measured is= " FILES-READ
                  "  Not there yet is= " FILES-NOT-THERE
                  "  Deliveries landed is= " ARRIVALS-TONIGHT
               DELIMITED BY SIZE INTO FCS01-REPORT-LINE.
           WRITE FCS01-REPORT-LINE.
           MOVE SPACES TO FCS01-REPORT-LINE.
           WRITE FCS01-REPORT-LINE.
           MOVE "STEP      STATE     START   END    MINUTES" TO
                FCS01-REPORT-LINE.
           WRITE FCS01-REPORT-LINE.

       WRITE-ONE-STEP-LINE.
           EVALUATE TRUE
               WHEN STEP-FINISHED (SCHED-IDX)
                   MOVE "DONE    " TO STATE-WORDS
                   COMPUTE ELAPSED-WORK =
                       SCHED-TBL-STOP (SCHED-IDX) -
                       SCHED-TBL-START (SCHED-IDX)
               WHEN STEP-RUNNING (SCHED-IDX)
                   MOVE "RUNNING " TO STATE-WORDS
                   MOVE SCHED-TBL-FORECAST (SCHED-IDX) TO
                        ELAPSED-WORK
               WHEN OTHER
                   MOVE "TO RUN  " TO STATE-WORDS
                   MOVE SCHED-TBL-FORECAST (SCHED-IDX) TO
                        ELAPSED-WORK
           END-EVALUATE.
           IF ELAPSED-WORK < 0
               MOVE 0 TO ELAPSED-WORK
           END-IF.
           COMPUTE MINUTES-EDIT ROUNDED = ELAPSED-WORK / 60.
           MOVE SPACES TO FCS01-REPORT-LINE.
           MOVE SCHED-TBL-JOB (SCHED-IDX) TO
                FCS01-REPORT-LINE (1:8).
           MOVE STATE-WORDS TO FCS01-REPORT-LINE (11:8).
           MOVE SCHED-TBL-START (SCHED-IDX) TO SHOW-WC.
           PERFORM SHOW-WINDOW-TIME.
           MOVE SHOW-TIME TO FCS01-REPORT-LINE (21:5).
           MOVE SCHED-TBL-END (SCHED-IDX) TO SHOW-WC.
           PERFORM SHOW-WINDOW-TIME.
           MOVE SHOW-TIME TO FCS01-REPORT-LINE (29:5).
           MOVE MINUTES-EDIT TO FCS01-REPORT-LINE (36:5).
           IF NOT STEP-FINISHED (SCHED-IDX)
               IF SCHED-TBL-BASE-SW (SCHED-IDX) = 'N'
                   MOVE "NO TYPICAL DURATION" TO
                        FCS01-REPORT-LINE (43:19)
               ELSE
                   IF SCHED-TBL-OPTIONAL (SCHED-IDX) = 'Y'
                       MOVE "OPTIONAL" TO FCS01-REPORT-LINE (43:8)
                   END-IF
               END-IF
               IF SCHED-TBL-END (SCHED-IDX) > DEADLINE-WC
                   MOVE "*** PAST DEADLINE" TO
                        FCS01-REPORT-LINE (63:17)
               END-IF
           END-IF.
           WRITE FCS01-REPORT-LINE.

       WRITE-FORECAST-VERDICT.
           MOVE SPACES TO FCS01-REPORT-LINE.
           WRITE FCS01-REPORT-LINE.
           MOVE STREAM-END-WC TO SHOW-WC.
           PERFORM SHOW-WINDOW-TIME.
           MOVE SPACES TO FCS01-REPORT-LINE.
           STRING "Steps done is= " STEPS-FINISHED
                  "  To run is= " STEPS-TO-RUN
                  "  Projected end is= " SHOW-TIME
               DELIMITED BY SIZE INTO FCS01-REPORT-LINE.
           WRITE FCS01-REPORT-LINE.
           IF STEPS-NO-BASELINE > 0
               MOVE SPACES TO FCS01-REPORT-LINE
               STRING "*** " STEPS-NO-BASELINE " STEP(S) HAVE NO "
                      "MON01BAS TYPICAL DURATION - COUNTED AS 0"
                   DELIMITED BY SIZE INTO FCS01-REPORT-LINE
               WRITE FCS01-REPORT-LINE
           END-IF.
           IF OVERRUN-SECS > 0
               COMPUTE MINUTES-EDIT ROUNDED = OVERRUN-SECS / 60
               MOVE SPACES TO FCS01-REPORT-LINE
               STRING "*** PROJECTED TO OVERRUN THE " DEADLINE-SHOW
                      " DEADLINE BY " MINUTES-EDIT " MINUTES ***"
                   DELIMITED BY SIZE INTO FCS01-REPORT-LINE
               WRITE FCS01-REPORT-LINE
               IF OPTIONAL-SECS > 0
                   COMPUTE SHOW-WC = STREAM-END-WC - OPTIONAL-SECS
                   PERFORM SHOW-WINDOW-TIME
                   COMPUTE MINUTES-EDIT ROUNDED = OPTIONAL-SECS / 60
                   MOVE SPACES TO FCS01-REPORT-LINE
                   STRING "    DEFERRING THE OPTIONAL STEPS SAVES "
                          MINUTES-EDIT " MINUTES - END " SHOW-TIME
                       DELIMITED BY SIZE INTO FCS01-REPORT-LINE
                   WRITE FCS01-REPORT-LINE
               ELSE
                   MOVE "    NO OPTIONAL STEPS LEFT TO DEFER" TO
                        FCS01-REPORT-LINE
                   WRITE FCS01-REPORT-LINE
               END-IF
           ELSE
               MOVE "WITHIN THE WINDOW" TO FCS01-REPORT-LINE
               WRITE FCS01-REPORT-LINE
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

      * Window clock in SHOW-WC to HH:MM in SHOW-TIME.
       SHOW-WINDOW-TIME.
           COMPUTE SHOW-SECS = SHOW-WC + WINDOW-OPEN-SECS.
           IF SHOW-SECS NOT < 86400
               SUBTRACT 86400 FROM SHOW-SECS
           END-IF.
           IF SHOW-SECS NOT < 86400
               MOVE 86399 TO SHOW-SECS
           END-IF.
           COMPUTE SHOW-HH = SHOW-SECS / 3600.
           COMPUTE SHOW-MM =
               (SHOW-SECS - (SHOW-HH * 3600)) / 60.
           MOVE SHOW-HH TO SHOW-TIME-HH.
           MOVE SHOW-MM TO SHOW-TIME-MM.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="FCS01"==.
