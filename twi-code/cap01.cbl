       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAP01.
      *--------------------------------------------------
      * WEEKLY DATASET CAPACITY PROJECTION, RUN ON DEMAND AT
      * THE WEEK'S END. A FILE THAT RUNS OUT OF SPACE PARTWAY
      * THROUGH THE NIGHT HAS USUALLY BEEN GROWING TOWARDS IT
      * FOR MONTHS. CAP01 READS THE MANHIST HISTORY MAN01
      * APPENDS EVERY NIGHT AND, FOR EACH DATASET ON THE
      * CAPLIMIT CARDS (NAME, ALLOCATION LIMIT IN RECORDS),
      * FITS A STRAIGHT-LINE GROWTH TREND - LEAST SQUARES OVER
      * THE NIGHTS IN THE WINDOW (CAP01PM COLUMNS 1-3, DAYS,
      * DEFAULT 90) - AND PROJECTS THE DATE THE DATASET WILL
      * REACH ITS LIMIT.
      * RET01'S PURGE IS TAKEN INTO ACCOUNT FROM THE RETHIST
      * HISTORY: THE RECORDS A PURGE REMOVED ARE ADDED BACK
      * BEFORE THE FIT, SO THE TREND IS THE DATASET'S TRUE
      * INTAKE AND NOT THE SAWTOOTH THE PURGES LEAVE, AND THE
      * AVERAGE DAILY REMOVAL OVER THE SAME NIGHTS IS THEN
      * TAKEN OFF IT. A PURGE IS TAKEN AS RUN BEFORE THAT
      * NIGHT'S MANIFEST. IF MAN01 RAN TWICE FOR A DATE, ONLY
      * THE LATER COUNT IS USED.
      * A DATASET WHOSE PROJECTION FALLS WITHIN THE HORIZON
      * (CAP01PM COLUMNS 5-7, DAYS, DEFAULT 60), OR THAT IS
      * ALREADY AT ITS LIMIT, RAISES AN ALERT ON THE SHARED
      * CNT01ALRT FILE AND THE RUN ENDS RC 4. A DATASET WITH
      * FEWER THAN SEVEN NIGHTS IN THE WINDOW IS LISTED BUT
      * NOT PROJECTED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAP01-LIMITS ASSIGN TO CAPLIMIT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CAPLIMIT-STATUS.

           SELECT CAP01-MANIFEST-HISTORY ASSIGN TO MANHIST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MANHIST-STATUS.

           SELECT CAP01-PURGE-HISTORY ASSIGN TO RETHIST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RETHIST-STATUS.

           SELECT CAP01-PARMCARD ASSIGN TO CAP01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CAP01PM-STATUS.

           SELECT CAP01-ALERT ASSIGN TO CNT01ALRT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT CAP01-REPORT ASSIGN TO CAP01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CAP01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAP01-LIMITS.
       01  CAP01-LIMITS-REC.
           05  CAPLIM-DSN               PIC X(20).
           05  FILLER                   PIC X.
           05  CAPLIM-RECORDS           PIC 9(9).
           05  FILLER                   PIC X(50).

       FD  CAP01-MANIFEST-HISTORY.
           COPY "manhist.cpy".

       FD  CAP01-PURGE-HISTORY.
           COPY "rethist.cpy".

       FD  CAP01-PARMCARD.
       01  CAP01PM-REC.
           05  CAP01PM-WINDOW           PIC X(3).
           05  FILLER                   PIC X.
           05  CAP01PM-HORIZON          PIC X(3).
           05  FILLER                   PIC X(73).

       FD  CAP01-ALERT.
       01  CAP01-ALERT-REC.
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

       FD  CAP01-REPORT.
       01  CAP01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  CAPLIMIT-STATUS.
           05  CAPLIMIT-STATUS-L        PIC X.
           05  CAPLIMIT-STATUS-R        PIC X.
       01  MANHIST-STATUS.
           05  MANHIST-STATUS-L         PIC X.
           05  MANHIST-STATUS-R         PIC X.
       01  RETHIST-STATUS.
           05  RETHIST-STATUS-L         PIC X.
           05  RETHIST-STATUS-R         PIC X.
       01  CAP01PM-STATUS.
           05  CAP01PM-STATUS-L         PIC X.
           05  CAP01PM-STATUS-R         PIC X.
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  CAP01RPT-STATUS.
           05  CAP01RPT-STATUS-L        PIC X.
           05  CAP01RPT-STATUS-R        PIC X.

       01  WINDOW-DAYS                  PIC 9(3)    VALUE 90.
       01  HORIZON-DAYS                 PIC 9(3)    VALUE 60.
       01  MINIMUM-POINTS               PIC 9(4)    VALUE 7.

      * One dataset from the CAPLIMIT cards, with the running
      * sums of its fit. X is the night's day number within the
      * window, Y the night's count with the purged records
      * added back. The latest night is held back as pending
      * until a later night arrives, so a rerun of MAN01 for
      * the same date replaces it instead of counting twice.
       01  DSN-COUNT                    PIC 99      VALUE 0.
       01  DSN-TABLE.
           05  DSN-ENTRY OCCURS 50 TIMES.
               10  DSN-TBL-NAME         PIC X(20).
               10  DSN-TBL-LIMIT        PIC 9(9).
               10  DSN-TBL-POINTS       PIC 9(4).
               10  DSN-TBL-FIRST-X      PIC S9(5).
               10  DSN-TBL-SUM-X        PIC S9(7).
               10  DSN-TBL-SUM-Y        PIC S9(13).
               10  DSN-TBL-SUM-XX       PIC S9(9).
               10  DSN-TBL-SUM-XY       PIC S9(16).
               10  DSN-TBL-PEND-SW      PIC X.
               10  DSN-TBL-PEND-X       PIC S9(5).
               10  DSN-TBL-PEND-Y       PIC S9(10).
               10  DSN-TBL-LATEST       PIC 9(9).
               10  DSN-TBL-LATEST-DATE  PIC X(10).
       01  DSN-IDX                      PIC 99.
       01  MATCH-IDX                    PIC 99.

      * RET01's removals within the window, per dataset.
       01  PURGE-COUNT                  PIC 9(3)    VALUE 0.
       01  PURGE-TABLE.
           05  PURGE-ENTRY OCCURS 300 TIMES.
               10  PURGE-TBL-DSN-IDX    PIC 99.
               10  PURGE-TBL-X          PIC S9(5).
               10  PURGE-TBL-REMOVED    PIC 9(6).
       01  PURGE-IDX                    PIC 9(3).

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-X.
           05  BUSINESS-X-CCYY          PIC 9(4).
           05  FILLER                   PIC X       VALUE '-'.
           05  BUSINESS-X-MM            PIC 99.
           05  FILLER                   PIC X       VALUE '-'.
           05  BUSINESS-X-DD            PIC 99.

      * A history record's YYYY-MM-DD date and the same date as
      * a number for DATESER.
       01  HIST-DATE-X.
           05  HIST-X-CCYY              PIC X(4).
           05  FILLER                   PIC X.
           05  HIST-X-MM                PIC XX.
           05  FILLER                   PIC X.
           05  HIST-X-DD                PIC XX.
       01  HIST-DATE-PARTS.
           05  HIST-CCYY                PIC 9(4).
           05  HIST-MM                  PIC 99.
           05  HIST-DD                  PIC 99.
       01  HIST-DATE-NUM REDEFINES HIST-DATE-PARTS
                                        PIC 9(8).
       01  HIST-DATE-OK-SW              PIC X.
           88  HIST-DATE-OK                          VALUE 'Y'.
       01  HIST-X                       PIC S9(5).

      * Serial-day arithmetic comes from the shared DATESER
      * subroutine so every program ages dates the same way.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  BUSINESS-DATE-SERIAL         PIC S9(9)   COMP.
       01  WINDOW-START-SERIAL          PIC S9(9)   COMP.
       01  TODAY-X                      PIC S9(5).

      * Date stepping for the projected date. A day is added by
      * bumping the day and letting DATECK say when the month
      * (or year) has rolled, as ESC01 steps its reply-by date.
       01  STEP-DATE-PARTS.
           05  STEP-CCYY                PIC 9(4).
           05  STEP-MM                  PIC 99.
           05  STEP-DD                  PIC 99.
       01  STEP-DATE REDEFINES STEP-DATE-PARTS
                                        PIC 9(8).
       01  STEP-IDX                     PIC 9(5).
       01  FULL-DATE-X.
           05  FULL-X-CCYY              PIC 9(4).
           05  FILLER                   PIC X       VALUE '-'.
           05  FULL-X-MM                PIC 99.
           05  FILLER                   PIC X       VALUE '-'.
           05  FULL-X-DD                PIC 99.

      * Linkage fields for the shared DATECK calendar check.
       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

      * The projection for the dataset in hand.
       01  FIT-DENOMINATOR              PIC S9(18).
       01  GROSS-PER-DAY                PIC S9(9)V99.
       01  PURGED-SINCE-FIRST           PIC 9(10).
       01  SPAN-DAYS                    PIC S9(5).
       01  PURGE-PER-DAY                PIC S9(9)V99.
       01  NET-PER-DAY                  PIC S9(9)V99.
       01  HEADROOM                     PIC S9(10).
       01  DAYS-TO-LIMIT                PIC S9(9).
       01  PROJECTION-STATE             PIC X.
           88  PROJECT-FEW-POINTS                    VALUE 'F'.
           88  PROJECT-NOT-GROWING                   VALUE 'N'.
           88  PROJECT-AT-LIMIT                      VALUE 'L'.
           88  PROJECT-DATED                         VALUE 'D'.
           88  PROJECT-BEYOND                        VALUE 'B'.
       01  PROJECTED-COUNT              PIC 99      VALUE 0.
       01  WITHIN-HORIZON-COUNT         PIC 99      VALUE 0.
       01  ALERT-MESSAGE                PIC X(40)   VALUE SPACES.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       01  EDITED-LIMIT                 PIC Z(8)9.
       01  EDITED-LATEST                PIC Z(8)9.
       01  EDITED-GROSS                 PIC -(8)9.99.
       01  EDITED-PURGE                 PIC -(8)9.99.
       01  EDITED-NET                   PIC -(8)9.99.
       01  EDITED-DAYS                  PIC Z(4)9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "CAP01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM GET-PARM-CARD.
           PERFORM SET-THE-WINDOW.
           PERFORM LOAD-THE-LIMITS.
           PERFORM LOAD-THE-PURGES.
           PERFORM FIT-THE-COUNTS.
           PERFORM OPEN-CAP01-REPORT.
           PERFORM VARYING DSN-IDX FROM 1 BY 1
                   UNTIL DSN-IDX > DSN-COUNT
               PERFORM PROJECT-ONE-DATASET
           END-PERFORM.
           PERFORM CLOSE-CAP01-REPORT.
           DISPLAY "CAP01: datasets= " DSN-COUNT
                   " projected= " PROJECTED-COUNT
                   " within " HORIZON-DAYS " days= "
                   WITHIN-HORIZON-COUNT.
           CALL "DAYLOG" USING "CAP01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF WITHIN-HORIZON-COUNT > 0
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT CAP01-PARMCARD.
           IF CAP01PM-STATUS = "00"
               READ CAP01-PARMCARD
                   AT END MOVE "10" TO CAP01PM-STATUS
               END-READ
               IF CAP01PM-STATUS = "00"
                   IF CAP01PM-WINDOW IS NUMERIC
                       IF CAP01PM-WINDOW >= "007" AND
                          CAP01PM-WINDOW <= "366"
                           MOVE CAP01PM-WINDOW TO WINDOW-DAYS
                       END-IF
                   END-IF
                   IF CAP01PM-HORIZON IS NUMERIC
                       IF CAP01PM-HORIZON > "000"
                           MOVE CAP01PM-HORIZON TO HORIZON-DAYS
                       END-IF
                   END-IF
               END-IF
               CLOSE CAP01-PARMCARD
           END-IF.
           DISPLAY "CAP01: window " WINDOW-DAYS
                   " days, horizon " HORIZON-DAYS " days".

       SET-THE-WINDOW.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM (1:4) TO BUSINESS-X-CCYY.
           MOVE BUSINESS-DATE-NUM (5:2) TO BUSINESS-X-MM.
           MOVE BUSINESS-DATE-NUM (7:2) TO BUSINESS-X-DD.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO BUSINESS-DATE-SERIAL.
           COMPUTE WINDOW-START-SERIAL =
               BUSINESS-DATE-SERIAL - WINDOW-DAYS.
           COMPUTE TODAY-X =
               BUSINESS-DATE-SERIAL - WINDOW-START-SERIAL.

       LOAD-THE-LIMITS.
           MOVE 0 TO DSN-COUNT.
           OPEN INPUT CAP01-LIMITS.
           IF CAPLIMIT-STATUS NOT = "00"
               DISPLAY "CAP01: OPEN CAP01-LIMITS - status "
                       CAPLIMIT-STATUS " - nothing to project"
           ELSE
               PERFORM UNTIL CAPLIMIT-STATUS NOT = "00"
                   READ CAP01-LIMITS
                       AT END MOVE "10" TO CAPLIMIT-STATUS
                   END-READ
                   IF CAPLIMIT-STATUS = "00" AND
                      CAPLIM-DSN NOT = SPACES AND
                      CAPLIM-RECORDS IS NUMERIC AND
                      DSN-COUNT < 50
                       ADD 1 TO DSN-COUNT
                       INITIALIZE DSN-ENTRY (DSN-COUNT)
                       MOVE CAPLIM-DSN TO DSN-TBL-NAME (DSN-COUNT)
                       MOVE CAPLIM-RECORDS TO
                            DSN-TBL-LIMIT (DSN-COUNT)
                       MOVE 'N' TO DSN-TBL-PEND-SW (DSN-COUNT)
                   END-IF
               END-PERFORM
               CLOSE CAP01-LIMITS
           END-IF.

       LOAD-THE-PURGES.
           MOVE 0 TO PURGE-COUNT.
           OPEN INPUT CAP01-PURGE-HISTORY.
           IF RETHIST-STATUS NOT = "00"
               DISPLAY "CAP01: no RETHIST purge history - "
                       "growth taken as unpurged"
           ELSE
               PERFORM UNTIL RETHIST-STATUS NOT = "00"
                   READ CAP01-PURGE-HISTORY
                       AT END MOVE "10" TO RETHIST-STATUS
                   END-READ
                   IF RETHIST-STATUS = "00"
                       PERFORM NOTE-ONE-PURGE
                   END-IF
               END-PERFORM
               CLOSE CAP01-PURGE-HISTORY
           END-IF.

       FIT-THE-COUNTS.
           OPEN INPUT CAP01-MANIFEST-HISTORY.
           IF MANHIST-STATUS NOT = "00"
               DISPLAY "CAP01: OPEN CAP01-MANIFEST-HISTORY - "
                       "status " MANHIST-STATUS
           ELSE
               PERFORM UNTIL MANHIST-STATUS NOT = "00"
                   READ CAP01-MANIFEST-HISTORY
                       AT END MOVE "10" TO MANHIST-STATUS
                   END-READ
                   IF MANHIST-STATUS = "00"
                       PERFORM NOTE-ONE-COUNT
                   END-IF
               END-PERFORM
               CLOSE CAP01-MANIFEST-HISTORY
           END-IF.
           PERFORM VARYING DSN-IDX FROM 1 BY 1
                   UNTIL DSN-IDX > DSN-COUNT
               IF DSN-TBL-PEND-SW (DSN-IDX) = 'Y'
                   PERFORM ADD-PENDING-POINT
               END-IF
           END-PERFORM.

       PROJECT-ONE-DATASET.
           MOVE 0 TO GROSS-PER-DAY PURGE-PER-DAY NET-PER-DAY.
           MOVE 0 TO DAYS-TO-LIMIT.
           COMPUTE HEADROOM = DSN-TBL-LIMIT (DSN-IDX) -
                              DSN-TBL-LATEST (DSN-IDX).
           COMPUTE FIT-DENOMINATOR =
               (DSN-TBL-POINTS (DSN-IDX) * DSN-TBL-SUM-XX (DSN-IDX))
               - (DSN-TBL-SUM-X (DSN-IDX) * DSN-TBL-SUM-X (DSN-IDX)).
           EVALUATE TRUE
               WHEN DSN-TBL-POINTS (DSN-IDX) > 0 AND
                    HEADROOM <= 0
                   MOVE 'L' TO PROJECTION-STATE
               WHEN DSN-TBL-POINTS (DSN-IDX) < MINIMUM-POINTS OR
                    FIT-DENOMINATOR = 0
                   MOVE 'F' TO PROJECTION-STATE
               WHEN OTHER
                   PERFORM MEASURE-THE-GROWTH
           END-EVALUATE.
           IF PROJECT-AT-LIMIT OR
              (PROJECT-DATED AND DAYS-TO-LIMIT <= HORIZON-DAYS)
               ADD 1 TO WITHIN-HORIZON-COUNT
               PERFORM RAISE-CAPACITY-ALERT
           END-IF.
           PERFORM WRITE-DATASET-LINES.

       OPEN-CAP01-REPORT.
           OPEN OUTPUT CAP01-REPORT.
           IF CAP01RPT-STATUS NOT = "00"
               DISPLAY "CAP01: OPEN CAP01-REPORT - status "
                       CAP01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO CAP01-REPORT-LINE
               WRITE CAP01-REPORT-LINE
               MOVE SPACES TO CAP01-REPORT-LINE
               STRING "DATASET CAPACITY AT " BUSINESS-DATE-X
                      " - TREND OVER " WINDOW-DAYS " DAYS"
                      ", HORIZON " HORIZON-DAYS " DAYS"
                   DELIMITED BY SIZE INTO CAP01-REPORT-LINE
               WRITE CAP01-REPORT-LINE
           END-IF.

       CLOSE-CAP01-REPORT.
           IF CAP01RPT-STATUS = "00"
               MOVE SPACES TO CAP01-REPORT-LINE
               WRITE CAP01-REPORT-LINE
               MOVE SPACES TO CAP01-REPORT-LINE
               STRING "Datasets is= " DSN-COUNT
                      "  Projected is= " PROJECTED-COUNT
                      "  Within horizon is= " WITHIN-HORIZON-COUNT
                   DELIMITED BY SIZE INTO CAP01-REPORT-LINE
               WRITE CAP01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO CAP01-REPORT-LINE
               WRITE CAP01-REPORT-LINE
               CLOSE CAP01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       CONVERT-HIST-DATE.
           MOVE 'N' TO HIST-DATE-OK-SW.
           MOVE 0 TO HIST-X.
           IF HIST-X-CCYY IS NUMERIC AND
              HIST-X-MM IS NUMERIC AND
              HIST-X-DD IS NUMERIC
               MOVE HIST-X-CCYY TO HIST-CCYY
               MOVE HIST-X-MM TO HIST-MM
               MOVE HIST-X-DD TO HIST-DD
               MOVE HIST-DATE-NUM TO DATE-FOR-SERIAL
               CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT
               IF SERIAL-RESULT >= WINDOW-START-SERIAL AND
                  SERIAL-RESULT <= BUSINESS-DATE-SERIAL
                   COMPUTE HIST-X =
                       SERIAL-RESULT - WINDOW-START-SERIAL
                   MOVE 'Y' TO HIST-DATE-OK-SW
               END-IF
           END-IF.

       NOTE-ONE-PURGE.
           MOVE 0 TO MATCH-IDX.
           PERFORM VARYING DSN-IDX FROM 1 BY 1
                   UNTIL DSN-IDX > DSN-COUNT
               IF DSN-TBL-NAME (DSN-IDX) = RETHIST-DSN
                   MOVE DSN-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.
           IF MATCH-IDX > 0 AND RETHIST-ARCHIVED IS NUMERIC
               MOVE RETHIST-DATE TO HIST-DATE-X
               PERFORM CONVERT-HIST-DATE
               IF HIST-DATE-OK AND PURGE-COUNT < 300
                   ADD 1 TO PURGE-COUNT
                   MOVE MATCH-IDX TO PURGE-TBL-DSN-IDX (PURGE-COUNT)
                   MOVE HIST-X TO PURGE-TBL-X (PURGE-COUNT)
                   MOVE RETHIST-ARCHIVED TO
                        PURGE-TBL-REMOVED (PURGE-COUNT)
               END-IF
           END-IF.

       NOTE-ONE-COUNT.
           MOVE 0 TO MATCH-IDX.
           PERFORM VARYING DSN-IDX FROM 1 BY 1
                   UNTIL DSN-IDX > DSN-COUNT
               IF DSN-TBL-NAME (DSN-IDX) = MANHIST-DSN
                   MOVE DSN-IDX TO MATCH-IDX
               END-IF
           END-PERFORM.
           IF MATCH-IDX > 0 AND MANHIST-COUNT IS NUMERIC
               MOVE MANHIST-DATE TO HIST-DATE-X
               PERFORM CONVERT-HIST-DATE
               IF HIST-DATE-OK
                   MOVE MATCH-IDX TO DSN-IDX
                   IF DSN-TBL-PEND-SW (DSN-IDX) = 'Y' AND
                      DSN-TBL-PEND-X (DSN-IDX) NOT = HIST-X
                       PERFORM ADD-PENDING-POINT
                   END-IF
                   MOVE 'Y' TO DSN-TBL-PEND-SW (DSN-IDX)
                   MOVE HIST-X TO DSN-TBL-PEND-X (DSN-IDX)
                   MOVE MANHIST-COUNT TO DSN-TBL-PEND-Y (DSN-IDX)
                   PERFORM VARYING PURGE-IDX FROM 1 BY 1
                           UNTIL PURGE-IDX > PURGE-COUNT
                       IF PURGE-TBL-DSN-IDX (PURGE-IDX) = DSN-IDX
                          AND PURGE-TBL-X (PURGE-IDX) <= HIST-X
                           ADD PURGE-TBL-REMOVED (PURGE-IDX) TO
                               DSN-TBL-PEND-Y (DSN-IDX)
                       END-IF
                   END-PERFORM
                   MOVE MANHIST-COUNT TO DSN-TBL-LATEST (DSN-IDX)
                   MOVE MANHIST-DATE TO
                        DSN-TBL-LATEST-DATE (DSN-IDX)
               END-IF
           END-IF.

       ADD-PENDING-POINT.
           IF DSN-TBL-POINTS (DSN-IDX) = 0
               MOVE DSN-TBL-PEND-X (DSN-IDX) TO
                    DSN-TBL-FIRST-X (DSN-IDX)
           END-IF.
           ADD 1 TO DSN-TBL-POINTS (DSN-IDX).
           ADD DSN-TBL-PEND-X (DSN-IDX) TO DSN-TBL-SUM-X (DSN-IDX).
           ADD DSN-TBL-PEND-Y (DSN-IDX) TO DSN-TBL-SUM-Y (DSN-IDX).
           COMPUTE DSN-TBL-SUM-XX (DSN-IDX) =
               DSN-TBL-SUM-XX (DSN-IDX) +
               (DSN-TBL-PEND-X (DSN-IDX) * DSN-TBL-PEND-X (DSN-IDX)).
           COMPUTE DSN-TBL-SUM-XY (DSN-IDX) =
               DSN-TBL-SUM-XY (DSN-IDX) +
               (DSN-TBL-PEND-X (DSN-IDX) * DSN-TBL-PEND-Y (DSN-IDX)).
           MOVE 'N' TO DSN-TBL-PEND-SW (DSN-IDX).

      * Intake per day is the least-squares slope; the purge
      * rate is what RET01 removed after the first night fitted,
      * spread over the days since.
       MEASURE-THE-GROWTH.
           COMPUTE GROSS-PER-DAY ROUNDED =
               ((DSN-TBL-POINTS (DSN-IDX) * DSN-TBL-SUM-XY (DSN-IDX))
               - (DSN-TBL-SUM-X (DSN-IDX) * DSN-TBL-SUM-Y (DSN-IDX)))
               / FIT-DENOMINATOR.
           MOVE 0 TO PURGED-SINCE-FIRST.
           PERFORM VARYING PURGE-IDX FROM 1 BY 1
                   UNTIL PURGE-IDX > PURGE-COUNT
               IF PURGE-TBL-DSN-IDX (PURGE-IDX) = DSN-IDX AND
                  PURGE-TBL-X (PURGE-IDX) > DSN-TBL-FIRST-X (DSN-IDX)
                   ADD PURGE-TBL-REMOVED (PURGE-IDX) TO
                       PURGED-SINCE-FIRST
               END-IF
           END-PERFORM.
           COMPUTE SPAN-DAYS = TODAY-X - DSN-TBL-FIRST-X (DSN-IDX).
           IF SPAN-DAYS < 1
               MOVE 1 TO SPAN-DAYS
           END-IF.
           COMPUTE PURGE-PER-DAY ROUNDED =
               PURGED-SINCE-FIRST / SPAN-DAYS.
           COMPUTE NET-PER-DAY = GROSS-PER-DAY - PURGE-PER-DAY.
           IF NET-PER-DAY <= 0
               MOVE 'N' TO PROJECTION-STATE
           ELSE
               ADD 1 TO PROJECTED-COUNT
               COMPUTE DAYS-TO-LIMIT = HEADROOM / NET-PER-DAY
               IF DAYS-TO-LIMIT > 9999
                   MOVE 'B' TO PROJECTION-STATE
               ELSE
                   MOVE 'D' TO PROJECTION-STATE
                   MOVE BUSINESS-DATE-NUM TO STEP-DATE
                   PERFORM VARYING STEP-IDX FROM 1 BY 1
                           UNTIL STEP-IDX > DAYS-TO-LIMIT
                       PERFORM STEP-ONE-DAY
                   END-PERFORM
                   MOVE STEP-CCYY TO FULL-X-CCYY
                   MOVE STEP-MM TO FULL-X-MM
                   MOVE STEP-DD TO FULL-X-DD
               END-IF
           END-IF.

       STEP-ONE-DAY.
           ADD 1 TO STEP-DD.
           MOVE STEP-DATE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               MOVE 1 TO STEP-DD
               ADD 1 TO STEP-MM
               IF STEP-MM > 12
                   MOVE 1 TO STEP-MM
                   ADD 1 TO STEP-CCYY
               END-IF
           END-IF.

       RAISE-CAPACITY-ALERT.
           MOVE SPACES TO ALERT-MESSAGE.
           IF PROJECT-AT-LIMIT
               STRING DSN-TBL-NAME (DSN-IDX) DELIMITED BY SPACE
                      " AT ALLOCATION LIMIT" DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
           ELSE
               MOVE DAYS-TO-LIMIT TO EDITED-DAYS
               STRING DSN-TBL-NAME (DSN-IDX) DELIMITED BY SPACE
                      " FULL IN" EDITED-DAYS " DAYS"
                      DELIMITED BY SIZE
                   INTO ALERT-MESSAGE
           END-IF.
           DISPLAY "CAP01: *** " ALERT-MESSAGE " ***".
           ACCEPT SUITE-RUN-TIME FROM TIME.
           OPEN EXTEND CAP01-ALERT.
           IF CNT01ALRT-STATUS NOT = "00"
               OPEN OUTPUT CAP01-ALERT
           END-IF.
           IF CNT01ALRT-STATUS = "00"
               MOVE SPACES TO CAP01-ALERT-REC
               MOVE BUSINESS-DATE-X TO ALERT-DATE
               MOVE SUITE-RUN-TIME TO ALERT-TIME
               MOVE "HIGH    " TO ALERT-SEVERITY
               MOVE "CAP01   " TO ALERT-JOB
               MOVE ALERT-MESSAGE TO ALERT-TEXT
               CALL "STREAMID" USING ALERT-RUN-ID
                   ON EXCEPTION
                       MOVE SPACES TO ALERT-RUN-ID
               END-CALL
               WRITE CAP01-ALERT-REC
               CLOSE CAP01-ALERT
           END-IF.

       WRITE-DATASET-LINES.
           IF CAP01RPT-STATUS = "00"
               MOVE SPACES TO CAP01-REPORT-LINE
               WRITE CAP01-REPORT-LINE
               MOVE DSN-TBL-LIMIT (DSN-IDX) TO EDITED-LIMIT
               MOVE DSN-TBL-LATEST (DSN-IDX) TO EDITED-LATEST
               MOVE SPACES TO CAP01-REPORT-LINE
               STRING DSN-TBL-NAME (DSN-IDX)
                      " LIMIT " EDITED-LIMIT
                      " NOW " EDITED-LATEST
                      " NIGHTS " DSN-TBL-POINTS (DSN-IDX)
                   DELIMITED BY SIZE INTO CAP01-REPORT-LINE
               WRITE CAP01-REPORT-LINE
               MOVE SPACES TO CAP01-REPORT-LINE
               IF PROJECT-FEW-POINTS
                   STRING "  TOO FEW NIGHTS ON MANHIST TO PROJECT"
                       DELIMITED BY SIZE INTO CAP01-REPORT-LINE
               ELSE
                   MOVE GROSS-PER-DAY TO EDITED-GROSS
                   MOVE PURGE-PER-DAY TO EDITED-PURGE
                   MOVE NET-PER-DAY TO EDITED-NET
                   STRING "  INTAKE/DAY " EDITED-GROSS
                          " PURGE/DAY " EDITED-PURGE
                          " NET/DAY " EDITED-NET
                       DELIMITED BY SIZE INTO CAP01-REPORT-LINE
               END-IF
               WRITE CAP01-REPORT-LINE
               MOVE SPACES TO CAP01-REPORT-LINE
               EVALUATE TRUE
                   WHEN PROJECT-AT-LIMIT
                       STRING "  *** AT ITS ALLOCATION LIMIT ***"
                           DELIMITED BY SIZE INTO CAP01-REPORT-LINE
                   WHEN PROJECT-NOT-GROWING
                       STRING "  NOT GROWING - NO LIMIT DATE"
                           DELIMITED BY SIZE INTO CAP01-REPORT-LINE
                   WHEN PROJECT-BEYOND
                       STRING "  LIMIT MORE THAN 9999 DAYS AWAY"
                           DELIMITED BY SIZE INTO CAP01-REPORT-LINE
                   WHEN PROJECT-DATED
                       MOVE DAYS-TO-LIMIT TO EDITED-DAYS
                       IF DAYS-TO-LIMIT <= HORIZON-DAYS
                           STRING "  FULL IN " EDITED-DAYS
                                  " DAYS ON " FULL-DATE-X
                                  "  *** WITHIN HORIZON ***"
                               DELIMITED BY SIZE
                               INTO CAP01-REPORT-LINE
                       ELSE
                           STRING "  FULL IN " EDITED-DAYS
                                  " DAYS ON " FULL-DATE-X
                               DELIMITED BY SIZE
                               INTO CAP01-REPORT-LINE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF CAP01-REPORT-LINE NOT = SPACES
                   WRITE CAP01-REPORT-LINE
               END-IF
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="CAP01"==.
