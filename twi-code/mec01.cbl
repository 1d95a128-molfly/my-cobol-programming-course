       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEC01.
      *--------------------------------------------------
      * MONTH-END CALENDAR STEP AT THE TOP OF THE CNT01MEC
      * MONTH-END STREAM. WORKS OUT FROM THE SAME HOLCAL CARDS
      * CAL01 FOLLOWS (THE 'W' WEEKEND RULE AND THE 'H' HOLIDAY
      * DATES) WHETHER THE BUSINESS DATE IS THE LAST BUSINESS
      * DAY OF ITS MONTH: IT MUST ITSELF BE A PROCESSING DAY AND
      * EVERY DAY LEFT IN THE MONTH AFTER IT MUST BE A WEEKEND
      * DAY OR A HOLIDAY. THE MEC01PM CARD (COLUMNS 1-8) SAYS
      * WHAT IS ASKED:
      *   MONTHEND  (THE DEFAULT) THE LAST BUSINESS DAY OF ANY
      *             MONTH,
      *   YEAREND   THE LAST BUSINESS DAY OF DECEMBER - THE
      *             GUARD IN FRONT OF YEC01. ON A YES IT ALSO
      *             WRITES THE YEC01PM CARD NAMING THE YEAR TO
      *             CLOSE, SINCE YEC01 ON ITS OWN CLOSES LAST
      *             YEAR. LOGGED TO DAILYLOG AS MEC01YE.
      * RC 0 YES - RUN THE MONTH-END (OR YEAR-END) STEPS,
      * RC 4 NOT TODAY - THE STREAM BYPASSES THEM,
      * RC 16 NO HOLCAL OR A BAD CARD - THE LAST BUSINESS DAY
      *       CANNOT BE PROVED, SO NOTHING RUNS EITHER.
      * MEC01RPT SHOWS THE ANSWER AND EVERY DAY LEFT IN THE
      * MONTH WITH WHY IT IS OR IS NOT A PROCESSING DAY.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEC01-PARMCARD ASSIGN TO MEC01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MEC01PM-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS HOLCAL-STATUS.

           SELECT YEC01-PARMCARD ASSIGN TO YEC01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS YEC01PM-STATUS.

           SELECT MEC01-REPORT ASSIGN TO MEC01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MEC01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MEC01-PARMCARD.
       01  MEC01PM-REC.
           05  MEC01PM-MODE             PIC X(8).
           05  FILLER                   PIC X(72).

       FD  HOLIDAY-CALENDAR.
       01  HOLCAL-REC.
           05  HOLCAL-REC-TYPE          PIC X.
           05  HOLCAL-DATE              PIC 9(8).
           05  HOLCAL-NAME              PIC X(30).
           05  HOLCAL-SAT-SW            PIC X.
           05  HOLCAL-SUN-SW            PIC X.
           05  FILLER                   PIC X(39).

       FD  YEC01-PARMCARD.
       01  YEC01PM-REC.
           05  YEC01PM-CLOSE-YEAR       PIC X(4).
           05  FILLER                   PIC X(76).

       FD  MEC01-REPORT.
       01  MEC01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  MEC01PM-STATUS.
           05  MEC01PM-STATUS-L         PIC X.
           05  MEC01PM-STATUS-R         PIC X.
       01  HOLCAL-STATUS.
           05  HOLCAL-STATUS-L          PIC X.
           05  HOLCAL-STATUS-R          PIC X.
       01  YEC01PM-STATUS.
           05  YEC01PM-STATUS-L         PIC X.
           05  YEC01PM-STATUS-R         PIC X.
       01  MEC01RPT-STATUS.
           05  MEC01RPT-STATUS-L        PIC X.
           05  MEC01RPT-STATUS-R        PIC X.

       01  MEC01-JOB-NAME.
           05  FILLER                   PIC X(5)    VALUE "MEC01".
           05  MEC01-JOB-SUFFIX         PIC X(3)    VALUE SPACES.
       01  RUN-MODE                     PIC X(8)    VALUE "MONTHEND".
           88  MONTH-END-ASKED                       VALUE "MONTHEND".
           88  YEAR-END-ASKED                        VALUE "YEAREND ".
       01  PARM-OK-SW                   PIC X       VALUE 'Y'.
           88  PARM-OK                               VALUE 'Y'.
       01  CALENDAR-FOUND-SW            PIC X       VALUE 'N'.
           88  CALENDAR-FOUND                        VALUE 'Y'.

       01  PROCESS-SAT-SW               PIC X       VALUE 'N'.
       01  PROCESS-SUN-SW               PIC X       VALUE 'N'.
       01  HOLIDAY-COUNT                PIC 99      VALUE 0.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 30 TIMES.
               10  HOLIDAY-TBL-DATE     PIC 9(8).
               10  HOLIDAY-TBL-NAME     PIC X(30).
       01  HOLIDAY-IDX                  PIC 99.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-NUM.
           05  BUSINESS-CCYY            PIC 9(4).
           05  BUSINESS-MM              PIC 99.
           05  BUSINESS-DD              PIC 99.

      * Days in each month; February is adjusted for leap years.
       01  MONTH-LENGTHS.
           05  FILLER                   PIC X(24)
                   VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTHS.
           05  MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  LAST-DAY-OF-MONTH            PIC 99.
       01  FIRST-LATER-DAY              PIC 99.
       01  DAY-IDX                      PIC 99.
       01  LEAP-QUOTIENT                PIC 9(4).
       01  LEAP-REMAINDER               PIC 9(3).

      * The day being judged, and the answer for it.
       01  CHECK-DATE                   PIC 9(8).
       01  CHECK-DATE-PARTS REDEFINES CHECK-DATE.
           05  CHECK-CCYY               PIC 9(4).
           05  CHECK-MM                 PIC 99.
           05  CHECK-DD                 PIC 99.
       01  CHECK-DAY-SW                 PIC X.
           88  CHECK-DAY-PROCESSING                  VALUE 'Y'.
       01  CHECK-DAY-REASON             PIC X(30).

      * Day-of-week from the shared DATESER serial-day count;
      * serial mod 7: 0=SAT 1=SUN 2=MON ... - the CAL01 rule.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  DAY-OF-WEEK-NUM              PIC 9.
       01  SERIAL-WORK                  PIC 9(9).
       01  SERIAL-QUOTIENT              PIC 9(9).

       01  LAST-BUSINESS-DAY-SW         PIC X       VALUE 'N'.
           88  LAST-BUSINESS-DAY                     VALUE 'Y'.
       01  NEXT-BUSINESS-DATE           PIC 9(8)    VALUE 0.
       01  VERDICT-TEXT                 PIC X(60)   VALUE SPACES.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM READ-PARM-CARD.
           CALL "DAYLOG" USING MEC01-JOB-NAME DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING SUITE-RUN-DATE
               ON EXCEPTION
                   ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD
           END-CALL.
           MOVE SUITE-RUN-DATE TO BUSINESS-DATE-NUM.
           PERFORM OPEN-THE-REPORT.
           IF NOT PARM-OK
               STRING "*** MEC01PM MODE NOT MONTHEND OR YEAREND"
                      " - NOTHING RUNS"
                   DELIMITED BY SIZE INTO VERDICT-TEXT
               MOVE 16 TO RUN-SEVERITY
           ELSE
               PERFORM LOAD-THE-CALENDAR
               IF NOT CALENDAR-FOUND
                   STRING "*** NO HOLCAL - LAST BUSINESS DAY "
                          "CANNOT BE PROVED"
                       DELIMITED BY SIZE INTO VERDICT-TEXT
                   MOVE 16 TO RUN-SEVERITY
               ELSE
                   PERFORM CHECK-THE-MONTH
                   PERFORM GIVE-THE-VERDICT
               END-IF
           END-IF.
           DISPLAY "MEC01: " BUSINESS-DATE-NUM " " VERDICT-TEXT.
           PERFORM CLOSE-THE-REPORT.
           CALL "DAYLOG" USING MEC01-JOB-NAME DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       READ-PARM-CARD.
           OPEN INPUT MEC01-PARMCARD.
           IF MEC01PM-STATUS = "00"
               READ MEC01-PARMCARD
                   AT END MOVE "10" TO MEC01PM-STATUS
               END-READ
               IF MEC01PM-STATUS = "00" AND
                  MEC01PM-MODE NOT = SPACES
                   MOVE MEC01PM-MODE TO RUN-MODE
                   IF NOT MONTH-END-ASKED AND NOT YEAR-END-ASKED
                       MOVE 'N' TO PARM-OK-SW
                   END-IF
               END-IF
               CLOSE MEC01-PARMCARD
           END-IF.
           IF YEAR-END-ASKED
               MOVE "YE" TO MEC01-JOB-SUFFIX
           END-IF.

       OPEN-THE-REPORT.
           OPEN OUTPUT MEC01-REPORT.
           IF MEC01RPT-STATUS NOT = "00"
               DISPLAY "MEC01: OPEN MEC01-REPORT - status "
                       MEC01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO MEC01-REPORT-LINE
               WRITE MEC01-REPORT-LINE
               MOVE SPACES TO MEC01-REPORT-LINE
               STRING "MONTH-END CALENDAR CHECK (" RUN-MODE
                      ") FOR BUSINESS DATE " BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO MEC01-REPORT-LINE
               WRITE MEC01-REPORT-LINE
           END-IF.

       LOAD-THE-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR.
           IF HOLCAL-STATUS = "00"
               MOVE 'Y' TO CALENDAR-FOUND-SW
               PERFORM UNTIL HOLCAL-STATUS NOT = "00"
                   READ HOLIDAY-CALENDAR
                       AT END MOVE "10" TO HOLCAL-STATUS
                   END-READ
                   IF HOLCAL-STATUS = "00"
                       PERFORM LOAD-ONE-CALENDAR-CARD
                   END-IF
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR
           ELSE
               DISPLAY "MEC01: OPEN HOLIDAY-CALENDAR - status "
                       HOLCAL-STATUS
           END-IF.

      * The business date first, then every later day of the
      * month; the first later processing day found is the real
      * last-business-day candidate.
       CHECK-THE-MONTH.
           MOVE BUSINESS-DATE-NUM TO CHECK-DATE.
           PERFORM CHECK-ONE-DAY.
           PERFORM WRITE-DAY-LINE.
           IF CHECK-DAY-PROCESSING
               MOVE 'Y' TO LAST-BUSINESS-DAY-SW
           END-IF.
           PERFORM FIND-LAST-DAY-OF-MONTH.
           COMPUTE FIRST-LATER-DAY = BUSINESS-DD + 1.
           PERFORM VARYING DAY-IDX FROM FIRST-LATER-DAY BY 1
                   UNTIL DAY-IDX > LAST-DAY-OF-MONTH
               MOVE DAY-IDX TO CHECK-DD
               PERFORM CHECK-ONE-DAY
               PERFORM WRITE-DAY-LINE
               IF CHECK-DAY-PROCESSING AND NEXT-BUSINESS-DATE = 0
                   MOVE CHECK-DATE TO NEXT-BUSINESS-DATE
                   MOVE 'N' TO LAST-BUSINESS-DAY-SW
               END-IF
           END-PERFORM.

       GIVE-THE-VERDICT.
           EVALUATE TRUE
               WHEN NOT LAST-BUSINESS-DAY AND
                    NEXT-BUSINESS-DATE = 0
                   MOVE "NOT A PROCESSING DAY - NO MONTH-END RUN"
                        TO VERDICT-TEXT
                   MOVE 4 TO RUN-SEVERITY
               WHEN NOT LAST-BUSINESS-DAY
                   STRING "NOT THE LAST BUSINESS DAY - THAT IS "
                          NEXT-BUSINESS-DATE
                       DELIMITED BY SIZE INTO VERDICT-TEXT
                   MOVE 4 TO RUN-SEVERITY
               WHEN YEAR-END-ASKED AND BUSINESS-MM NOT = 12
                   STRING "LAST BUSINESS DAY, BUT NOT OF DECEMBER"
                          " - NO YEAR-END"
                       DELIMITED BY SIZE INTO VERDICT-TEXT
                   MOVE 4 TO RUN-SEVERITY
               WHEN YEAR-END-ASKED
                   STRING "LAST BUSINESS DAY OF THE YEAR - CLOSE "
                          BUSINESS-CCYY
                       DELIMITED BY SIZE INTO VERDICT-TEXT
                   PERFORM WRITE-YEAR-END-CARD
               WHEN OTHER
                   STRING "LAST BUSINESS DAY OF THE MONTH - RUN THE"
                          " MONTH-END"
                       DELIMITED BY SIZE INTO VERDICT-TEXT
           END-EVALUATE.

       CLOSE-THE-REPORT.
           IF MEC01RPT-STATUS = "00"
               MOVE SPACES TO MEC01-REPORT-LINE
               STRING "RESULT: " VERDICT-TEXT
                   DELIMITED BY SIZE INTO MEC01-REPORT-LINE
               WRITE MEC01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO MEC01-REPORT-LINE
               WRITE MEC01-REPORT-LINE
               CLOSE MEC01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       LOAD-ONE-CALENDAR-CARD.
           EVALUATE HOLCAL-REC-TYPE
               WHEN 'W'
                   MOVE HOLCAL-SAT-SW TO PROCESS-SAT-SW
                   MOVE HOLCAL-SUN-SW TO PROCESS-SUN-SW
               WHEN 'H'
                   IF HOLIDAY-COUNT < 30
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE HOLCAL-DATE TO
                            HOLIDAY-TBL-DATE (HOLIDAY-COUNT)
                       MOVE HOLCAL-NAME TO
                            HOLIDAY-TBL-NAME (HOLIDAY-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * The same weekend and holiday rule CAL01 applies to the
      * night itself.
       CHECK-ONE-DAY.
           MOVE 'Y' TO CHECK-DAY-SW.
           MOVE "PROCESSING DAY" TO CHECK-DAY-REASON.
           MOVE CHECK-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO SERIAL-WORK.
           DIVIDE SERIAL-WORK BY 7 GIVING SERIAL-QUOTIENT
               REMAINDER DAY-OF-WEEK-NUM.
           IF DAY-OF-WEEK-NUM = 0 AND PROCESS-SAT-SW NOT = 'Y'
               MOVE 'N' TO CHECK-DAY-SW
               MOVE "WEEKEND - SATURDAY" TO CHECK-DAY-REASON
           END-IF.
           IF DAY-OF-WEEK-NUM = 1 AND PROCESS-SUN-SW NOT = 'Y'
               MOVE 'N' TO CHECK-DAY-SW
               MOVE "WEEKEND - SUNDAY" TO CHECK-DAY-REASON
           END-IF.
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               IF CHECK-DATE = HOLIDAY-TBL-DATE (HOLIDAY-IDX)
                   MOVE 'N' TO CHECK-DAY-SW
                   MOVE HOLIDAY-TBL-NAME (HOLIDAY-IDX) TO
                        CHECK-DAY-REASON
               END-IF
           END-PERFORM.

       FIND-LAST-DAY-OF-MONTH.
           MOVE MONTH-LENGTH (BUSINESS-MM) TO LAST-DAY-OF-MONTH.
           IF BUSINESS-MM = 2
               DIVIDE BUSINESS-CCYY BY 4 GIVING LEAP-QUOTIENT
                   REMAINDER LEAP-REMAINDER
               IF LEAP-REMAINDER = 0
                   MOVE 29 TO LAST-DAY-OF-MONTH
                   DIVIDE BUSINESS-CCYY BY 100 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER = 0
                       DIVIDE BUSINESS-CCYY BY 400
                           GIVING LEAP-QUOTIENT
                           REMAINDER LEAP-REMAINDER
                       IF LEAP-REMAINDER NOT = 0
                           MOVE 28 TO LAST-DAY-OF-MONTH
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-DAY-LINE.
           IF MEC01RPT-STATUS = "00"
               MOVE SPACES TO MEC01-REPORT-LINE
               STRING "  " CHECK-DATE " " CHECK-DAY-REASON
                   DELIMITED BY SIZE INTO MEC01-REPORT-LINE
               WRITE MEC01-REPORT-LINE
           END-IF.

       WRITE-YEAR-END-CARD.
           OPEN OUTPUT YEC01-PARMCARD.
           IF YEC01PM-STATUS = "00"
               MOVE SPACES TO YEC01PM-REC
               MOVE BUSINESS-CCYY TO YEC01PM-CLOSE-YEAR
               WRITE YEC01PM-REC
               CLOSE YEC01-PARMCARD
           ELSE
               DISPLAY "MEC01: OPEN YEC01-PARMCARD - status "
                       YEC01PM-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="MEC01"==.
