      * RE-EMITTED ONE SEVERITY HIGHER - LOW TO MEDIUM TO HIGH
      * TO CRIT - SO AN UNACKNOWLEDGED PAGE GETS LOUDER INSTEAD
      * OF STALER.
      * A ROUTING CARD MAY NAME AN ON-CALL TEAM INSTEAD OF A
      * FEED. THE ALERT IS THEN PAGED (ALRPAGE) TO WHOEVER THAT
      * TEAM HAS ON DUTY ON THE ONCALL ROSTER AT THE MOMENT THE
      * ALERT WAS RAISED - THE PRIMARY, OR THE SECONDARY ONCE
      * THE ALERT HAS ESCALATED UNACKNOWLEDGED. WHEN THE ROLE
      * WANTED HAS NOBODY ON DUTY THE OTHER ROLE IS PAGED; WHEN
      * NOBODY AT ALL IS ON DUTY THE ALERT GOES TO THE PRIMARY
      * FEED AND IS REPORTED AS A ROSTER GAP. ALR01RPT LISTS THE
      * PAGES SENT, THOSE GAPS, AND EVERY STRETCH OVER THE NEXT
      * LOOK-AHEAD DAYS (ALR01PM, DEFAULT 7) WHEN A TEAM NAMED
      * ON A ROUTING CARD HAS NOBODY ON THE ROSTER, SO THE GAP
      * IS FILLED BEFORE IT BITES. ANY GAP GIVES RC 4.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ALRDEST3-STATUS.

           SELECT ONCALL-ROSTER ASSIGN TO ONCALL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ONCALL-STATUS.

           SELECT PAGE-FEED ASSIGN TO ALRPAGE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ALRPAGE-STATUS.

           SELECT ALR01-REPORT ASSIGN TO ALR01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ALR01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  ROUTE-TABLE.
       01  ROUTE-TABLE-REC.
           05  ROUTE-SEVERITY           PIC X(8).
           05  ROUTE-JOB                PIC X(8).
           05  ROUTE-DEST               PIC 9.
           05  ROUTE-TEAM               PIC X(8).
           05  FILLER                   PIC X(55).

       FD  ACK-FILE.
       01  ACK-REC.
       FD  ALR01-PARMCARD.
       01  ALR01PM-REC.
           05  ALR01PM-ESCALATE-MINS    PIC 9(4).
           05  FILLER                   PIC X.
           05  ALR01PM-LOOKAHEAD-DAYS   PIC 9(3).

       FD  DEST-FEED-1.
       01  DEST-FEED-1-REC              PIC X(80).
       FD  DEST-FEED-3.
       01  DEST-FEED-3-REC              PIC X(80).

       FD  ONCALL-ROSTER.
       COPY "oncall.cpy".

       FD  PAGE-FEED.
       01  PAGE-REC.
           05  PAGE-TEAM                PIC X(8).
           05  FILLER                   PIC X.
           05  PAGE-ROLE                PIC X.
           05  FILLER                   PIC X.
           05  PAGE-PERSON              PIC X(16).
           05  FILLER                   PIC X.
           05  PAGE-CONTACT             PIC X(24).
           05  FILLER                   PIC X.
           05  PAGE-SEVERITY            PIC X(8).
           05  FILLER                   PIC X.
           05  PAGE-JOB                 PIC X(8).
           05  FILLER                   PIC X.
           05  PAGE-ALERT-DATE          PIC X(10).
           05  FILLER                   PIC X.
           05  PAGE-ALERT-TIME          PIC 9(4).
           05  FILLER                   PIC X.
           05  PAGE-TEXT                PIC X(40).
           05  FILLER                   PIC X(5).

       FD  ALR01-REPORT.
       01  ALR01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ALERTF==.
       01  ALRDEST3-STATUS.
           05  ALRDEST3-STATUS-L        PIC X.
           05  ALRDEST3-STATUS-R        PIC X.
       01  ONCALL-STATUS.
           05  ONCALL-STATUS-L          PIC X.
           05  ONCALL-STATUS-R          PIC X.
       01  ALRPAGE-STATUS.
           05  ALRPAGE-STATUS-L         PIC X.
           05  ALRPAGE-STATUS-R         PIC X.
       01  ALR01RPT-STATUS.
           05  ALR01RPT-STATUS-L        PIC X.
           05  ALR01RPT-STATUS-R        PIC X.

       01  ROUTE-COUNT                  PIC 99      VALUE 0.
       01  ROUTE-TABLE-WS.
               10  ROUTE-TBL-SEVERITY   PIC X(8).
               10  ROUTE-TBL-JOB        PIC X(8).
               10  ROUTE-TBL-DEST       PIC 9.
               10  ROUTE-TBL-TEAM       PIC X(8).
       01  ROUTE-IDX                    PIC 99.
       01  TEAM-IDX                     PIC 99.
       01  TEAM-SEEN-SW                 PIC X.
           88  TEAM-ALREADY-CHECKED                  VALUE 'Y'.
       01  ROUTED-ONE-SW                PIC X.
           88  ROUTED-ONE                            VALUE 'Y'.

       01  NOW-MINS                     PIC 9(5).
       01  ALERT-MINS                   PIC 9(5).
       01  ESCALATED-SEVERITY           PIC X(8).
       01  ESCALATED-SW                 PIC X.
           88  ALERT-ESCALATED                       VALUE 'Y'.
       01  OUT-ALERT-REC                PIC X(80).
       01  ROUTED-COUNT                 PIC 9(4)    VALUE 0.
       01  SUPPRESSED-COUNT             PIC 9(4)    VALUE 0.
       01  ESCALATED-COUNT              PIC 9(4)    VALUE 0.

      * The on-call roster, each spell's start and end held as a
      * minute count (DATESER day serial * 1440 + minutes into
      * the day) so spells and alert times compare directly
      * across midnight and month ends.
       01  ROSTER-COUNT                 PIC 9(3)    VALUE 0.
       01  ROSTER-TABLE.
           05  ROSTER-ENTRY OCCURS 200 TIMES.
               10  ROS-TEAM             PIC X(8).
               10  ROS-ROLE             PIC X.
               10  ROS-PERSON           PIC X(16).
               10  ROS-CONTACT          PIC X(24).
               10  ROS-START-DATE       PIC 9(8).
               10  ROS-START-TIME       PIC 9(4).
               10  ROS-END-DATE         PIC 9(8).
               10  ROS-END-TIME         PIC 9(4).
               10  ROS-START-STAMP      PIC S9(11)  COMP.
               10  ROS-END-STAMP        PIC S9(11)  COMP.
       01  ROSTER-IDX                   PIC 9(3).
       01  ROSTER-PICK                  PIC 9(3).
       01  ROSTER-IGNORED-COUNT         PIC 9(4)    VALUE 0.
       01  ROSTER-CARD-SW               PIC X.
           88  ROSTER-CARD-OK                        VALUE 'Y'.
       01  BEST-STAMP                   PIC S9(11)  COMP.

       01  STAMP-DATE                   PIC 9(8).
       01  STAMP-TIME                   PIC 9(4).
       01  FILLER REDEFINES STAMP-TIME.
           05  STAMP-HH                 PIC 99.
           05  STAMP-MM                 PIC 99.
       01  STAMP-SERIAL                 PIC S9(9)   COMP.
       01  STAMP-RESULT                 PIC S9(11)  COMP.

       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

       01  RUN-HHMM                     PIC 9(4).
       01  RUN-STAMP                    PIC S9(11)  COMP.
       01  LOOKAHEAD-DAYS               PIC 9(3)    VALUE 7.
       01  WINDOW-STAMP                 PIC S9(11)  COMP.

       01  ALERT-DATE-WORK              PIC X(8).
       01  ALERT-DATE-NUM REDEFINES ALERT-DATE-WORK
                                        PIC 9(8).
       01  ALERT-CLOCK                  PIC 9(8).
       01  FILLER REDEFINES ALERT-CLOCK.
           05  ALERT-CLOCK-HHMM         PIC 9(4).
           05  FILLER                   PIC 9(4).
       01  ALERT-HHMM                   PIC 9(4).
       01  ALERT-STAMP                  PIC S9(11)  COMP.

       01  WANT-TEAM                    PIC X(8).
       01  WANT-ROLE                    PIC X.
       01  OTHER-ROLE                   PIC X.

       01  CURSOR-STAMP                 PIC S9(11)  COMP.
       01  CURSOR-DATE                  PIC 9(8).
       01  CURSOR-TIME                  PIC 9(4).
       01  COVERAGE-DONE-SW             PIC X.
           88  COVERAGE-DONE                         VALUE 'Y'.

       01  PAGED-COUNT                  PIC 9(4)    VALUE 0.
       01  SWITCHED-ROLE-COUNT          PIC 9(4)    VALUE 0.
       01  GAP-ALERT-COUNT              PIC 9(4)    VALUE 0.
       01  GAP-AHEAD-COUNT              PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "ALR01   " DAYLOG-BLANK-OPERATOR
           MOVE SUITE-RUN-DATE-DD   TO SUITE-RUN-DATE-X-DD.
           ACCEPT NOW-TIME FROM TIME.
           COMPUTE NOW-MINS = (TIME-HH * 60) + TIME-MM.
           COMPUTE RUN-HHMM = (TIME-HH * 100) + TIME-MM.
           MOVE SUITE-RUN-DATE TO STAMP-DATE.
           MOVE RUN-HHMM TO STAMP-TIME.
           PERFORM MAKE-TIME-STAMP.
           MOVE STAMP-RESULT TO RUN-STAMP.
           COMPUTE WINDOW-STAMP = RUN-STAMP
                                + (LOOKAHEAD-DAYS * 1440).
           PERFORM OPEN-THE-REPORT.
           PERFORM LOAD-ON-CALL-ROSTER.
           OPEN OUTPUT DEST-FEED-1.
           OPEN OUTPUT DEST-FEED-2.
           OPEN OUTPUT DEST-FEED-3.
           OPEN EXTEND PAGE-FEED.
           IF ALRPAGE-STATUS NOT = "00"
               OPEN OUTPUT PAGE-FEED
           END-IF.
           PERFORM ROUTE-THE-ALERTS.
           CLOSE DEST-FEED-1.
           CLOSE DEST-FEED-2.
           CLOSE DEST-FEED-3.
           CLOSE PAGE-FEED.
           PERFORM CHECK-ROSTER-COVERAGE.
           PERFORM CLOSE-THE-REPORT.
           DISPLAY "ALR01: routed= " ROUTED-COUNT
                   " suppressed= " SUPPRESSED-COUNT
                   " escalated= " ESCALATED-COUNT.
           DISPLAY "ALR01: paged= " PAGED-COUNT
                   " nobody on duty= " GAP-ALERT-COUNT
                   " roster gaps ahead= " GAP-AHEAD-COUNT.
           IF GAP-ALERT-COUNT > 0 OR GAP-AHEAD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           CALL "DAYLOG" USING "ALR01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.
                  ALR01PM-ESCALATE-MINS > 0
                   MOVE ALR01PM-ESCALATE-MINS TO ESCALATE-MINS
               END-IF
               IF ALR01PM-STATUS = "00" AND
                  ALR01PM-LOOKAHEAD-DAYS IS NUMERIC AND
                  ALR01PM-LOOKAHEAD-DAYS > 0
                   MOVE ALR01PM-LOOKAHEAD-DAYS TO LOOKAHEAD-DAYS
               END-IF
               CLOSE ALR01-PARMCARD
           END-IF.

                   READ ROUTE-TABLE
                       AT END MOVE "10" TO ALRTABLE-STATUS
                   END-READ
      * A card naming a team needs no feed number.
                   IF ALRTABLE-STATUS = "00" AND
                      ROUTE-TEAM NOT = SPACES AND
                      ROUTE-DEST IS NOT NUMERIC
                       MOVE 0 TO ROUTE-DEST
                   END-IF
                   IF ALRTABLE-STATUS = "00" AND ROUTE-COUNT < 20
                      AND ((ROUTE-DEST >= 1 AND ROUTE-DEST <= 3)
                           OR ROUTE-TEAM NOT = SPACES)
                       ADD 1 TO ROUTE-COUNT
                       MOVE ROUTE-SEVERITY TO
                            ROUTE-TBL-SEVERITY (ROUTE-COUNT)
                            ROUTE-TBL-JOB (ROUTE-COUNT)
                       MOVE ROUTE-DEST TO
                            ROUTE-TBL-DEST (ROUTE-COUNT)
                       MOVE ROUTE-TEAM TO
                            ROUTE-TBL-TEAM (ROUTE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ROUTE-TABLE
               CLOSE ACK-FILE
           END-IF.

      * Only spells that make sense are kept: a team, a role of
      * P or S, real dates, real HHMM times, and an end after the
      * start. The rest are listed so the roster can be put right.
       LOAD-ON-CALL-ROSTER.
           MOVE 0 TO ROSTER-COUNT.
           OPEN INPUT ONCALL-ROSTER.
           IF ONCALL-STATUS NOT = "00"
               DISPLAY "ALR01: OPEN ONCALL-ROSTER - status "
                       ONCALL-STATUS
           ELSE
               PERFORM UNTIL ONCALL-STATUS NOT = "00"
                   READ ONCALL-ROSTER
                       AT END MOVE "10" TO ONCALL-STATUS
                   END-READ
                   IF ONCALL-STATUS = "00"
                       PERFORM LOAD-ONE-SPELL
                   END-IF
               END-PERFORM
               CLOSE ONCALL-ROSTER
           END-IF.
           DISPLAY "ALR01: roster spells loaded= " ROSTER-COUNT.

       OPEN-THE-REPORT.
           OPEN OUTPUT ALR01-REPORT.
           IF ALR01RPT-STATUS NOT = "00"
               DISPLAY "ALR01: OPEN ALR01-REPORT - status "
                       ALR01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
               MOVE SPACES TO ALR01-REPORT-LINE
               STRING "ON-CALL PAGING AND ROSTER COVERAGE - LOOK-AHEAD "
                      LOOKAHEAD-DAYS " DAYS"
                   DELIMITED BY SIZE INTO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
               MOVE SPACES TO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
           END-IF.

       CLOSE-THE-REPORT.
           IF ALR01RPT-STATUS = "00"
               MOVE SPACES TO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
               MOVE SPACES TO ALR01-REPORT-LINE
               STRING "PAGES SENT            " PAGED-COUNT
                      "   TO THE OTHER ROLE  " SWITCHED-ROLE-COUNT
                   DELIMITED BY SIZE INTO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
               MOVE SPACES TO ALR01-REPORT-LINE
               STRING "ALERTS NOBODY ON DUTY " GAP-ALERT-COUNT
                      "   GAPS AHEAD         " GAP-AHEAD-COUNT
                   DELIMITED BY SIZE INTO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
               MOVE SPACES TO ALR01-REPORT-LINE
               STRING "ROSTER CARDS IGNORED  " ROSTER-IGNORED-COUNT
                   DELIMITED BY SIZE INTO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
               CLOSE ALR01-REPORT
           END-IF.

       ROUTE-THE-ALERTS.
           OPEN INPUT ALERT-FILE.
           IF CNT01ALRT-STATUS NOT = "00"
           END-IF.
           PERFORM CHECK-FOR-ESCALATION THRU
               CHECK-FOR-ESCALATION-EXIT.
           PERFORM GET-ALERT-STAMP.
      * The feeds keep the alert's original 78 columns; the run
      * ID stays on the alert file for ALR02 and the log readers.
           MOVE ALERT-IN-REC (1:78) TO OUT-ALERT-REC.
           MOVE 'N' TO ROUTED-ONE-SW.
           PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                   UNTIL ROUTE-IDX > ROUTE-COUNT
                  (ROUTE-TBL-JOB (ROUTE-IDX) = ALERT-JOB
                   OR ROUTE-TBL-JOB (ROUTE-IDX) = "ALL     ")
                   MOVE 'Y' TO ROUTED-ONE-SW
                   IF ROUTE-TBL-TEAM (ROUTE-IDX) NOT = SPACES
                       PERFORM PAGE-THE-TEAM THRU
                           PAGE-THE-TEAM-EXIT
                   ELSE
                       PERFORM WRITE-TO-DESTINATION
                   END-IF
               END-IF
           END-PERFORM.
      * Nothing on the table claims it: the primary feed gets it
       ROUTE-ONE-ALERT-EXIT.
           EXIT.

      * Every team named on a routing card is walked forward
      * from now to the end of the look-ahead window, spell by
      * spell; wherever nobody (either role) is on duty the
      * stretch is reported as a gap.
       CHECK-ROSTER-COVERAGE.
           IF ALR01RPT-STATUS = "00"
               MOVE SPACES TO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
               MOVE SPACES TO ALR01-REPORT-LINE
               STRING "ROSTER GAPS FROM NOW TO THE END OF THE "
                      "LOOK-AHEAD"
                   DELIMITED BY SIZE INTO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
           END-IF.
           PERFORM VARYING ROUTE-IDX FROM 1 BY 1
                   UNTIL ROUTE-IDX > ROUTE-COUNT
               IF ROUTE-TBL-TEAM (ROUTE-IDX) NOT = SPACES
                   MOVE 'N' TO TEAM-SEEN-SW
                   PERFORM VARYING TEAM-IDX FROM 1 BY 1
                           UNTIL TEAM-IDX NOT < ROUTE-IDX
                       IF ROUTE-TBL-TEAM (TEAM-IDX) =
                          ROUTE-TBL-TEAM (ROUTE-IDX)
                           MOVE 'Y' TO TEAM-SEEN-SW
                       END-IF
                   END-PERFORM
                   IF NOT TEAM-ALREADY-CHECKED
                       MOVE ROUTE-TBL-TEAM (ROUTE-IDX) TO WANT-TEAM
                       PERFORM CHECK-TEAM-COVERAGE
                   END-IF
               END-IF
           END-PERFORM.

      * LEVEL 3 ROUTINES
       CHECK-DUPLICATE-ALERT.
           MOVE 'N' TO DUPLICATE-SW.
      * higher-severity cards pick it up too.
       CHECK-FOR-ESCALATION.
           MOVE 'N' TO ACKED-SW.
           MOVE 'N' TO ESCALATED-SW.
           PERFORM VARYING ACK-IDX FROM 1 BY 1
                   UNTIL ACK-IDX > ACK-COUNT
               IF ACK-TBL-JOB (ACK-IDX) = ALERT-JOB AND
                       MOVE "CRIT    " TO ESCALATED-SEVERITY
               END-EVALUATE
               MOVE ESCALATED-SEVERITY TO ALERT-SEVERITY
               MOVE 'Y' TO ESCALATED-SW
               ADD 1 TO ESCALATED-COUNT
               DISPLAY "ALR01: escalated " ALERT-JOB " to "
                       ESCALATED-SEVERITY
                   MOVE OUT-ALERT-REC TO DEST-FEED-3-REC
                   WRITE DEST-FEED-3-REC
           END-EVALUATE.

       LOAD-ONE-SPELL.
           MOVE 'Y' TO ROSTER-CARD-SW.
           IF ONCALL-TEAM = SPACES OR
              (NOT ONCALL-PRIMARY AND NOT ONCALL-SECONDARY)
               MOVE 'N' TO ROSTER-CARD-SW
           END-IF.
           IF ONCALL-START-TIME IS NOT NUMERIC OR
              ONCALL-END-TIME IS NOT NUMERIC
               MOVE 'N' TO ROSTER-CARD-SW
           ELSE
               MOVE ONCALL-START-TIME TO STAMP-TIME
               IF STAMP-HH > 23 OR STAMP-MM > 59
                   MOVE 'N' TO ROSTER-CARD-SW
               END-IF
               MOVE ONCALL-END-TIME TO STAMP-TIME
               IF STAMP-HH > 24 OR STAMP-MM > 59 OR
                  (STAMP-HH = 24 AND STAMP-MM > 0)
                   MOVE 'N' TO ROSTER-CARD-SW
               END-IF
           END-IF.
           IF ROSTER-CARD-OK
               MOVE ONCALL-START-DATE TO DC-DATE
               CALL "DATECK" USING DC-DATE DC-RESULT
                                    DC-VIOLATION DC-REASON
               IF NOT DC-PASSED
                   MOVE 'N' TO ROSTER-CARD-SW
               END-IF
           END-IF.
           IF ROSTER-CARD-OK
               MOVE ONCALL-END-DATE TO DC-DATE
               CALL "DATECK" USING DC-DATE DC-RESULT
                                    DC-VIOLATION DC-REASON
               IF NOT DC-PASSED
                   MOVE 'N' TO ROSTER-CARD-SW
               END-IF
           END-IF.
           IF ROSTER-CARD-OK
               MOVE ONCALL-START-DATE TO STAMP-DATE
               MOVE ONCALL-START-TIME TO STAMP-TIME
               PERFORM MAKE-TIME-STAMP
               MOVE STAMP-RESULT TO BEST-STAMP
               MOVE ONCALL-END-DATE TO STAMP-DATE
               MOVE ONCALL-END-TIME TO STAMP-TIME
               PERFORM MAKE-TIME-STAMP
               IF STAMP-RESULT NOT > BEST-STAMP
                   MOVE 'N' TO ROSTER-CARD-SW
               END-IF
           END-IF.
           IF ROSTER-CARD-OK AND ROSTER-COUNT < 200
               ADD 1 TO ROSTER-COUNT
               MOVE ONCALL-TEAM TO ROS-TEAM (ROSTER-COUNT)
               MOVE ONCALL-ROLE TO ROS-ROLE (ROSTER-COUNT)
               MOVE ONCALL-PERSON TO ROS-PERSON (ROSTER-COUNT)
               MOVE ONCALL-CONTACT TO ROS-CONTACT (ROSTER-COUNT)
               MOVE ONCALL-START-DATE TO
                    ROS-START-DATE (ROSTER-COUNT)
               MOVE ONCALL-START-TIME TO
                    ROS-START-TIME (ROSTER-COUNT)
               MOVE ONCALL-END-DATE TO ROS-END-DATE (ROSTER-COUNT)
               MOVE ONCALL-END-TIME TO ROS-END-TIME (ROSTER-COUNT)
               MOVE BEST-STAMP TO ROS-START-STAMP (ROSTER-COUNT)
               MOVE STAMP-RESULT TO ROS-END-STAMP (ROSTER-COUNT)
           ELSE
               ADD 1 TO ROSTER-IGNORED-COUNT
               IF ALR01RPT-STATUS = "00"
                   MOVE SPACES TO ALR01-REPORT-LINE
                   IF ROSTER-CARD-OK
                       STRING "ROSTER FULL - IGNORED  "
                              ONCALL-REC (1:57)
                           DELIMITED BY SIZE INTO ALR01-REPORT-LINE
                   ELSE
                       STRING "ROSTER CARD IGNORED    "
                              ONCALL-REC (1:57)
                           DELIMITED BY SIZE INTO ALR01-REPORT-LINE
                   END-IF
                   WRITE ALR01-REPORT-LINE
               END-IF
           END-IF.

      * The alert's own date and time place it on the roster; an
      * alert stamped unreadably is taken as raised now.
       GET-ALERT-STAMP.
           MOVE SPACES TO ALERT-DATE-WORK.
           STRING ALERT-DATE (1:4) ALERT-DATE (6:2) ALERT-DATE (9:2)
               DELIMITED BY SIZE INTO ALERT-DATE-WORK.
           IF ALERT-DATE-NUM IS NUMERIC AND ALERT-TIME IS NUMERIC
               MOVE ALERT-DATE-NUM TO STAMP-DATE
               MOVE ALERT-TIME TO ALERT-CLOCK
               MOVE ALERT-CLOCK-HHMM TO ALERT-HHMM
           ELSE
               MOVE SUITE-RUN-DATE TO STAMP-DATE
               MOVE RUN-HHMM TO ALERT-HHMM
           END-IF.
           MOVE ALERT-HHMM TO STAMP-TIME.
           PERFORM MAKE-TIME-STAMP.
           MOVE STAMP-RESULT TO ALERT-STAMP.

      * The primary is paged first; once the alert has escalated
      * unacknowledged the secondary is. If the role wanted has
      * nobody on duty the other role is paged rather than no-one.
       PAGE-THE-TEAM.
           MOVE ROUTE-TBL-TEAM (ROUTE-IDX) TO WANT-TEAM.
           IF ALERT-ESCALATED
               MOVE 'S' TO WANT-ROLE
               MOVE 'P' TO OTHER-ROLE
           ELSE
               MOVE 'P' TO WANT-ROLE
               MOVE 'S' TO OTHER-ROLE
           END-IF.
           PERFORM FIND-ON-DUTY.
           IF ROSTER-PICK = 0
               MOVE OTHER-ROLE TO WANT-ROLE
               PERFORM FIND-ON-DUTY
               IF ROSTER-PICK > 0
                   ADD 1 TO SWITCHED-ROLE-COUNT
               END-IF
           END-IF.
           IF ROSTER-PICK = 0
               MOVE OUT-ALERT-REC TO DEST-FEED-1-REC
               WRITE DEST-FEED-1-REC
               ADD 1 TO GAP-ALERT-COUNT
               IF ALR01RPT-STATUS = "00"
                   MOVE SPACES TO ALR01-REPORT-LINE
                   STRING "NOBODY ON DUTY " WANT-TEAM " "
                          ALERT-DATE " " ALERT-HHMM " "
                          ALERT-JOB " " ALERT-TEXT (1:26)
                       DELIMITED BY SIZE INTO ALR01-REPORT-LINE
                   WRITE ALR01-REPORT-LINE
               END-IF
               GO TO PAGE-THE-TEAM-EXIT
           END-IF.
           MOVE SPACES TO PAGE-REC.
           MOVE WANT-TEAM TO PAGE-TEAM.
           MOVE ROS-ROLE (ROSTER-PICK) TO PAGE-ROLE.
           MOVE ROS-PERSON (ROSTER-PICK) TO PAGE-PERSON.
           MOVE ROS-CONTACT (ROSTER-PICK) TO PAGE-CONTACT.
           MOVE ALERT-SEVERITY TO PAGE-SEVERITY.
           MOVE ALERT-JOB TO PAGE-JOB.
           MOVE ALERT-DATE TO PAGE-ALERT-DATE.
           MOVE ALERT-HHMM TO PAGE-ALERT-TIME.
           MOVE ALERT-TEXT TO PAGE-TEXT.
           WRITE PAGE-REC.
           ADD 1 TO PAGED-COUNT.
           IF ALR01RPT-STATUS = "00"
               MOVE SPACES TO ALR01-REPORT-LINE
               STRING "PAGED " WANT-TEAM " " ROS-ROLE (ROSTER-PICK)
                      " " ROS-PERSON (ROSTER-PICK) " " ALERT-JOB
                      " " ALERT-HHMM " " ALERT-TEXT (1:32)
                   DELIMITED BY SIZE INTO ALR01-REPORT-LINE
               WRITE ALR01-REPORT-LINE
               IF ALERT-ESCALATED AND ROS-ROLE (ROSTER-PICK) = 'P'
                   MOVE SPACES TO ALR01-REPORT-LINE
                   STRING "      NO SECONDARY ON DUTY - PRIMARY "
                          "PAGED AGAIN"
                       DELIMITED BY SIZE INTO ALR01-REPORT-LINE
                   WRITE ALR01-REPORT-LINE
               END-IF
               IF NOT ALERT-ESCALATED
                  AND ROS-ROLE (ROSTER-PICK) = 'S'
                   MOVE SPACES TO ALR01-REPORT-LINE
                   STRING "      NO PRIMARY ON DUTY - SECONDARY "
                          "PAGED"
                       DELIMITED BY SIZE INTO ALR01-REPORT-LINE
                   WRITE ALR01-REPORT-LINE
               END-IF
           END-IF.
       PAGE-THE-TEAM-EXIT.
           EXIT.

      * The spell of WANT-TEAM / WANT-ROLE covering the alert's
      * moment; where spells overlap the later start is the
      * hand-over and wins.
       FIND-ON-DUTY.
           MOVE 0 TO ROSTER-PICK.
           MOVE 0 TO BEST-STAMP.
           PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                   UNTIL ROSTER-IDX > ROSTER-COUNT
               IF ROS-TEAM (ROSTER-IDX) = WANT-TEAM AND
                  ROS-ROLE (ROSTER-IDX) = WANT-ROLE AND
                  ROS-START-STAMP (ROSTER-IDX) NOT > ALERT-STAMP AND
                  ROS-END-STAMP (ROSTER-IDX) > ALERT-STAMP AND
                  (ROSTER-PICK = 0 OR
                   ROS-START-STAMP (ROSTER-IDX) > BEST-STAMP)
                   MOVE ROSTER-IDX TO ROSTER-PICK
                   MOVE ROS-START-STAMP (ROSTER-IDX) TO BEST-STAMP
               END-IF
           END-PERFORM.

       CHECK-TEAM-COVERAGE.
           MOVE RUN-STAMP TO CURSOR-STAMP.
           MOVE SUITE-RUN-DATE TO CURSOR-DATE.
           MOVE RUN-HHMM TO CURSOR-TIME.
           MOVE 'N' TO COVERAGE-DONE-SW.
           PERFORM FOLLOW-TEAM-COVERAGE UNTIL COVERAGE-DONE.

      * From the cursor, either a spell is running - jump to the
      * latest end among those running - or nobody is on, and
      * the gap lasts until the next spell starts (or the window
      * closes).
       FOLLOW-TEAM-COVERAGE.
           PERFORM FIND-COVERING-SPELL.
           IF ROSTER-PICK > 0
               MOVE ROS-END-STAMP (ROSTER-PICK) TO CURSOR-STAMP
               MOVE ROS-END-DATE (ROSTER-PICK) TO CURSOR-DATE
               MOVE ROS-END-TIME (ROSTER-PICK) TO CURSOR-TIME
           ELSE
               PERFORM FIND-NEXT-SPELL
               PERFORM REPORT-ROSTER-GAP
               IF ROSTER-PICK > 0
                   MOVE ROS-START-STAMP (ROSTER-PICK) TO CURSOR-STAMP
                   MOVE ROS-START-DATE (ROSTER-PICK) TO CURSOR-DATE
                   MOVE ROS-START-TIME (ROSTER-PICK) TO CURSOR-TIME
               ELSE
                   MOVE 'Y' TO COVERAGE-DONE-SW
               END-IF
           END-IF.
           IF CURSOR-STAMP NOT < WINDOW-STAMP
               MOVE 'Y' TO COVERAGE-DONE-SW
           END-IF.

       FIND-COVERING-SPELL.
           MOVE 0 TO ROSTER-PICK.
           MOVE 0 TO BEST-STAMP.
           PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                   UNTIL ROSTER-IDX > ROSTER-COUNT
               IF ROS-TEAM (ROSTER-IDX) = WANT-TEAM AND
                  ROS-START-STAMP (ROSTER-IDX) NOT > CURSOR-STAMP AND
                  ROS-END-STAMP (ROSTER-IDX) > CURSOR-STAMP AND
                  ROS-END-STAMP (ROSTER-IDX) > BEST-STAMP
                   MOVE ROSTER-IDX TO ROSTER-PICK
                   MOVE ROS-END-STAMP (ROSTER-IDX) TO BEST-STAMP
               END-IF
           END-PERFORM.

       FIND-NEXT-SPELL.
           MOVE 0 TO ROSTER-PICK.
           MOVE WINDOW-STAMP TO BEST-STAMP.
           PERFORM VARYING ROSTER-IDX FROM 1 BY 1
                   UNTIL ROSTER-IDX > ROSTER-COUNT
               IF ROS-TEAM (ROSTER-IDX) = WANT-TEAM AND
                  ROS-START-STAMP (ROSTER-IDX) > CURSOR-STAMP AND
                  ROS-START-STAMP (ROSTER-IDX) < BEST-STAMP
                   MOVE ROSTER-IDX TO ROSTER-PICK
                   MOVE ROS-START-STAMP (ROSTER-IDX) TO BEST-STAMP
               END-IF
           END-PERFORM.

       REPORT-ROSTER-GAP.
           ADD 1 TO GAP-AHEAD-COUNT.
           IF ALR01RPT-STATUS = "00"
               MOVE SPACES TO ALR01-REPORT-LINE
               IF ROSTER-PICK > 0
                   STRING "GAP   " WANT-TEAM "  FROM " CURSOR-DATE
                          " " CURSOR-TIME "  TO "
                          ROS-START-DATE (ROSTER-PICK) " "
                          ROS-START-TIME (ROSTER-PICK)
                       DELIMITED BY SIZE INTO ALR01-REPORT-LINE
               ELSE
                   STRING "GAP   " WANT-TEAM "  FROM " CURSOR-DATE
                          " " CURSOR-TIME "  TO END OF LOOK-AHEAD"
                       DELIMITED BY SIZE INTO ALR01-REPORT-LINE
               END-IF
               WRITE ALR01-REPORT-LINE
           END-IF.

       MAKE-TIME-STAMP.
           CALL "DATESER" USING STAMP-DATE STAMP-SERIAL.
           COMPUTE STAMP-RESULT = (STAMP-SERIAL * 1440)
                                + (STAMP-HH * 60) + STAMP-MM.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="ALR01"==.
