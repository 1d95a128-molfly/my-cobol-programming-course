       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARC01.
      *--------------------------------------------------
      * QUARTERLY ACCESS RECERTIFICATION REPORT. SEC01 RECORDS
      * WHO GRANTED WHAT, BUT NOTHING MADE ANYONE LOOK AGAIN AT
      * WHETHER THE GRANTS STILL MAKE SENSE. ARC01 TAKES EVERY
      * OPERATOR ON MENU01SEC AND SHOWS THEIR GRANTED PROGRAMS,
      * THEIR LAST SIGN-ON (THE LATER OF MENU01LOG AND THE
      * DAILYLOG START LINES) AND THEIR PASSWORD AGE FROM
      * MENU01PWD. OPERATORS WITH NO SIGN-ON IN 90 DAYS (ARC01PM
      * OVERRIDES) ARE FLAGGED DORMANT, AND ANY OPERATOR HOLDING
      * BOTH PROGRAMS OF A PAIR ON THE SODPAIRS CONFLICT CARDS
      * (REJ01 WITH REJ02, ADJ01 WITH HLD01 ...) IS FLAGGED AS A
      * SEGREGATION-OF-DUTIES CONFLICT. OPERATORS ARE GROUPED BY
      * THE SUPERVISOR NAMED ON THE ARC01TEAM CARDS, ONE PAGE
      * PER SUPERVISOR ENDING IN A SIGN-OFF BLOCK; OPERATORS
      * WITH NO SUPERVISOR CARD GET A PAGE OF THEIR OWN. EACH
      * OPERATOR IS COMPARED WITH THEIR LATEST RECORD ON THE
      * RECERT HISTORY SO THE REPORT SHOWS WHO IS NEW, WHICH
      * GRANTS WERE ADDED OR TAKEN AWAY, WHO HAS GONE, AND WHERE
      * A REVOKE ASKED FOR LAST TIME WAS NEVER CARRIED OUT. THE
      * RESULTS GO ON THE RECERTWRK WORK FILE, PENDING, FOR THE
      * SUPERVISORS TO CONFIRM THROUGH ARC02.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT ARC01-PASSWORDS ASSIGN TO MENU01PWD
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01PWD-STATUS.

           SELECT MENU-LOG-IN ASSIGN TO MENU01LOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01LOG-STATUS.

           SELECT DAILY-LOG-IN ASSIGN TO DAILYLOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DAILYLOG-STATUS.

           SELECT ARC01-CONFLICTS ASSIGN TO SODPAIRS
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SODPAIRS-STATUS.

           SELECT ARC01-TEAMS ASSIGN TO ARC01TEAM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ARC01TEAM-STATUS.

           SELECT ARC01-PARMCARD ASSIGN TO ARC01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ARC01PM-STATUS.

           SELECT ARC01-PRIOR ASSIGN TO RECERT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RECERT-STATUS.

           SELECT ARC01-WORK ASSIGN TO RECERTWRK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RECERTWRK-STATUS.

           SELECT ARC01-REPORT ASSIGN TO ARC01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ARC01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARC01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  ARC01-PASSWORDS.
       01  MENU01PWD-REC.
           05  PWD-OPERATOR-ID          PIC X(10).
           05  PWD-PASSWORD             PIC X(10).
           05  PWD-LAST-CHANGED         PIC 9(8).
           05  PWD-FAIL-COUNT           PIC 9(2).
           05  PWD-LOCK-SW              PIC X.
           05  PWD-FORCE-SW             PIC X.
           05  FILLER                   PIC X(48).

       FD  MENU-LOG-IN.
       01  MENU-LOG-LINE                PIC X(80).

       FD  DAILY-LOG-IN.
       COPY "daylogrec.cpy".

      * One conflicting pair per card: an operator may hold
      * either program, never both.
       FD  ARC01-CONFLICTS.
       01  SODPAIRS-REC.
           05  SOD-PGM-A                PIC X(8).
           05  SOD-PGM-B                PIC X(8).
           05  SOD-DESCRIPTION          PIC X(30).
           05  FILLER                   PIC X(34).

      * Operator to reviewing supervisor, one card per operator.
       FD  ARC01-TEAMS.
       01  ARC01TEAM-REC.
           05  TEAM-OPERATOR-ID         PIC X(10).
           05  TEAM-SUPERVISOR-ID       PIC X(10).
           05  FILLER                   PIC X(60).

       FD  ARC01-PARMCARD.
       01  ARC01PM-REC.
           05  ARC01PM-DORMANT-DAYS     PIC 9(3).
           05  FILLER                   PIC X(77).

       FD  ARC01-PRIOR.
       COPY "recert.cpy".

       FD  ARC01-WORK.
       01  RECERTWRK-LINE               PIC X(150).

       FD  ARC01-REPORT.
       01  ARC01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "rptheader.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==MENULOG==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DAILYLOG==.

       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  MENU01PWD-STATUS.
           05  MENU01PWD-STATUS-L       PIC X.
           05  MENU01PWD-STATUS-R       PIC X.
       01  MENU01LOG-STATUS.
           05  MENU01LOG-STATUS-L       PIC X.
           05  MENU01LOG-STATUS-R       PIC X.
       01  DAILYLOG-STATUS.
           05  DAILYLOG-STATUS-L        PIC X.
           05  DAILYLOG-STATUS-R        PIC X.
       01  SODPAIRS-STATUS.
           05  SODPAIRS-STATUS-L        PIC X.
           05  SODPAIRS-STATUS-R        PIC X.
       01  ARC01TEAM-STATUS.
           05  ARC01TEAM-STATUS-L       PIC X.
           05  ARC01TEAM-STATUS-R       PIC X.
       01  ARC01PM-STATUS.
           05  ARC01PM-STATUS-L         PIC X.
           05  ARC01PM-STATUS-R         PIC X.
       01  RECERT-STATUS.
           05  RECERT-STATUS-L          PIC X.
           05  RECERT-STATUS-R          PIC X.
       01  RECERTWRK-STATUS.
           05  RECERTWRK-STATUS-L       PIC X.
           05  RECERTWRK-STATUS-R       PIC X.
       01  ARC01RPT-STATUS.
           05  ARC01RPT-STATUS-L        PIC X.
           05  ARC01RPT-STATUS-R        PIC X.

       01  DORMANT-DAYS                 PIC 9(3)    VALUE 90.

       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  RUN-DATE-SERIAL              PIC S9(9)   COMP.

      * Every operator on MENU01SEC with what was found about
      * them on the other files.
       01  OPERATOR-COUNT               PIC 99      VALUE 0.
       01  OPERATOR-TABLE.
           05  OPR-ENTRY OCCURS 50 TIMES.
               10  OPR-TBL-ID           PIC X(10).
               10  OPR-TBL-PGM OCCURS 4 TIMES
                                        PIC X(8).
               10  OPR-TBL-SUPERVISOR   PIC X(10).
               10  OPR-TBL-LAST-SIGNON  PIC 9(8).
               10  OPR-TBL-SIGNON-DAYS  PIC 9(5).
               10  OPR-TBL-PWD-CHANGED  PIC 9(8).
               10  OPR-TBL-PWD-DAYS     PIC 9(5).
               10  OPR-TBL-PWD-SW       PIC X.
                   88  OPR-TBL-HAS-PWD               VALUE 'Y'.
               10  OPR-TBL-DORMANT-SW   PIC X.
                   88  OPR-TBL-DORMANT               VALUE 'Y'.
               10  OPR-TBL-SOD-SW       PIC X.
                   88  OPR-TBL-SOD-CONFLICT          VALUE 'Y'.
               10  OPR-TBL-CHANGE-SW    PIC X.
               10  OPR-TBL-PRIOR-IDX    PIC 99.
       01  OPR-IDX                      PIC 99.
       01  OPR-FOUND-IDX                PIC 99.
       01  OPR-TOO-MANY                 PIC 9(3)    VALUE 0.
       01  PGM-IDX                      PIC 9.
       01  PGM-IDX-2                    PIC 9.

       01  TEAM-COUNT                   PIC 99      VALUE 0.
       01  TEAM-TABLE.
           05  TEAM-ENTRY OCCURS 50 TIMES.
               10  TEAM-TBL-OPERATOR    PIC X(10).
               10  TEAM-TBL-SUPERVISOR  PIC X(10).
       01  TEAM-IDX                     PIC 99.

      * The distinct supervisors, one report page each, in the
      * order their teams first appear on MENU01SEC. Operators
      * with no team card sort to a page under SPACES.
       01  SUPV-COUNT                   PIC 99      VALUE 0.
       01  SUPV-TABLE.
           05  SUPV-TBL-ID OCCURS 51 TIMES  PIC X(10).
       01  SUPV-IDX                     PIC 99.
       01  SUPV-FOUND-SW                PIC X.
           88  SUPV-FOUND                            VALUE 'Y'.
       01  CURRENT-SUPERVISOR           PIC X(10).

       01  PAIR-COUNT                   PIC 99      VALUE 0.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 30 TIMES.
               10  PAIR-TBL-PGM-A       PIC X(8).
               10  PAIR-TBL-PGM-B       PIC X(8).
               10  PAIR-TBL-TEXT        PIC X(30).
       01  PAIR-IDX                     PIC 99.

      * Each operator's latest decided record from the RECERT
      * history - the file is appended in date order, so a later
      * record for the same operator replaces an earlier one.
       01  PRIOR-COUNT                  PIC 99      VALUE 0.
       01  PRIOR-TABLE.
           05  PRIOR-ENTRY OCCURS 50 TIMES.
               10  PRIOR-TBL-OPERATOR   PIC X(10).
               10  PRIOR-TBL-PGM OCCURS 4 TIMES
                                        PIC X(8).
               10  PRIOR-TBL-DECISION   PIC X.
               10  PRIOR-TBL-REVIEWED   PIC 9(8).
               10  PRIOR-TBL-MATCHED-SW PIC X.
       01  PRIOR-IDX                    PIC 99.
       01  PRIOR-FOUND-IDX              PIC 99.
       01  LAST-REVIEW-DATE             PIC 9(8)    VALUE 0.

       01  PGM-TO-FIND                  PIC X(8).
       01  PGM-HELD-SW                  PIC X.
           88  PGM-HELD                              VALUE 'Y'.
       01  PGM-A-HELD-SW                PIC X.

      * A log date arrives as CCYY-MM-DD and is compared as
      * CCYYMMDD.
       01  LOG-DATE-X.
           05  LOG-DATE-X-CCYY          PIC X(4).
           05  FILLER                   PIC X.
           05  LOG-DATE-X-MM            PIC X(2).
           05  FILLER                   PIC X.
           05  LOG-DATE-X-DD            PIC X(2).
       01  LOG-DATE-WORK.
           05  LOG-DATE-CCYY            PIC X(4).
           05  LOG-DATE-MM              PIC X(2).
           05  LOG-DATE-DD              PIC X(2).
       01  LOG-DATE-NUM REDEFINES LOG-DATE-WORK  PIC 9(8).
       01  LOG-OPERATOR                 PIC X(10).

       01  SHOW-DATE-IN                 PIC 9(8).
       01  FILLER REDEFINES SHOW-DATE-IN.
           05  SHOW-DATE-IN-CCYY        PIC X(4).
           05  SHOW-DATE-IN-MM          PIC X(2).
           05  SHOW-DATE-IN-DD          PIC X(2).
       01  SHOW-DATE.
           05  SHOW-DATE-CCYY           PIC X(4).
           05  FILLER                   PIC X       VALUE '-'.
           05  SHOW-DATE-MM             PIC X(2).
           05  FILLER                   PIC X       VALUE '-'.
           05  SHOW-DATE-DD             PIC X(2).

       01  DAYS-EDIT                    PIC ZZZZ9.
       01  DORMANT-DAYS-EDIT            PIC ZZ9.
       01  COUNT-EDIT                   PIC Z9.
       01  FLAGGED-EDIT                 PIC Z9.
       01  PAGE-OPERATORS               PIC 99.
       01  PAGE-FLAGGED                 PIC 99.

       01  DORMANT-TOTAL                PIC 99      VALUE 0.
       01  SOD-OPERATOR-TOTAL           PIC 99      VALUE 0.
       01  SOD-CONFLICT-TOTAL           PIC 9(3)    VALUE 0.
       01  NEW-OPERATOR-TOTAL           PIC 99      VALUE 0.
       01  CHANGED-TOTAL                PIC 99      VALUE 0.
       01  REMOVED-TOTAL                PIC 99      VALUE 0.
       01  UNASSIGNED-TOTAL             PIC 99      VALUE 0.
       01  WORK-WRITTEN                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "ARC01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM SET-RUN-DATE-SERIAL.
           PERFORM GET-PARM-CARD.
           PERFORM LOAD-OPERATORS.
           IF OPERATOR-COUNT = 0
               DISPLAY "ARC01: no operators on MENU01SEC - "
                       "nothing to recertify."
           ELSE
               PERFORM LOAD-TEAMS
               PERFORM LOAD-CONFLICT-PAIRS
               PERFORM LOAD-PRIOR-REVIEW
               PERFORM SCAN-MENU-LOG
               PERFORM SCAN-DAILY-LOG
               PERFORM LOAD-PASSWORDS
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                       UNTIL OPR-IDX > OPERATOR-COUNT
                   PERFORM ASSESS-ONE-OPERATOR
               END-PERFORM
               PERFORM BUILD-SUPERVISOR-LIST
               PERFORM OPEN-ARC01-REPORT
               PERFORM VARYING SUPV-IDX FROM 1 BY 1
                       UNTIL SUPV-IDX > SUPV-COUNT
                   PERFORM WRITE-SUPERVISOR-PAGE
               END-PERFORM
               PERFORM WRITE-REMOVED-OPERATORS
               PERFORM CLOSE-ARC01-REPORT
               PERFORM WRITE-WORK-FILE
           END-IF.
           DISPLAY "ARC01: operators reviewed=  " OPERATOR-COUNT.
           DISPLAY "ARC01: dormant=             " DORMANT-TOTAL.
           DISPLAY "ARC01: SoD conflicts=       " SOD-CONFLICT-TOTAL.
           DISPLAY "ARC01: new since last=      " NEW-OPERATOR-TOTAL.
           DISPLAY "ARC01: grants changed=      " CHANGED-TOTAL.
           DISPLAY "ARC01: removed since last=  " REMOVED-TOTAL.
           DISPLAY "ARC01: no supervisor card=  " UNASSIGNED-TOTAL.
           DISPLAY "ARC01: work records=        " WORK-WRITTEN.
           CALL "DAYLOG" USING "ARC01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       SET-RUN-DATE-SERIAL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO RUN-DATE-SERIAL.

       GET-PARM-CARD.
           OPEN INPUT ARC01-PARMCARD.
           IF ARC01PM-STATUS = "00"
               READ ARC01-PARMCARD
                   AT END MOVE "10" TO ARC01PM-STATUS
               END-READ
               IF ARC01PM-STATUS = "00" AND
                  ARC01PM-DORMANT-DAYS IS NUMERIC AND
                  ARC01PM-DORMANT-DAYS > 0
                   MOVE ARC01PM-DORMANT-DAYS TO DORMANT-DAYS
               END-IF
               CLOSE ARC01-PARMCARD
           END-IF.
           MOVE DORMANT-DAYS TO DORMANT-DAYS-EDIT.

       LOAD-OPERATORS.
           MOVE 0 TO OPERATOR-COUNT.
           OPEN INPUT ARC01-SECURITY.
           IF MENU01SEC-STATUS NOT = "00"
               DISPLAY "ARC01: OPEN MENU01SEC - status "
                       MENU01SEC-STATUS
           ELSE
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ ARC01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID NOT = SPACES
                       IF OPERATOR-COUNT < 50
                           ADD 1 TO OPERATOR-COUNT
                           PERFORM TAKE-ONE-OPERATOR
                       ELSE
                           ADD 1 TO OPR-TOO-MANY
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARC01-SECURITY
           END-IF.
           IF OPR-TOO-MANY > 0
               DISPLAY "ARC01: " OPR-TOO-MANY " operators past "
                       "the first 50 were not reviewed."
           END-IF.

       LOAD-TEAMS.
           MOVE 0 TO TEAM-COUNT.
           OPEN INPUT ARC01-TEAMS.
           IF ARC01TEAM-STATUS = "00"
               PERFORM UNTIL ARC01TEAM-STATUS NOT = "00"
                   READ ARC01-TEAMS
                       AT END MOVE "10" TO ARC01TEAM-STATUS
                   END-READ
                   IF ARC01TEAM-STATUS = "00" AND
                      TEAM-OPERATOR-ID NOT = SPACES AND
                      TEAM-COUNT < 50
                       ADD 1 TO TEAM-COUNT
                       MOVE TEAM-OPERATOR-ID TO
                            TEAM-TBL-OPERATOR (TEAM-COUNT)
                       MOVE TEAM-SUPERVISOR-ID TO
                            TEAM-TBL-SUPERVISOR (TEAM-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ARC01-TEAMS
           ELSE
               DISPLAY "ARC01: no ARC01TEAM cards - every "
                       "operator goes on the unassigned page."
           END-IF.

       LOAD-CONFLICT-PAIRS.
           MOVE 0 TO PAIR-COUNT.
           OPEN INPUT ARC01-CONFLICTS.
           IF SODPAIRS-STATUS = "00"
               PERFORM UNTIL SODPAIRS-STATUS NOT = "00"
                   READ ARC01-CONFLICTS
                       AT END MOVE "10" TO SODPAIRS-STATUS
                   END-READ
                   IF SODPAIRS-STATUS = "00" AND
                      SOD-PGM-A NOT = SPACES AND
                      SOD-PGM-B NOT = SPACES AND
                      PAIR-COUNT < 30
                       ADD 1 TO PAIR-COUNT
                       MOVE SOD-PGM-A TO PAIR-TBL-PGM-A (PAIR-COUNT)
                       MOVE SOD-PGM-B TO PAIR-TBL-PGM-B (PAIR-COUNT)
                       MOVE SOD-DESCRIPTION TO
                            PAIR-TBL-TEXT (PAIR-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ARC01-CONFLICTS
           ELSE
               DISPLAY "ARC01: no SODPAIRS cards - segregation "
                       "of duties not checked."
           END-IF.

       LOAD-PRIOR-REVIEW.
           MOVE 0 TO PRIOR-COUNT.
           OPEN INPUT ARC01-PRIOR.
           IF RECERT-STATUS = "00"
               PERFORM UNTIL RECERT-STATUS NOT = "00"
                   READ ARC01-PRIOR
                       AT END MOVE "10" TO RECERT-STATUS
                   END-READ
                   IF RECERT-STATUS = "00" AND
                      NOT RECERT-PENDING
                       PERFORM TAKE-ONE-PRIOR
                   END-IF
               END-PERFORM
               CLOSE ARC01-PRIOR
           END-IF.

      * MENU01LOG lines: date(10) sp time(8) sp operator(10) then
      * " SELECTED <label>".
       SCAN-MENU-LOG.
           OPEN INPUT MENU-LOG-IN.
           IF MENU01LOG-STATUS NOT = "00"
               MOVE 'Y' TO MENULOG-EOF
           END-IF.
           PERFORM UNTIL MENULOG-EOF-YES
               READ MENU-LOG-IN
                   AT END MOVE 'Y' TO MENULOG-EOF
               END-READ
               IF NOT MENULOG-EOF-YES
                   MOVE MENU-LOG-LINE (1:10) TO LOG-DATE-X
                   MOVE MENU-LOG-LINE (21:10) TO LOG-OPERATOR
                   PERFORM NOTE-ONE-SIGNON
               END-IF
           END-PERFORM.
           IF MENU01LOG-STATUS = "00" OR MENU01LOG-STATUS = "10"
               CLOSE MENU-LOG-IN
           END-IF.

      * Every program's START line carries the operator who ran
      * it, so DAILYLOG catches sign-ons that never went through
      * the menu.
       SCAN-DAILY-LOG.
           OPEN INPUT DAILY-LOG-IN.
           IF DAILYLOG-STATUS NOT = "00"
               MOVE 'Y' TO DAILYLOG-EOF
           END-IF.
           PERFORM UNTIL DAILYLOG-EOF-YES
               READ DAILY-LOG-IN
                   AT END MOVE 'Y' TO DAILYLOG-EOF
               END-READ
               IF NOT DAILYLOG-EOF-YES AND
                  DAILYLOG-REC-EVENT = "START   "
                   MOVE DAILYLOG-REC-DATE TO LOG-DATE-X
                   MOVE DAILYLOG-REC-OPERATOR TO LOG-OPERATOR
                   PERFORM NOTE-ONE-SIGNON
               END-IF
           END-PERFORM.
           IF DAILYLOG-STATUS = "00" OR DAILYLOG-STATUS = "10"
               CLOSE DAILY-LOG-IN
           END-IF.

       LOAD-PASSWORDS.
           OPEN INPUT ARC01-PASSWORDS.
           IF MENU01PWD-STATUS = "00"
               PERFORM UNTIL MENU01PWD-STATUS NOT = "00"
                   READ ARC01-PASSWORDS
                       AT END MOVE "10" TO MENU01PWD-STATUS
                   END-READ
                   IF MENU01PWD-STATUS = "00"
                       MOVE PWD-OPERATOR-ID TO LOG-OPERATOR
                       PERFORM FIND-OPERATOR
                       IF OPR-FOUND-IDX > 0 AND
                          PWD-LAST-CHANGED IS NUMERIC
                           MOVE 'Y' TO OPR-TBL-PWD-SW (OPR-FOUND-IDX)
                           MOVE PWD-LAST-CHANGED TO
                                OPR-TBL-PWD-CHANGED (OPR-FOUND-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARC01-PASSWORDS
           END-IF.

       ASSESS-ONE-OPERATOR.
           PERFORM ASSIGN-SUPERVISOR.
           PERFORM AGE-SIGNON-AND-PASSWORD.
           MOVE 'N' TO OPR-TBL-SOD-SW (OPR-IDX).
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               PERFORM CHECK-ONE-PAIR
               IF PGM-HELD
                   MOVE 'Y' TO OPR-TBL-SOD-SW (OPR-IDX)
                   ADD 1 TO SOD-CONFLICT-TOTAL
               END-IF
           END-PERFORM.
           IF OPR-TBL-SOD-CONFLICT (OPR-IDX)
               ADD 1 TO SOD-OPERATOR-TOTAL
           END-IF.
           PERFORM COMPARE-WITH-PRIOR.

       BUILD-SUPERVISOR-LIST.
           MOVE 0 TO SUPV-COUNT.
           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > OPERATOR-COUNT
               IF OPR-TBL-SUPERVISOR (OPR-IDX) NOT = SPACES
                   MOVE 'N' TO SUPV-FOUND-SW
                   PERFORM VARYING SUPV-IDX FROM 1 BY 1
                           UNTIL SUPV-IDX > SUPV-COUNT
                       IF SUPV-TBL-ID (SUPV-IDX) =
                              OPR-TBL-SUPERVISOR (OPR-IDX)
                           MOVE 'Y' TO SUPV-FOUND-SW
                       END-IF
                   END-PERFORM
                   IF NOT SUPV-FOUND
                       ADD 1 TO SUPV-COUNT
                       MOVE OPR-TBL-SUPERVISOR (OPR-IDX) TO
                            SUPV-TBL-ID (SUPV-COUNT)
                   END-IF
               END-IF
           END-PERFORM.
           IF UNASSIGNED-TOTAL > 0
               ADD 1 TO SUPV-COUNT
               MOVE SPACES TO SUPV-TBL-ID (SUPV-COUNT)
           END-IF.

      * One page per supervisor: the team's operators, then the
      * sign-off block the supervisor signs and returns.
       WRITE-SUPERVISOR-PAGE.
           MOVE SUPV-TBL-ID (SUPV-IDX) TO CURRENT-SUPERVISOR.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           IF CURRENT-SUPERVISOR = SPACES
               STRING "ACCESS RECERTIFICATION - OPERATORS WITH NO "
                      "SUPERVISOR ON ARC01TEAM"
                   DELIMITED BY SIZE INTO ARC01-REPORT-LINE
           ELSE
               STRING "ACCESS RECERTIFICATION - TEAM OF SUPERVISOR "
                      CURRENT-SUPERVISOR
                   DELIMITED BY SIZE INTO ARC01-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           IF LAST-REVIEW-DATE = 0
               STRING "PREVIOUS REVIEW: NONE ON FILE - FIRST "
                      "RECERTIFICATION"
                   DELIMITED BY SIZE INTO ARC01-REPORT-LINE
           ELSE
               MOVE LAST-REVIEW-DATE TO SHOW-DATE-IN
               PERFORM FORMAT-SHOW-DATE
               STRING "PREVIOUS REVIEW: " SHOW-DATE
                      "   DORMANT AFTER " DORMANT-DAYS-EDIT
                      " DAYS WITHOUT SIGN-ON"
                   DELIMITED BY SIZE INTO ARC01-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO PAGE-OPERATORS.
           MOVE 0 TO PAGE-FLAGGED.
           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > OPERATOR-COUNT
               IF OPR-TBL-SUPERVISOR (OPR-IDX) = CURRENT-SUPERVISOR
                   PERFORM WRITE-ONE-OPERATOR
               END-IF
           END-PERFORM.
           PERFORM WRITE-SIGN-OFF-BLOCK.

      * Operators on the last review who are no longer on
      * MENU01SEC at all.
       WRITE-REMOVED-OPERATORS.
           MOVE 0 TO REMOVED-TOTAL.
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-COUNT
               IF PRIOR-TBL-MATCHED-SW (PRIOR-IDX) NOT = 'Y'
                   ADD 1 TO REMOVED-TOTAL
               END-IF
           END-PERFORM.
           IF REMOVED-TOTAL > 0
               MOVE SPACES TO ARC01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "OPERATORS ON THE PREVIOUS REVIEW NO LONGER "
                      "ON MENU01SEC"
                   DELIMITED BY SIZE INTO ARC01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                       UNTIL PRIOR-IDX > PRIOR-COUNT
                   IF PRIOR-TBL-MATCHED-SW (PRIOR-IDX) NOT = 'Y'
                       MOVE PRIOR-TBL-REVIEWED (PRIOR-IDX) TO
                            SHOW-DATE-IN
                       PERFORM FORMAT-SHOW-DATE
                       MOVE SPACES TO ARC01-REPORT-LINE
                       STRING "  " PRIOR-TBL-OPERATOR (PRIOR-IDX)
                              "  REMOVED - LAST REVIEWED "
                              SHOW-DATE
                           DELIMITED BY SIZE INTO ARC01-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
           END-IF.

      * The pending results, one per operator, for ARC02. A rerun
      * in the same quarter replaces whatever was still pending.
       WRITE-WORK-FILE.
           OPEN OUTPUT ARC01-WORK.
           IF RECERTWRK-STATUS NOT = "00"
               DISPLAY "ARC01: OPEN RECERTWRK - status "
                       RECERTWRK-STATUS " - nothing to confirm."
           ELSE
               PERFORM VARYING OPR-IDX FROM 1 BY 1
                       UNTIL OPR-IDX > OPERATOR-COUNT
                   PERFORM BUILD-WORK-RECORD
                   WRITE RECERTWRK-LINE FROM RECERT-REC
                   ADD 1 TO WORK-WRITTEN
               END-PERFORM
               CLOSE ARC01-WORK
           END-IF.

       OPEN-ARC01-REPORT.
           OPEN OUTPUT ARC01-REPORT.
           IF ARC01RPT-STATUS NOT = "00"
               DISPLAY "ARC01: OPEN ARC01-REPORT - status "
                       ARC01RPT-STATUS
           END-IF.

       CLOSE-ARC01-REPORT.
           MOVE SPACES TO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           STRING "Operators reviewed is= " OPERATOR-COUNT
                  "  dormant= " DORMANT-TOTAL
                  "  with SoD conflict= " SOD-OPERATOR-TOTAL
               DELIMITED BY SIZE INTO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           STRING "New since last review= " NEW-OPERATOR-TOTAL
                  "  grants changed= " CHANGED-TOTAL
                  "  removed= " REMOVED-TOTAL
               DELIMITED BY SIZE INTO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM BUILD-RPT-FOOTER.
           MOVE RPT-FTR-LINE TO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF ARC01RPT-STATUS = "00"
               CLOSE ARC01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       TAKE-ONE-OPERATOR.
           INITIALIZE OPR-ENTRY (OPERATOR-COUNT).
           MOVE SEC-OPERATOR-ID TO OPR-TBL-ID (OPERATOR-COUNT).
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > 4
               MOVE SEC-ALLOWED-PGM (PGM-IDX) TO
                    OPR-TBL-PGM (OPERATOR-COUNT PGM-IDX)
           END-PERFORM.
           MOVE 'N' TO OPR-TBL-PWD-SW (OPERATOR-COUNT).

       TAKE-ONE-PRIOR.
           MOVE 0 TO PRIOR-FOUND-IDX.
           PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                   UNTIL PRIOR-IDX > PRIOR-COUNT
               IF PRIOR-TBL-OPERATOR (PRIOR-IDX) =
                      RECERT-OPERATOR-ID
                   MOVE PRIOR-IDX TO PRIOR-FOUND-IDX
               END-IF
           END-PERFORM.
           IF PRIOR-FOUND-IDX = 0
               IF PRIOR-COUNT < 50
                   ADD 1 TO PRIOR-COUNT
                   MOVE PRIOR-COUNT TO PRIOR-FOUND-IDX
               END-IF
           END-IF.
           IF PRIOR-FOUND-IDX > 0
               MOVE RECERT-OPERATOR-ID TO
                    PRIOR-TBL-OPERATOR (PRIOR-FOUND-IDX)
               PERFORM VARYING PGM-IDX FROM 1 BY 1
                       UNTIL PGM-IDX > 4
                   MOVE RECERT-GRANTED-PGM (PGM-IDX) TO
                        PRIOR-TBL-PGM (PRIOR-FOUND-IDX PGM-IDX)
               END-PERFORM
               MOVE RECERT-DECISION TO
                    PRIOR-TBL-DECISION (PRIOR-FOUND-IDX)
               MOVE RECERT-REVIEW-DATE TO
                    PRIOR-TBL-REVIEWED (PRIOR-FOUND-IDX)
               MOVE 'N' TO PRIOR-TBL-MATCHED-SW (PRIOR-FOUND-IDX)
           END-IF.
           IF RECERT-REVIEW-DATE IS NUMERIC AND
              RECERT-REVIEW-DATE > LAST-REVIEW-DATE
               MOVE RECERT-REVIEW-DATE TO LAST-REVIEW-DATE
           END-IF.

       NOTE-ONE-SIGNON.
           IF LOG-OPERATOR NOT = SPACES
               MOVE LOG-DATE-X-CCYY TO LOG-DATE-CCYY
               MOVE LOG-DATE-X-MM TO LOG-DATE-MM
               MOVE LOG-DATE-X-DD TO LOG-DATE-DD
               IF LOG-DATE-NUM IS NUMERIC
                   PERFORM FIND-OPERATOR
                   IF OPR-FOUND-IDX > 0
                       IF LOG-DATE-NUM >
                              OPR-TBL-LAST-SIGNON (OPR-FOUND-IDX)
                           MOVE LOG-DATE-NUM TO
                                OPR-TBL-LAST-SIGNON (OPR-FOUND-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE 0 TO OPR-FOUND-IDX.
           PERFORM VARYING OPR-IDX FROM 1 BY 1
                   UNTIL OPR-IDX > OPERATOR-COUNT
               IF OPR-TBL-ID (OPR-IDX) = LOG-OPERATOR
                   MOVE OPR-IDX TO OPR-FOUND-IDX
               END-IF
           END-PERFORM.

       ASSIGN-SUPERVISOR.
           MOVE SPACES TO OPR-TBL-SUPERVISOR (OPR-IDX).
           PERFORM VARYING TEAM-IDX FROM 1 BY 1
                   UNTIL TEAM-IDX > TEAM-COUNT
               IF TEAM-TBL-OPERATOR (TEAM-IDX) = OPR-TBL-ID (OPR-IDX)
                  AND OPR-TBL-SUPERVISOR (OPR-IDX) = SPACES
                   MOVE TEAM-TBL-SUPERVISOR (TEAM-IDX) TO
                        OPR-TBL-SUPERVISOR (OPR-IDX)
               END-IF
           END-PERFORM.
           IF OPR-TBL-SUPERVISOR (OPR-IDX) = SPACES
               ADD 1 TO UNASSIGNED-TOTAL
           END-IF.

      * Never seen signing on counts as dormant - an ID nobody
      * has used is exactly what a review is meant to catch.
       AGE-SIGNON-AND-PASSWORD.
           MOVE 'N' TO OPR-TBL-DORMANT-SW (OPR-IDX).
           MOVE 0 TO OPR-TBL-SIGNON-DAYS (OPR-IDX).
           IF OPR-TBL-LAST-SIGNON (OPR-IDX) = 0
               MOVE 'Y' TO OPR-TBL-DORMANT-SW (OPR-IDX)
           ELSE
               MOVE OPR-TBL-LAST-SIGNON (OPR-IDX) TO DATE-FOR-SERIAL
               CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT
               IF RUN-DATE-SERIAL > SERIAL-RESULT
                   COMPUTE OPR-TBL-SIGNON-DAYS (OPR-IDX) =
                       RUN-DATE-SERIAL - SERIAL-RESULT
               END-IF
               IF OPR-TBL-SIGNON-DAYS (OPR-IDX) > DORMANT-DAYS
                   MOVE 'Y' TO OPR-TBL-DORMANT-SW (OPR-IDX)
               END-IF
           END-IF.
           IF OPR-TBL-DORMANT (OPR-IDX)
               ADD 1 TO DORMANT-TOTAL
           END-IF.
           MOVE 0 TO OPR-TBL-PWD-DAYS (OPR-IDX).
           IF OPR-TBL-HAS-PWD (OPR-IDX) AND
              OPR-TBL-PWD-CHANGED (OPR-IDX) > 0
               MOVE OPR-TBL-PWD-CHANGED (OPR-IDX) TO DATE-FOR-SERIAL
               CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT
               IF RUN-DATE-SERIAL > SERIAL-RESULT
                   COMPUTE OPR-TBL-PWD-DAYS (OPR-IDX) =
                       RUN-DATE-SERIAL - SERIAL-RESULT
               END-IF
           END-IF.

      * PGM-HELD comes back set when the operator at OPR-IDX
      * holds both programs of the pair at PAIR-IDX.
       CHECK-ONE-PAIR.
           MOVE PAIR-TBL-PGM-A (PAIR-IDX) TO PGM-TO-FIND.
           PERFORM FIND-HELD-PROGRAM.
           MOVE PGM-HELD-SW TO PGM-A-HELD-SW.
           MOVE PAIR-TBL-PGM-B (PAIR-IDX) TO PGM-TO-FIND.
           PERFORM FIND-HELD-PROGRAM.
           IF PGM-A-HELD-SW NOT = 'Y'
               MOVE 'N' TO PGM-HELD-SW
           END-IF.

       FIND-HELD-PROGRAM.
           MOVE 'N' TO PGM-HELD-SW.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > 4
               IF OPR-TBL-PGM (OPR-IDX PGM-IDX) = PGM-TO-FIND
                   MOVE 'Y' TO PGM-HELD-SW
               END-IF
           END-PERFORM.

      * F first review (no history at all), N new operator since
      * the last review, C grants added or taken away, U same
      * grants as last time.
       COMPARE-WITH-PRIOR.
           MOVE 0 TO OPR-TBL-PRIOR-IDX (OPR-IDX).
           IF PRIOR-COUNT = 0
               MOVE 'F' TO OPR-TBL-CHANGE-SW (OPR-IDX)
           ELSE
               PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                       UNTIL PRIOR-IDX > PRIOR-COUNT
                   IF PRIOR-TBL-OPERATOR (PRIOR-IDX) =
                          OPR-TBL-ID (OPR-IDX)
                       MOVE PRIOR-IDX TO OPR-TBL-PRIOR-IDX (OPR-IDX)
                       MOVE 'Y' TO PRIOR-TBL-MATCHED-SW (PRIOR-IDX)
                   END-IF
               END-PERFORM
               IF OPR-TBL-PRIOR-IDX (OPR-IDX) = 0
                   MOVE 'N' TO OPR-TBL-CHANGE-SW (OPR-IDX)
                   ADD 1 TO NEW-OPERATOR-TOTAL
               ELSE
                   MOVE OPR-TBL-PRIOR-IDX (OPR-IDX) TO PRIOR-IDX
                   MOVE 'U' TO OPR-TBL-CHANGE-SW (OPR-IDX)
                   PERFORM VARYING PGM-IDX-2 FROM 1 BY 1
                           UNTIL PGM-IDX-2 > 4
                       PERFORM CHECK-GRANT-ADDED
                       IF PGM-HELD
                           MOVE 'C' TO OPR-TBL-CHANGE-SW (OPR-IDX)
                       END-IF
                       PERFORM CHECK-GRANT-REMOVED
                       IF PGM-HELD
                           MOVE 'C' TO OPR-TBL-CHANGE-SW (OPR-IDX)
                       END-IF
                   END-PERFORM
                   IF OPR-TBL-CHANGE-SW (OPR-IDX) = 'C'
                       ADD 1 TO CHANGED-TOTAL
                   END-IF
               END-IF
           END-IF.

      * PGM-HELD set: the operator's slot PGM-IDX-2 holds a
      * program that the prior record at PRIOR-IDX did not.
       CHECK-GRANT-ADDED.
           MOVE 'N' TO PGM-HELD-SW.
           MOVE OPR-TBL-PGM (OPR-IDX PGM-IDX-2) TO PGM-TO-FIND.
           IF PGM-TO-FIND NOT = SPACES
               MOVE 'Y' TO PGM-HELD-SW
               PERFORM VARYING PGM-IDX FROM 1 BY 1
                       UNTIL PGM-IDX > 4
                   IF PRIOR-TBL-PGM (PRIOR-IDX PGM-IDX) = PGM-TO-FIND
                       MOVE 'N' TO PGM-HELD-SW
                   END-IF
               END-PERFORM
           END-IF.

      * PGM-HELD set: the prior record's slot PGM-IDX-2 holds a
      * program the operator no longer has.
       CHECK-GRANT-REMOVED.
           MOVE 'N' TO PGM-HELD-SW.
           MOVE PRIOR-TBL-PGM (PRIOR-IDX PGM-IDX-2) TO PGM-TO-FIND.
           IF PGM-TO-FIND NOT = SPACES
               PERFORM FIND-HELD-PROGRAM
               IF PGM-HELD
                   MOVE 'N' TO PGM-HELD-SW
               ELSE
                   MOVE 'Y' TO PGM-HELD-SW
               END-IF
           END-IF.

       WRITE-ONE-OPERATOR.
           ADD 1 TO PAGE-OPERATORS.
           IF OPR-TBL-DORMANT (OPR-IDX) OR
              OPR-TBL-SOD-CONFLICT (OPR-IDX)
               ADD 1 TO PAGE-FLAGGED
           END-IF.
           MOVE SPACES TO ARC01-REPORT-LINE.
           STRING "OPERATOR " OPR-TBL-ID (OPR-IDX)
                  "  PROGRAMS: " OPR-TBL-PGM (OPR-IDX 1)
                  " " OPR-TBL-PGM (OPR-IDX 2)
                  " " OPR-TBL-PGM (OPR-IDX 3)
                  " " OPR-TBL-PGM (OPR-IDX 4)
               DELIMITED BY SIZE INTO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           IF OPR-TBL-LAST-SIGNON (OPR-IDX) = 0
               MOVE "  LAST SIGN-ON: NONE ON MENU01LOG OR DAILYLOG"
                   TO ARC01-REPORT-LINE
           ELSE
               MOVE OPR-TBL-LAST-SIGNON (OPR-IDX) TO SHOW-DATE-IN
               PERFORM FORMAT-SHOW-DATE
               MOVE OPR-TBL-SIGNON-DAYS (OPR-IDX) TO DAYS-EDIT
               STRING "  LAST SIGN-ON: " SHOW-DATE
                      " (" DAYS-EDIT " DAYS AGO)"
                   DELIMITED BY SIZE INTO ARC01-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           IF OPR-TBL-HAS-PWD (OPR-IDX)
               MOVE OPR-TBL-PWD-CHANGED (OPR-IDX) TO SHOW-DATE-IN
               PERFORM FORMAT-SHOW-DATE
               MOVE OPR-TBL-PWD-DAYS (OPR-IDX) TO DAYS-EDIT
               STRING "  PASSWORD SET: " SHOW-DATE
                      " (" DAYS-EDIT " DAYS OLD)"
                   DELIMITED BY SIZE INTO ARC01-REPORT-LINE
           ELSE
               MOVE "  PASSWORD SET: NO MENU01PWD RECORD"
                   TO ARC01-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF OPR-TBL-DORMANT (OPR-IDX)
               MOVE SPACES TO ARC01-REPORT-LINE
               STRING "  ** DORMANT - NO SIGN-ON IN "
                      DORMANT-DAYS-EDIT " DAYS"
                   DELIMITED BY SIZE INTO ARC01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               PERFORM CHECK-ONE-PAIR
               IF PGM-HELD
                   MOVE SPACES TO ARC01-REPORT-LINE
                   STRING "  ** SOD CONFLICT " PAIR-TBL-PGM-A
                          (PAIR-IDX) " + " PAIR-TBL-PGM-B (PAIR-IDX)
                          " " PAIR-TBL-TEXT (PAIR-IDX)
                       DELIMITED BY SIZE INTO ARC01-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-CHANGE-LINES.
           MOVE "  KEEP [ ]   REVOKE [ ]   NOTE: ____________________"
               TO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-CHANGE-LINES.
           EVALUATE OPR-TBL-CHANGE-SW (OPR-IDX)
               WHEN 'N'
                   MOVE SPACES TO ARC01-REPORT-LINE
                   STRING "  CHANGED: NEW - NOT SIGNED OFF AT ANY "
                          "PREVIOUS REVIEW"
                       DELIMITED BY SIZE INTO ARC01-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN 'C'
                   MOVE OPR-TBL-PRIOR-IDX (OPR-IDX) TO PRIOR-IDX
                   PERFORM VARYING PGM-IDX-2 FROM 1 BY 1
                           UNTIL PGM-IDX-2 > 4
                       PERFORM CHECK-GRANT-ADDED
                       IF PGM-HELD
                           MOVE SPACES TO ARC01-REPORT-LINE
                           STRING "  CHANGED: " PGM-TO-FIND
                                  " GRANTED SINCE THE PREVIOUS REVIEW"
                               DELIMITED BY SIZE
                               INTO ARC01-REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                       PERFORM CHECK-GRANT-REMOVED
                       IF PGM-HELD
                           MOVE SPACES TO ARC01-REPORT-LINE
                           STRING "  CHANGED: " PGM-TO-FIND
                                  " REVOKED SINCE THE PREVIOUS REVIEW"
                               DELIMITED BY SIZE
                               INTO ARC01-REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                   END-PERFORM
               WHEN 'U'
                   MOVE OPR-TBL-PRIOR-IDX (OPR-IDX) TO PRIOR-IDX
                   IF PRIOR-TBL-DECISION (PRIOR-IDX) = 'V'
                       MOVE SPACES TO ARC01-REPORT-LINE
                       STRING "  ** REVOKE ASKED AT THE PREVIOUS "
                              "REVIEW WAS NEVER CARRIED OUT"
                           DELIMITED BY SIZE INTO ARC01-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-EVALUATE.

       WRITE-SIGN-OFF-BLOCK.
           MOVE SPACES TO ARC01-REPORT-LINE.
           MOVE PAGE-OPERATORS TO COUNT-EDIT.
           MOVE PAGE-FLAGGED TO FLAGGED-EDIT.
           STRING "OPERATORS ON THIS PAGE: " COUNT-EDIT
                  "   FLAGGED: " FLAGGED-EDIT
               DELIMITED BY SIZE INTO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "I HAVE REVIEWED THE ACCESS ABOVE. EVERY GRANT "
                  "MARKED KEEP IS STILL NEEDED"
               DELIMITED BY SIZE INTO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           STRING "FOR THE OPERATOR'S DUTIES; EVERY GRANT MARKED "
                  "REVOKE IS TO BE REMOVED."
               DELIMITED BY SIZE INTO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "SUPERVISOR: ____________  SIGNED: "
                  "________________  DATE: __________"
               DELIMITED BY SIZE INTO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO ARC01-REPORT-LINE.
           STRING "DECISIONS TO BE ENTERED THROUGH ARC02 BEFORE "
                  "THE PAGE IS FILED."
               DELIMITED BY SIZE INTO ARC01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       BUILD-WORK-RECORD.
           MOVE SPACES TO RECERT-REC.
           MOVE OPR-TBL-ID (OPR-IDX) TO RECERT-OPERATOR-ID.
           MOVE OPR-TBL-SUPERVISOR (OPR-IDX) TO RECERT-SUPERVISOR-ID.
           PERFORM VARYING PGM-IDX FROM 1 BY 1
                   UNTIL PGM-IDX > 4
               MOVE OPR-TBL-PGM (OPR-IDX PGM-IDX) TO
                    RECERT-GRANTED-PGM (PGM-IDX)
           END-PERFORM.
           MOVE OPR-TBL-LAST-SIGNON (OPR-IDX) TO RECERT-LAST-SIGNON.
           MOVE OPR-TBL-PWD-CHANGED (OPR-IDX) TO RECERT-PWD-CHANGED.
           MOVE OPR-TBL-DORMANT-SW (OPR-IDX) TO RECERT-DORMANT-SW.
           MOVE OPR-TBL-SOD-SW (OPR-IDX) TO RECERT-SOD-SW.
           MOVE OPR-TBL-CHANGE-SW (OPR-IDX) TO RECERT-CHANGE-SW.
           MOVE SUITE-RUN-DATE TO RECERT-REVIEW-DATE.
           MOVE 'P' TO RECERT-DECISION.
           MOVE 0 TO RECERT-CONFIRMED-DATE.

       FORMAT-SHOW-DATE.
           MOVE SHOW-DATE-IN-CCYY TO SHOW-DATE-CCYY.
           MOVE SHOW-DATE-IN-MM TO SHOW-DATE-MM.
           MOVE SHOW-DATE-IN-DD TO SHOW-DATE-DD.

       WRITE-REPORT-LINE.
           IF ARC01RPT-STATUS = "00"
               WRITE ARC01-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="ARC01"==.
