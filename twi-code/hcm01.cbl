      *   YEAR'S RECURRING DATES ONTO HOLCALNW FOR REVIEW (THE
      *   DRAFT IS NEVER SWAPPED IN BY THE PROGRAM),
      *   AND LIST.
      * NOTHING REACHES THE LIVE FILE FROM HERE: WHEN THE SESSION
      * ENDS CLEANLY THROUGH THE SUBMIT PROMPT EACH ADDED OR
      * REMOVED HOLIDAY, AND ANY WEEKEND-RULE CHANGE, IS STAGED
      * ON THE SHARED CHGQUE PENDING-CHANGE QUEUE WITH ITS
      * BEFORE AND AFTER IMAGES AND THE OPERATOR'S REASON, LOGS
      * THROUGH DAYLOG AS STAGED, AND WAITS FOR A SECOND
      * OPERATOR TO APPLY IT THROUGH CHQ01.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT HCM01-CHGQUE ASSIGN TO CHGQUE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CHGQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-CALENDAR.
       FD  HCM01-SUITECFG.
       COPY "suitecfg.cpy".

       FD  HCM01-CHGQUE.
       COPY "chgque.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  CHGQUE-STATUS.
           05  CHGQUE-STATUS-L          PIC X.
           05  CHGQUE-STATUS-R          PIC X.

       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.

       01  PROCESS-SAT-SW               PIC X       VALUE 'N'.
       01  PROCESS-SUN-SW               PIC X       VALUE 'N'.
      * The weekend rule as it stands on the file - the before
      * image a rule change is staged against (spaces when the
      * calendar has no rule record yet).
       01  LOADED-SAT-SW                PIC X       VALUE 'N'.
       01  LOADED-SUN-SW                PIC X       VALUE 'N'.
       01  WEEKEND-RULE-IMAGE           PIC X(80)   VALUE SPACES.
       01  HOLIDAY-COUNT                PIC 99      VALUE 0.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 30 TIMES.
               10  HOLIDAY-TBL-DATE     PIC 9(8).
               10  HOLIDAY-TBL-NAME     PIC X(30).
      * The record exactly as it sits on the file, and whether
      * this session has already staged a change to it.
               10  HOLIDAY-TBL-IMAGE    PIC X(80).
               10  HOLIDAY-TBL-STAGED-SW PIC X.
       01  HOLIDAY-IDX                  PIC 99.
       01  HOLIDAY-FOUND-IDX            PIC 99.
       01  HOLIDAY-SHIFT-IDX            PIC 99.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

      * Change events held until they are really on the queue -
      * the audit trail must never attest to a change nobody can
      * approve.
       01  PENDING-COUNT                PIC 99      VALUE 0.
       01  PENDING-AUDIT-TABLE.
           05  PENDING-AUDIT-ENTRY OCCURS 20 TIMES  PIC X(31).
       01  PENDING-IDX                  PIC 99.
       01  CHANGE-DETAIL                PIC X(31).
      * Holiday adds and removals waiting to be staged, one queue
      * entry each.
       01  HOLIDAY-CHANGE-COUNT         PIC 99      VALUE 0.
       01  HOLIDAY-CHANGE-TABLE.
           05  HOLIDAY-CHANGE OCCURS 20 TIMES.
               10  HOLIDAY-CHG-ACTION   PIC X.
               10  HOLIDAY-CHG-BEFORE   PIC X(80).
               10  HOLIDAY-CHG-AFTER    PIC X(80).
               10  HOLIDAY-CHG-DETAIL   PIC X(31).
       01  HOLIDAY-CHG-IDX              PIC 99.
       01  CHANGE-REASON                PIC X(40).
       01  STAGED-COUNT                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               PERFORM LOAD-THE-CALENDAR
               PERFORM RUN-MAINTENANCE-SESSION
               IF CHANGES-MADE > 0
                   DISPLAY "Submit " CHANGES-MADE
                           " change(s) for approval (Y/N)?"
                   CALL "CONTYN" USING SAVE-ANSWER
                   IF SAVE-ANSWER = 'Y'
                       PERFORM STAGE-CALENDAR-CHANGES THRU
                           STAGE-CALENDAR-CHANGES-EXIT
                   ELSE
                       DISPLAY "Changes discarded - calendar "
                               "untouched."
                                    PROCESS-SAT-SW
                               MOVE HOLCAL-SUN-SW TO
                                    PROCESS-SUN-SW
                               MOVE HOLCAL-SAT-SW TO
                                    LOADED-SAT-SW
                               MOVE HOLCAL-SUN-SW TO
                                    LOADED-SUN-SW
                               MOVE HOLCAL-REC TO
                                    WEEKEND-RULE-IMAGE
                           WHEN 'H'
                               IF HOLIDAY-COUNT < 30
                                   ADD 1 TO HOLIDAY-COUNT
                                   MOVE HOLCAL-NAME TO
                                        HOLIDAY-TBL-NAME
                                            (HOLIDAY-COUNT)
                                   MOVE HOLCAL-REC TO
                                        HOLIDAY-TBL-IMAGE
                                            (HOLIDAY-COUNT)
                                   MOVE 'N' TO
                                        HOLIDAY-TBL-STAGED-SW
                                            (HOLIDAY-COUNT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
               DISPLAY "Calendar is full (30 holidays)."
               GO TO ADD-A-HOLIDAY-EXIT
           END-IF.
           IF HOLIDAY-CHANGE-COUNT >= 20
               DISPLAY "Twenty changes is the session limit - "
                       "submit these first."
               GO TO ADD-A-HOLIDAY-EXIT
           END-IF.
           DISPLAY "Holiday name:".
           ACCEPT ENTRY-NAME.
           ADD 1 TO HOLIDAY-COUNT.
           MOVE ENTRY-DATE TO HOLIDAY-TBL-DATE (HOLIDAY-COUNT).
           MOVE ENTRY-NAME TO HOLIDAY-TBL-NAME (HOLIDAY-COUNT).
           MOVE SPACES TO HOLCAL-REC.
           MOVE 'H' TO HOLCAL-REC-TYPE.
           MOVE ENTRY-DATE TO HOLCAL-DATE.
           MOVE ENTRY-NAME TO HOLCAL-NAME.
           MOVE HOLCAL-REC TO HOLIDAY-TBL-IMAGE (HOLIDAY-COUNT).
           MOVE 'Y' TO HOLIDAY-TBL-STAGED-SW (HOLIDAY-COUNT).
           ADD 1 TO CHANGES-MADE.
           MOVE SPACES TO CHANGE-DETAIL.
           STRING "ADDED " ENTRY-DATE " " ENTRY-NAME (1:16)
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           PERFORM STASH-AUDIT-LINE.
           ADD 1 TO HOLIDAY-CHANGE-COUNT.
           MOVE 'A' TO HOLIDAY-CHG-ACTION (HOLIDAY-CHANGE-COUNT).
           MOVE SPACES TO HOLIDAY-CHG-BEFORE (HOLIDAY-CHANGE-COUNT).
           MOVE HOLCAL-REC TO
                HOLIDAY-CHG-AFTER (HOLIDAY-CHANGE-COUNT).
           MOVE CHANGE-DETAIL TO
                HOLIDAY-CHG-DETAIL (HOLIDAY-CHANGE-COUNT).
           DISPLAY ENTRY-DATE " added.".
       ADD-A-HOLIDAY-EXIT.
           EXIT.
               DISPLAY ENTRY-DATE " is not on the calendar."
               GO TO REMOVE-A-HOLIDAY-EXIT
           END-IF.
      * Each staged change is applied against its before image,
      * so a holiday added this session cannot also be removed.
           IF HOLIDAY-TBL-STAGED-SW (HOLIDAY-FOUND-IDX) = 'Y'
               DISPLAY ENTRY-DATE " is already changed this "
                       "session."
               GO TO REMOVE-A-HOLIDAY-EXIT
           END-IF.
           IF HOLIDAY-CHANGE-COUNT >= 20
               DISPLAY "Twenty changes is the session limit - "
                       "submit these first."
               GO TO REMOVE-A-HOLIDAY-EXIT
           END-IF.
           DISPLAY "Remove "
                   HOLIDAY-TBL-NAME (HOLIDAY-FOUND-IDX) "?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               GO TO REMOVE-A-HOLIDAY-EXIT
           END-IF.
           ADD 1 TO HOLIDAY-CHANGE-COUNT.
           MOVE 'R' TO HOLIDAY-CHG-ACTION (HOLIDAY-CHANGE-COUNT).
           MOVE HOLIDAY-TBL-IMAGE (HOLIDAY-FOUND-IDX) TO
                HOLIDAY-CHG-BEFORE (HOLIDAY-CHANGE-COUNT).
           MOVE SPACES TO HOLIDAY-CHG-AFTER (HOLIDAY-CHANGE-COUNT).
           PERFORM VARYING HOLIDAY-SHIFT-IDX
                   FROM HOLIDAY-FOUND-IDX BY 1
                   UNTIL HOLIDAY-SHIFT-IDX >= HOLIDAY-COUNT
           STRING "REMOVED " ENTRY-DATE
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           PERFORM STASH-AUDIT-LINE.
           MOVE CHANGE-DETAIL TO
                HOLIDAY-CHG-DETAIL (HOLIDAY-CHANGE-COUNT).
           DISPLAY ENTRY-DATE " removed.".
       REMOVE-A-HOLIDAY-EXIT.
           EXIT.
                       HOLIDAY-TBL-NAME (HOLIDAY-IDX)
           END-PERFORM.

      * One queue entry per holiday added or removed, plus one
      * for the weekend rule if it ends the session different
      * from the file, all under the one reason given.
       STAGE-CALENDAR-CHANGES.
           IF HOLIDAY-CHANGE-COUNT = 0 AND
              PROCESS-SAT-SW = LOADED-SAT-SW AND
              PROCESS-SUN-SW = LOADED-SUN-SW
               DISPLAY "The calendar matches the file - nothing "
                       "to stage."
               GO TO STAGE-CALENDAR-CHANGES-EXIT
           END-IF.
           DISPLAY "Reason for the change (for the approver):".
           ACCEPT CHANGE-REASON.
           IF CHANGE-REASON = SPACES
               DISPLAY "A reason is required - changes discarded."
               GO TO STAGE-CALENDAR-CHANGES-EXIT
           END-IF.
           OPEN EXTEND HCM01-CHGQUE.
           IF CHGQUE-STATUS NOT = "00"
               OPEN OUTPUT HCM01-CHGQUE
           END-IF.
           IF CHGQUE-STATUS NOT = "00"
               DISPLAY "HCM01: OPEN CHGQUE - status "
                       CHGQUE-STATUS
               GO TO STAGE-CALENDAR-CHANGES-EXIT
           END-IF.
           MOVE 0 TO STAGED-COUNT.
           IF PROCESS-SAT-SW NOT = LOADED-SAT-SW OR
              PROCESS-SUN-SW NOT = LOADED-SUN-SW
               MOVE SPACES TO HOLCAL-REC
               MOVE 'W' TO HOLCAL-REC-TYPE
               MOVE 0 TO HOLCAL-DATE
               MOVE PROCESS-SAT-SW TO HOLCAL-SAT-SW
               MOVE PROCESS-SUN-SW TO HOLCAL-SUN-SW
               PERFORM SET-UP-QUEUE-ENTRY
               IF WEEKEND-RULE-IMAGE = SPACES
                   MOVE 'A' TO CHGQUE-ACTION
               ELSE
                   MOVE 'C' TO CHGQUE-ACTION
               END-IF
               MOVE WEEKEND-RULE-IMAGE TO CHGQUE-BEFORE-IMAGE
               MOVE HOLCAL-REC TO CHGQUE-AFTER-IMAGE
               STRING "WEEKEND RULE SAT=" PROCESS-SAT-SW
                      " SUN=" PROCESS-SUN-SW
                   DELIMITED BY SIZE INTO CHGQUE-DESCRIPTION
               WRITE CHGQUE-REC
               ADD 1 TO STAGED-COUNT
           END-IF.
           PERFORM VARYING HOLIDAY-CHG-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-CHG-IDX > HOLIDAY-CHANGE-COUNT
               PERFORM SET-UP-QUEUE-ENTRY
               MOVE HOLIDAY-CHG-ACTION (HOLIDAY-CHG-IDX) TO
                    CHGQUE-ACTION
               MOVE HOLIDAY-CHG-BEFORE (HOLIDAY-CHG-IDX) TO
                    CHGQUE-BEFORE-IMAGE
               MOVE HOLIDAY-CHG-AFTER (HOLIDAY-CHG-IDX) TO
                    CHGQUE-AFTER-IMAGE
               MOVE HOLIDAY-CHG-DETAIL (HOLIDAY-CHG-IDX) TO
                    CHGQUE-DESCRIPTION
               WRITE CHGQUE-REC
               ADD 1 TO STAGED-COUNT
           END-PERFORM.
           CLOSE HCM01-CHGQUE.
           DISPLAY STAGED-COUNT " calendar change(s) staged - "
                   "they take effect once applied through CHQ01.".
           PERFORM FLUSH-PENDING-AUDIT.
       STAGE-CALENDAR-CHANGES-EXIT.
           EXIT.

       SET-UP-QUEUE-ENTRY.
           MOVE SPACES TO CHGQUE-REC.
           MOVE 'H' TO CHGQUE-TARGET.
           MOVE TRAINING-SW TO CHGQUE-TRAINING-SW.
           MOVE CHANGE-REASON TO CHGQUE-REASON.
           MOVE OPERATOR-ID TO CHGQUE-MAKER-ID.
           ACCEPT CHGQUE-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT CHGQUE-STAGED-TIME FROM TIME.
           MOVE 'P' TO CHGQUE-ENTRY-STATUS.
           MOVE 0 TO CHGQUE-DECIDED-DATE.
           MOVE 0 TO CHGQUE-DECIDED-TIME.

       STASH-AUDIT-LINE.
           IF PENDING-COUNT < 20
               ADD 1 TO PENDING-COUNT
               MOVE PENDING-AUDIT-ENTRY (PENDING-IDX) TO
                    CHANGE-DETAIL
               CALL "DAYLOG" USING "HCM01   " OPERATOR-ID
                                    "CHGSTAGE" CHANGE-DETAIL
           END-PERFORM.
