       IDENTIFICATION DIVISION.
       PROGRAM-ID. RBK01.
      *--------------------------------------------------
      * RUN-BOOK CHECKLIST CONSOLE. THE OVERNIGHT RECOVERY
      * PROCEDURES - SWAPPING SUSPNEW OVER SUSPENSE, RERUNNING
      * FROM RST01'S PLAN, THE DR MANIFEST CHECK AND THE REST -
      * ARE NUMBERED STEPS IN A BINDER, AND NOTHING RECORDED
      * THAT THEY WERE FOLLOWED. EACH PROCEDURE NOW LIVES ON
      * RBKPROC UNDER AN EIGHT-CHARACTER NAME: ONE TITLE CARD
      * (TYPE T) AND ITS STEP CARDS (TYPE S) IN ORDER. RBK01
      * LOADS THE NAMED PROCEDURE, LISTS IT NUMBERED THE WAY
      * EIGER04 NUMBERS ITS LINES, THEN PRESENTS EACH STEP IN
      * TURN FOR THE OPERATOR TO CONFIRM AS DONE, SKIPPED OR
      * FAILED - A SKIP OR A FAILURE MUST GIVE A REASON. EVERY
      * RESPONSE IS APPENDED TO RBKLOG AS IT IS GIVEN, WITH THE
      * OPERATOR ID, DATE AND TIME AND THE STEP TEXT AS SHOWN.
      * A FAILED STEP STOPS THE CHECKLIST, AND THE OPERATOR MAY
      * STOP ONE PART-WAY; EITHER WAY IT STAYS OPEN, IS CARRIED
      * ON THE HOV01 HANDOVER SHEET, AND IS OFFERED FOR
      * CONTINUING (FROM THE FAILED STEP, OR THE NEXT ONE) THE
      * NEXT TIME ANYONE CALLS UP THAT PROCEDURE - OR ABANDONED,
      * WITH A REASON, IF A FRESH START IS NEEDED. A COMPLETED
      * CHECKLIST CAN BE PRINTED TO RBK01RPT, EVERY RESPONSE IN
      * ORDER UNDER THE SUITE HEADER, AS EVIDENCE FOR AUDIT.
      * ADD IT TO THE MENU01OPT TABLE TO OFFER IT FROM MENU01.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RBK01-PROCEDURES ASSIGN TO RBKPROC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RBKPROC-STATUS.

           SELECT RBK01-LOG ASSIGN TO RBKLOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RBKLOG-STATUS.

           SELECT RBK01-REPORT ASSIGN TO RBK01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RBK01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RBK01-PROCEDURES.
       01  RBKPROC-REC.
           05  RBKPROC-NAME             PIC X(8).
           05  RBKPROC-TYPE             PIC X.
               88  RBKPROC-TITLE                     VALUE 'T'.
               88  RBKPROC-STEP                      VALUE 'S'.
           05  FILLER                   PIC X.
           05  RBKPROC-TEXT             PIC X(60).
           05  FILLER                   PIC X(10).

       FD  RBK01-LOG.
           COPY "rbklog.cpy".

       FD  RBK01-REPORT.
       01  RBK01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==RBKLOGF==.

       01  RBKPROC-STATUS.
           05  RBKPROC-STATUS-L         PIC X.
           05  RBKPROC-STATUS-R         PIC X.
       01  RBKLOG-STATUS.
           05  RBKLOG-STATUS-L          PIC X.
           05  RBKLOG-STATUS-R          PIC X.
       01  RBK01RPT-STATUS.
           05  RBK01RPT-STATUS-L        PIC X.
           05  RBK01RPT-STATUS-R        PIC X.

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  CONSOLE-DONE-SW              PIC X       VALUE 'N'.
           88  CONSOLE-DONE                          VALUE 'Y'.
       01  MENU-PICK                    PIC X.
       01  STEP-PICK                    PIC X.
       01  OPEN-PICK                    PIC X.
       01  PRINT-PICK                   PIC 99.
       01  LOG-DETAIL                   PIC X(31).

      * The procedure called up, as loaded from RBKPROC.
       01  PROC-NAME                    PIC X(8).
       01  PROC-TITLE                   PIC X(60).
       01  STEP-COUNT                   PIC 99      VALUE 0.
       01  STEP-TABLE.
           05  STEP-TEXT OCCURS 40 TIMES PIC X(60).
       01  STEP-IDX                     PIC 99.
       01  FIRST-STEP                   PIC 99.
       01  THE-NUMBER                   PIC 9(2).
       01  A-SPACE                      PIC X       VALUE SPACE.

      * The checklist being worked, and the last one left open
      * on RBKLOG for the same procedure.
       01  CURRENT-ID.
           05  CURRENT-OPENED-DATE      PIC 9(8).
           05  CURRENT-OPENED-TIME      PIC 9(8).
       01  OPEN-FOUND-SW                PIC X       VALUE 'N'.
           88  OPEN-CHECKLIST-FOUND                  VALUE 'Y'.
       01  OPEN-ID.
           05  OPEN-OPENED-DATE         PIC 9(8).
           05  OPEN-OPENED-TIME         PIC 9(8).
       01  OPEN-OPERATOR-ID             PIC X(10).
       01  OPEN-LAST-STEP               PIC 99.
       01  OPEN-RESUME-STEP             PIC 99.
       01  OPEN-FAILED-SW               PIC X.
           88  OPEN-STOPPED-ON-FAILURE               VALUE 'Y'.
       01  STOPPED-SW                   PIC X       VALUE 'N'.
           88  CHECKLIST-STOPPED                     VALUE 'Y'.

      * One response, as it goes on to RBKLOG.
       01  RESPONSE-EVENT               PIC X.
       01  RESPONSE-STEP                PIC 99.
       01  RESPONSE-TEXT                PIC X(60).
       01  RESPONSE-REASON              PIC X(40).
       01  REASON-PROMPT                PIC X(40).

      * Completed checklists of one procedure offered for
      * printing - the latest ten.
       01  DONE-COUNT                   PIC 99      VALUE 0.
       01  DONE-TABLE.
           05  DONE-ENTRY OCCURS 10 TIMES.
               10  DONE-TBL-ID.
                   15  DONE-TBL-OPENED-DATE PIC 9(8).
                   15  DONE-TBL-OPENED-TIME PIC 9(8).
               10  DONE-TBL-CLOSED-DATE PIC 9(8).
               10  DONE-TBL-CLOSED-TIME PIC 9(8).
               10  DONE-TBL-OPERATOR-ID PIC X(10).
       01  DONE-IDX                     PIC 99.
       01  PRINT-ID.
           05  PRINT-OPENED-DATE        PIC 9(8).
           05  PRINT-OPENED-TIME        PIC 9(8).
       01  EVENT-NAME                   PIC X(8).
       01  PRINTED-DONE                 PIC 99      VALUE 0.
       01  PRINTED-SKIPPED              PIC 99      VALUE 0.
       01  PRINTED-FAILED               PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "RBK01   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           PERFORM CHOOSE-AND-DO UNTIL CONSOLE-DONE.
           CALL "DAYLOG" USING "RBK01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHOOSE-AND-DO.
           DISPLAY " ".
           DISPLAY "R=Run a checklist  P=Print a completed "
                   "checklist  X=Exit".
           ACCEPT MENU-PICK.
           EVALUATE MENU-PICK
               WHEN 'R' WHEN 'r'
                   PERFORM RUN-A-CHECKLIST THRU
                       RUN-A-CHECKLIST-EXIT
               WHEN 'P' WHEN 'p'
                   PERFORM PRINT-A-CHECKLIST THRU
                       PRINT-A-CHECKLIST-EXIT
               WHEN 'X' WHEN 'x'
                   MOVE 'Y' TO CONSOLE-DONE-SW
               WHEN OTHER
                   DISPLAY "Please enter R, P or X."
           END-EVALUATE.

       RUN-A-CHECKLIST.
           PERFORM ASK-PROC-NAME.
           PERFORM LOAD-THE-PROCEDURE.
           IF STEP-COUNT = 0
               DISPLAY "RBK01: no procedure " PROC-NAME
                       " on RBKPROC."
               GO TO RUN-A-CHECKLIST-EXIT
           END-IF.
           PERFORM LIST-THE-PROCEDURE.
           PERFORM FIND-OPEN-CHECKLIST.
           OPEN EXTEND RBK01-LOG.
           IF RBKLOG-STATUS NOT = "00"
               OPEN OUTPUT RBK01-LOG
           END-IF.
           IF RBKLOG-STATUS NOT = "00"
               DISPLAY "RBK01: OPEN RBKLOG - status "
                       RBKLOG-STATUS " - a checklist cannot be "
                       "worked without its record."
               GO TO RUN-A-CHECKLIST-EXIT
           END-IF.
           IF OPEN-CHECKLIST-FOUND
               DISPLAY " "
               DISPLAY "Checklist opened " OPEN-OPENED-DATE " "
                       OPEN-OPENED-TIME (1:4) " by "
                       OPEN-OPERATOR-ID " is still open."
               IF OPEN-STOPPED-ON-FAILURE
                   DISPLAY "It stopped when step " OPEN-LAST-STEP
                           " failed."
               ELSE
                   DISPLAY "Steps answered so far: "
                           OPEN-LAST-STEP
               END-IF
               DISPLAY "C=Continue it  N=Abandon it and start "
                       "afresh  Q=Leave it open"
               ACCEPT OPEN-PICK
               EVALUATE OPEN-PICK
                   WHEN 'C' WHEN 'c'
                       MOVE OPEN-ID TO CURRENT-ID
                       MOVE OPEN-RESUME-STEP TO FIRST-STEP
                       MOVE PROC-NAME TO LOG-DETAIL
                       CALL "DAYLOG" USING "RBK01   " OPERATOR-ID
                                            "RBKCONT " LOG-DETAIL
                   WHEN 'N' WHEN 'n'
                       MOVE "Reason for abandoning it:" TO
                            REASON-PROMPT
                       PERFORM ASK-FOR-REASON
                       MOVE OPEN-ID TO CURRENT-ID
                       MOVE 'A' TO RESPONSE-EVENT
                       MOVE OPEN-LAST-STEP TO RESPONSE-STEP
                       MOVE PROC-TITLE TO RESPONSE-TEXT
                       PERFORM WRITE-LOG-EVENT
                       MOVE PROC-NAME TO LOG-DETAIL
                       CALL "DAYLOG" USING "RBK01   " OPERATOR-ID
                                            "RBKABAND" LOG-DETAIL
                       PERFORM OPEN-NEW-CHECKLIST
                   WHEN OTHER
                       CLOSE RBK01-LOG
                       DISPLAY "Left open - it stays on the "
                               "handover sheet."
                       GO TO RUN-A-CHECKLIST-EXIT
               END-EVALUATE
           ELSE
               PERFORM OPEN-NEW-CHECKLIST
           END-IF.
           MOVE 'N' TO STOPPED-SW.
           PERFORM WORK-ONE-STEP
               VARYING STEP-IDX FROM FIRST-STEP BY 1
               UNTIL STEP-IDX > STEP-COUNT OR CHECKLIST-STOPPED.
           IF NOT CHECKLIST-STOPPED
               MOVE 'C' TO RESPONSE-EVENT
               MOVE STEP-COUNT TO RESPONSE-STEP
               MOVE PROC-TITLE TO RESPONSE-TEXT
               MOVE SPACES TO RESPONSE-REASON
               PERFORM WRITE-LOG-EVENT
               DISPLAY " "
               DISPLAY "Checklist " PROC-NAME " complete - all "
                       STEP-COUNT " steps answered."
               MOVE PROC-NAME TO LOG-DETAIL
               CALL "DAYLOG" USING "RBK01   " OPERATOR-ID
                                    "RBKDONE " LOG-DETAIL
           END-IF.
           CLOSE RBK01-LOG.
       RUN-A-CHECKLIST-EXIT.
           EXIT.

       PRINT-A-CHECKLIST.
           PERFORM ASK-PROC-NAME.
           PERFORM FIND-DONE-CHECKLISTS.
           IF DONE-COUNT = 0
               DISPLAY "RBK01: no completed checklist for "
                       PROC-NAME " on RBKLOG."
               GO TO PRINT-A-CHECKLIST-EXIT
           END-IF.
           DISPLAY " ".
           DISPLAY "Completed checklists for " PROC-NAME ":".
           PERFORM VARYING DONE-IDX FROM 1 BY 1
                   UNTIL DONE-IDX > DONE-COUNT
               DISPLAY DONE-IDX "  opened "
                       DONE-TBL-OPENED-DATE (DONE-IDX) " "
                       DONE-TBL-OPENED-TIME (DONE-IDX) (1:4)
                       "  completed "
                       DONE-TBL-CLOSED-DATE (DONE-IDX) " "
                       DONE-TBL-CLOSED-TIME (DONE-IDX) (1:4)
                       " by " DONE-TBL-OPERATOR-ID (DONE-IDX)
           END-PERFORM.
           DISPLAY "Enter the number to print:".
           ACCEPT PRINT-PICK.
           IF PRINT-PICK < 1 OR PRINT-PICK > DONE-COUNT
               DISPLAY "Nothing printed."
               GO TO PRINT-A-CHECKLIST-EXIT
           END-IF.
           MOVE DONE-TBL-ID (PRINT-PICK) TO PRINT-ID.
           OPEN OUTPUT RBK01-REPORT.
           IF RBK01RPT-STATUS NOT = "00"
               DISPLAY "RBK01: OPEN RBK01-REPORT - status "
                       RBK01RPT-STATUS
               GO TO PRINT-A-CHECKLIST-EXIT
           END-IF.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO RBK01-REPORT-LINE.
           WRITE RBK01-REPORT-LINE.
           MOVE SPACES TO RBK01-REPORT-LINE.
           STRING "RUN-BOOK CHECKLIST EVIDENCE - PRINTED BY "
                  OPERATOR-ID
               DELIMITED BY SIZE INTO RBK01-REPORT-LINE.
           WRITE RBK01-REPORT-LINE.
           MOVE 0 TO PRINTED-DONE PRINTED-SKIPPED PRINTED-FAILED.
           PERFORM PRINT-THE-EVENTS.
           MOVE SPACES TO RBK01-REPORT-LINE.
           WRITE RBK01-REPORT-LINE.
           MOVE SPACES TO RBK01-REPORT-LINE.
           STRING "STEPS DONE " PRINTED-DONE
                  "  SKIPPED " PRINTED-SKIPPED
                  "  FAILED AND RETAKEN " PRINTED-FAILED
               DELIMITED BY SIZE INTO RBK01-REPORT-LINE.
           WRITE RBK01-REPORT-LINE.
           PERFORM BUILD-RPT-FOOTER.
           MOVE RPT-FTR-LINE TO RBK01-REPORT-LINE.
           WRITE RBK01-REPORT-LINE.
           CLOSE RBK01-REPORT.
           DISPLAY "Checklist printed to RBK01RPT.".
           MOVE PROC-NAME TO LOG-DETAIL.
           CALL "DAYLOG" USING "RBK01   " OPERATOR-ID
                                "RBKPRINT" LOG-DETAIL.
       PRINT-A-CHECKLIST-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
       ASK-PROC-NAME.
           DISPLAY "Procedure name:".
           MOVE SPACES TO PROC-NAME.
           ACCEPT PROC-NAME.
           INSPECT PROC-NAME CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       LOAD-THE-PROCEDURE.
           MOVE 0 TO STEP-COUNT.
           MOVE SPACES TO PROC-TITLE.
           OPEN INPUT RBK01-PROCEDURES.
           IF RBKPROC-STATUS = "00"
               PERFORM UNTIL RBKPROC-STATUS NOT = "00"
                   READ RBK01-PROCEDURES
                       AT END MOVE "10" TO RBKPROC-STATUS
                   END-READ
                   IF RBKPROC-STATUS = "00" AND
                      RBKPROC-NAME = PROC-NAME
                       IF RBKPROC-TITLE
                           MOVE RBKPROC-TEXT TO PROC-TITLE
                       END-IF
                       IF RBKPROC-STEP AND STEP-COUNT < 40
                           ADD 1 TO STEP-COUNT
                           MOVE RBKPROC-TEXT TO
                                STEP-TEXT (STEP-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RBK01-PROCEDURES
           END-IF.

       LIST-THE-PROCEDURE.
           DISPLAY " ".
           DISPLAY PROC-NAME " - " PROC-TITLE.
           MOVE 0 TO THE-NUMBER.
           PERFORM ADD-NUMBER-AND-DISPLAY
               VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > STEP-COUNT.

      * The last checklist opened for this procedure, if no
      * complete or abandon record has closed it since, and the
      * step it would pick up from: the failed step itself,
      * otherwise the one after the last answered.
       FIND-OPEN-CHECKLIST.
           MOVE 'N' TO OPEN-FOUND-SW.
           MOVE 'N' TO RBKLOGF-EOF.
           OPEN INPUT RBK01-LOG.
           IF RBKLOG-STATUS NOT = "00"
               MOVE 'Y' TO RBKLOGF-EOF
           END-IF.
           PERFORM UNTIL RBKLOGF-EOF-YES
               READ RBK01-LOG
                   AT END MOVE 'Y' TO RBKLOGF-EOF
               END-READ
               IF NOT RBKLOGF-EOF-YES AND
                  RBKLOG-PROC-NAME = PROC-NAME
                   PERFORM TRACK-OPEN-CHECKLIST
               END-IF
           END-PERFORM.
           IF RBKLOG-STATUS = "00" OR RBKLOG-STATUS = "10"
               CLOSE RBK01-LOG
           END-IF.

       TRACK-OPEN-CHECKLIST.
           IF RBKLOG-OPENED
               MOVE 'Y' TO OPEN-FOUND-SW
               MOVE RBKLOG-CHECKLIST-ID TO OPEN-ID
               MOVE RBKLOG-OPERATOR-ID TO OPEN-OPERATOR-ID
               MOVE 0 TO OPEN-LAST-STEP
               MOVE 1 TO OPEN-RESUME-STEP
               MOVE 'N' TO OPEN-FAILED-SW
           ELSE
               IF OPEN-CHECKLIST-FOUND AND
                  RBKLOG-CHECKLIST-ID = OPEN-ID
                   EVALUATE TRUE
                       WHEN RBKLOG-CLOSED
                           MOVE 'N' TO OPEN-FOUND-SW
                       WHEN RBKLOG-STEP-FAILED
                           MOVE RBKLOG-STEP-NBR TO OPEN-LAST-STEP
                           MOVE RBKLOG-STEP-NBR TO OPEN-RESUME-STEP
                           MOVE 'Y' TO OPEN-FAILED-SW
                       WHEN OTHER
                           MOVE RBKLOG-STEP-NBR TO OPEN-LAST-STEP
                           COMPUTE OPEN-RESUME-STEP =
                                   RBKLOG-STEP-NBR + 1
                           MOVE 'N' TO OPEN-FAILED-SW
                   END-EVALUATE
               END-IF
           END-IF.

       OPEN-NEW-CHECKLIST.
           ACCEPT CURRENT-OPENED-DATE FROM DATE YYYYMMDD.
           ACCEPT CURRENT-OPENED-TIME FROM TIME.
           MOVE 'O' TO RESPONSE-EVENT.
           MOVE 0 TO RESPONSE-STEP.
           MOVE PROC-TITLE TO RESPONSE-TEXT.
           MOVE SPACES TO RESPONSE-REASON.
           PERFORM WRITE-LOG-EVENT.
           MOVE 1 TO FIRST-STEP.
           MOVE PROC-NAME TO LOG-DETAIL.
           CALL "DAYLOG" USING "RBK01   " OPERATOR-ID
                                "RBKOPEN " LOG-DETAIL.

       WORK-ONE-STEP.
           DISPLAY " ".
           DISPLAY "Step " STEP-IDX " of " STEP-COUNT ": "
                   STEP-TEXT (STEP-IDX).
           MOVE SPACE TO RESPONSE-EVENT.
           PERFORM ASK-STEP-RESPONSE UNTIL RESPONSE-EVENT NOT = SPACE.
           IF RESPONSE-EVENT = 'Q'
               MOVE 'Y' TO STOPPED-SW
               DISPLAY "Checklist left open before step " STEP-IDX
                       " - it stays on the handover sheet."
           ELSE
               MOVE STEP-IDX TO RESPONSE-STEP
               MOVE STEP-TEXT (STEP-IDX) TO RESPONSE-TEXT
               PERFORM WRITE-LOG-EVENT
               IF RESPONSE-EVENT = 'F'
                   MOVE 'Y' TO STOPPED-SW
                   DISPLAY "Step " STEP-IDX " failed - checklist "
                           "stopped, it stays on the handover sheet."
                   MOVE PROC-NAME TO LOG-DETAIL
                   CALL "DAYLOG" USING "RBK01   " OPERATOR-ID
                                        "RBKFAIL " LOG-DETAIL
               END-IF
           END-IF.

       ASK-STEP-RESPONSE.
           DISPLAY "D=Done  S=Skipped  F=Failed  Q=Stop here for now".
           ACCEPT STEP-PICK.
           MOVE SPACES TO RESPONSE-REASON.
           EVALUATE STEP-PICK
               WHEN 'D' WHEN 'd'
                   MOVE 'D' TO RESPONSE-EVENT
               WHEN 'S' WHEN 's'
                   MOVE "Reason for skipping it:" TO REASON-PROMPT
                   PERFORM ASK-FOR-REASON
                   MOVE 'S' TO RESPONSE-EVENT
               WHEN 'F' WHEN 'f'
                   MOVE "What failed:" TO REASON-PROMPT
                   PERFORM ASK-FOR-REASON
                   MOVE 'F' TO RESPONSE-EVENT
               WHEN 'Q' WHEN 'q'
                   MOVE 'Q' TO RESPONSE-EVENT
               WHEN OTHER
                   DISPLAY "Please enter D, S, F or Q."
           END-EVALUATE.

       ASK-FOR-REASON.
           MOVE SPACES TO RESPONSE-REASON.
           PERFORM ASK-REASON-ONCE UNTIL RESPONSE-REASON NOT = SPACES.

       ASK-REASON-ONCE.
           DISPLAY REASON-PROMPT.
           ACCEPT RESPONSE-REASON.
           IF RESPONSE-REASON = SPACES
               DISPLAY "A reason is required."
           END-IF.

       WRITE-LOG-EVENT.
           MOVE SPACES TO RBKLOG-REC.
           MOVE CURRENT-ID TO RBKLOG-CHECKLIST-ID.
           MOVE PROC-NAME TO RBKLOG-PROC-NAME.
           MOVE RESPONSE-STEP TO RBKLOG-STEP-NBR.
           MOVE STEP-COUNT TO RBKLOG-STEP-COUNT.
           MOVE RESPONSE-EVENT TO RBKLOG-EVENT.
           MOVE OPERATOR-ID TO RBKLOG-OPERATOR-ID.
           ACCEPT RBKLOG-EVENT-DATE FROM DATE YYYYMMDD.
           ACCEPT RBKLOG-EVENT-TIME FROM TIME.
           MOVE RESPONSE-TEXT TO RBKLOG-STEP-TEXT.
           MOVE RESPONSE-REASON TO RBKLOG-REASON.
           WRITE RBKLOG-REC.
           IF RBKLOG-STATUS NOT = "00"
               DISPLAY "RBK01: WRITE RBKLOG - status "
                       RBKLOG-STATUS " - tell the shift leader, "
                       "this response is not on record."
           END-IF.

      * The latest ten checklists of this procedure closed
      * complete, oldest first.
       FIND-DONE-CHECKLISTS.
           MOVE 0 TO DONE-COUNT.
           MOVE 'N' TO RBKLOGF-EOF.
           OPEN INPUT RBK01-LOG.
           IF RBKLOG-STATUS NOT = "00"
               MOVE 'Y' TO RBKLOGF-EOF
           END-IF.
           PERFORM UNTIL RBKLOGF-EOF-YES
               READ RBK01-LOG
                   AT END MOVE 'Y' TO RBKLOGF-EOF
               END-READ
               IF NOT RBKLOGF-EOF-YES AND
                  RBKLOG-PROC-NAME = PROC-NAME AND
                  RBKLOG-COMPLETED
                   PERFORM KEEP-ONE-DONE-CHECKLIST
               END-IF
           END-PERFORM.
           IF RBKLOG-STATUS = "00" OR RBKLOG-STATUS = "10"
               CLOSE RBK01-LOG
           END-IF.

       KEEP-ONE-DONE-CHECKLIST.
           IF DONE-COUNT = 10
               PERFORM VARYING DONE-IDX FROM 1 BY 1
                       UNTIL DONE-IDX > 9
                   MOVE DONE-ENTRY (DONE-IDX + 1) TO
                        DONE-ENTRY (DONE-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO DONE-COUNT
           END-IF.
           MOVE RBKLOG-CHECKLIST-ID TO DONE-TBL-ID (DONE-COUNT).
           MOVE RBKLOG-EVENT-DATE TO DONE-TBL-CLOSED-DATE (DONE-COUNT).
           MOVE RBKLOG-EVENT-TIME TO DONE-TBL-CLOSED-TIME (DONE-COUNT).
           MOVE RBKLOG-OPERATOR-ID TO
                DONE-TBL-OPERATOR-ID (DONE-COUNT).

      * Every RBKLOG record of the chosen checklist, in the order
      * the responses were given.
       PRINT-THE-EVENTS.
           MOVE 'N' TO RBKLOGF-EOF.
           OPEN INPUT RBK01-LOG.
           IF RBKLOG-STATUS NOT = "00"
               MOVE 'Y' TO RBKLOGF-EOF
           END-IF.
           PERFORM UNTIL RBKLOGF-EOF-YES
               READ RBK01-LOG
                   AT END MOVE 'Y' TO RBKLOGF-EOF
               END-READ
               IF NOT RBKLOGF-EOF-YES AND
                  RBKLOG-PROC-NAME = PROC-NAME AND
                  RBKLOG-CHECKLIST-ID = PRINT-ID
                   PERFORM PRINT-ONE-EVENT
               END-IF
           END-PERFORM.
           IF RBKLOG-STATUS = "00" OR RBKLOG-STATUS = "10"
               CLOSE RBK01-LOG
           END-IF.

       PRINT-ONE-EVENT.
           MOVE SPACES TO RBK01-REPORT-LINE.
           WRITE RBK01-REPORT-LINE.
           MOVE SPACES TO RBK01-REPORT-LINE.
           EVALUATE TRUE
               WHEN RBKLOG-OPENED
                   STRING "PROCEDURE " RBKLOG-PROC-NAME " "
                          RBKLOG-STEP-TEXT
                       DELIMITED BY SIZE INTO RBK01-REPORT-LINE
                   WRITE RBK01-REPORT-LINE
                   MOVE SPACES TO RBK01-REPORT-LINE
                   STRING "OPENED " RBKLOG-EVENT-DATE " "
                          RBKLOG-EVENT-TIME (1:4) " BY "
                          RBKLOG-OPERATOR-ID "  STEPS "
                          RBKLOG-STEP-COUNT
                       DELIMITED BY SIZE INTO RBK01-REPORT-LINE
               WHEN RBKLOG-COMPLETED
                   STRING "COMPLETED " RBKLOG-EVENT-DATE " "
                          RBKLOG-EVENT-TIME (1:4) " BY "
                          RBKLOG-OPERATOR-ID
                       DELIMITED BY SIZE INTO RBK01-REPORT-LINE
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN RBKLOG-STEP-DONE
                           MOVE "DONE    " TO EVENT-NAME
                           ADD 1 TO PRINTED-DONE
                       WHEN RBKLOG-STEP-SKIPPED
                           MOVE "SKIPPED " TO EVENT-NAME
                           ADD 1 TO PRINTED-SKIPPED
                       WHEN RBKLOG-STEP-FAILED
                           MOVE "FAILED  " TO EVENT-NAME
                           ADD 1 TO PRINTED-FAILED
                       WHEN OTHER
                           MOVE "UNKNOWN " TO EVENT-NAME
                   END-EVALUATE
                   STRING "STEP " RBKLOG-STEP-NBR " " EVENT-NAME
                          RBKLOG-EVENT-DATE " "
                          RBKLOG-EVENT-TIME (1:4) " BY "
                          RBKLOG-OPERATOR-ID
                       DELIMITED BY SIZE INTO RBK01-REPORT-LINE
                   WRITE RBK01-REPORT-LINE
                   MOVE SPACES TO RBK01-REPORT-LINE
                   STRING "        " RBKLOG-STEP-TEXT
                       DELIMITED BY SIZE INTO RBK01-REPORT-LINE
                   IF RBKLOG-REASON NOT = SPACES
                       WRITE RBK01-REPORT-LINE
                       MOVE SPACES TO RBK01-REPORT-LINE
                       STRING "        REASON: " RBKLOG-REASON
                           DELIMITED BY SIZE INTO RBK01-REPORT-LINE
                   END-IF
           END-EVALUATE.
           WRITE RBK01-REPORT-LINE.

       ADD-NUMBER-AND-DISPLAY.
           ADD 1 TO THE-NUMBER.
           DISPLAY
                 THE-NUMBER
                 A-SPACE
                 STEP-TEXT (STEP-IDX).

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="RBK01"==.
