       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQ01.
      *--------------------------------------------------
      * CONTROL-FILE CHANGE APPROVAL CONSOLE - THE CHECKER HALF
      * OF THE DUAL-CONTROL PAIR FOR SUITECFG, EXCHRATE AND
      * HOLCAL. CFG01, EXR01 AND HCM01 NO LONGER WRITE THE LIVE
      * FILES: THEY STAGE EACH PROPOSED CHANGE ON THE SHARED
      * CHGQUE PENDING-CHANGE QUEUE WITH BEFORE AND AFTER IMAGES
      * AND A REASON. CHQ01 IS GATED THE REJ02 WAY - THE
      * SIGNING-ON OPERATOR MUST HOLD "CHQ01" IN THEIR MENU01SEC
      * ALLOWED-PROGRAM SLOTS, AND MAY NOT APPLY A CHANGE THEY
      * STAGED THEMSELVES. EACH PENDING CHANGE IS SHOWN WITH ITS
      * MAKER, REASON AND BOTH IMAGES, AND IS APPLIED, REJECTED
      * OR SKIPPED (LEFT PENDING). AN APPLY REWRITES THE LIVE
      * FILE ONLY WHILE IT STILL HOLDS THE BEFORE IMAGE - A FILE
      * THAT HAS MOVED SINCE THE CHANGE WAS STAGED REFUSES IT AS
      * STALE. CHANGES ARE ONLY APPLIED INSIDE THE CHQ01PM
      * WINDOW (DEFAULT 0700 TO 1800): ANYTHING NOT APPLIED BY
      * THE CUTOFF STAYS ON THE QUEUE, OUT OF TONIGHT'S RUN, AND
      * IS LISTED ON THE HOV01 HANDOVER SHEET. EVERY DECISION IS
      * APPENDED TO THE PERMANENT CHGAUD AUDIT FILE CARRYING BOTH
      * OPERATOR IDS, AND LOGGED THROUGH DAYLOG.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHQ01-CHGQUE ASSIGN TO CHGQUE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CHGQUE-STATUS.

           SELECT CHQ01-AUDIT ASSIGN TO CHGAUD
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CHGAUD-STATUS.

           SELECT CHQ01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

      * ASSIGNs name working-storage variables: a change staged
      * under the suite training switch is applied to the
      * training copy it was keyed against, never to the file
      * the real stream runs by.
           SELECT CHQ01-RATES ASSIGN TO EXCHRATE-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS EXCHRATE-STATUS.

           SELECT CHQ01-CALENDAR ASSIGN TO HOLCAL-FILE-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS HOLCAL-STATUS.

           SELECT CHQ01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT CHQ01-PARMCARD ASSIGN TO CHQ01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CHQ01PM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHQ01-CHGQUE.
       COPY "chgque.cpy".

       FD  CHQ01-AUDIT.
       01  CHGAUD-REC                   PIC X(300).

       FD  CHQ01-SUITECFG.
       COPY "suitecfg.cpy".

       FD  CHQ01-RATES.
       01  RATE-CARD                    PIC X(80).

       FD  CHQ01-CALENDAR.
       01  CALENDAR-CARD                PIC X(80).

       FD  CHQ01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  CHQ01-PARMCARD.
       01  CHQ01PM-REC.
           05  CHQ01PM-OPEN-HHMM        PIC 9(4).
           05  CHQ01PM-CUTOFF-HHMM      PIC 9(4).

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  CHGQUE-STATUS.
           05  CHGQUE-STATUS-L          PIC X.
           05  CHGQUE-STATUS-R          PIC X.
       01  CHGAUD-STATUS.
           05  CHGAUD-STATUS-L          PIC X.
           05  CHGAUD-STATUS-R          PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.
       01  EXCHRATE-STATUS.
           05  EXCHRATE-STATUS-L        PIC X.
           05  EXCHRATE-STATUS-R        PIC X.
       01  HOLCAL-STATUS.
           05  HOLCAL-STATUS-L          PIC X.
           05  HOLCAL-STATUS-R          PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  CHQ01PM-STATUS.
           05  CHQ01PM-STATUS-L         PIC X.
           05  CHQ01PM-STATUS-R         PIC X.

       01  EXCHRATE-NAME                PIC X(12)
                                        VALUE "EXCHRATE".
       01  HOLCAL-FILE-NAME             PIC X(12)
                                        VALUE "HOLCAL".

       01  CHECKER-ID                   PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.

      * The apply window. Outside it a change can still be
      * rejected, but not applied - the night's run must start
      * from files nobody is changing under it.
       01  WINDOW-OPEN-HHMM             PIC 9(4)    VALUE 0700.
       01  CUTOFF-HHMM                  PIC 9(4)    VALUE 1800.
       01  NOW-HHMM                     PIC 9(4).
       01  WINDOW-SW                    PIC X       VALUE 'N'.
           88  IN-APPLY-WINDOW                       VALUE 'Y'.

      * The whole queue, held while it is reviewed; whatever is
      * still pending afterwards is written back.
       01  QUEUE-COUNT                  PIC 99      VALUE 0.
       01  QUEUE-TABLE.
           05  QUEUE-ENTRY OCCURS 99 TIMES  PIC X(300).
       01  QUEUE-IDX                    PIC 9(3).
       01  QUEUE-LEFT                   PIC 99      VALUE 0.
       01  QUEUE-REREAD                 PIC 9(3)    VALUE 0.
       01  QUEUE-FULL-SW                PIC X       VALUE 'N'.
           88  QUEUE-TOO-LONG                        VALUE 'Y'.

      * The live file being changed, one card per slot.
       01  LIVE-COUNT                   PIC 9(3)    VALUE 0.
       01  LIVE-TABLE.
           05  LIVE-CARD OCCURS 200 TIMES  PIC X(80).
       01  LIVE-IDX                     PIC 9(3).
       01  LIVE-FOUND-IDX               PIC 9(3).
       01  KEY-LENGTH                   PIC 99.
       01  SUITECFG-IMAGE               PIC X(80).
       01  SUITECFG-FOUND-SW            PIC X.
           88  SUITECFG-FOUND                        VALUE 'Y'.

      * Outcome of one apply: A applied, S stale (the live file
      * no longer holds the before image), F file trouble (the
      * change stays pending).
       01  APPLY-RESULT                 PIC X.
           88  APPLY-DONE                            VALUE 'A'.
           88  APPLY-STALE                           VALUE 'S'.
           88  APPLY-FAILED                          VALUE 'F'.

       01  DECISION-PICK                PIC X.
       01  TARGET-NAME                  PIC X(8).
       01  ACTION-NAME                  PIC X(6).
       01  LOG-ACTION                   PIC X(8).
       01  LOG-DETAIL                   PIC X(31).
       01  REVIEWED-COUNT               PIC 99      VALUE 0.
       01  APPLIED-COUNT                PIC 99      VALUE 0.
       01  REJECTED-COUNT               PIC 99      VALUE 0.
       01  STALE-COUNT                  PIC 99      VALUE 0.
       01  HELD-COUNT                   PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "Enter your operator ID:".
           ACCEPT CHECKER-ID.
           CALL "DAYLOG" USING "CHQ01   " CHECKER-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "CHQ01: " CHECKER-ID " does not hold "
                       "CHQ01 - access denied."
               CALL "DAYLOG" USING "CHQ01   " CHECKER-ID
                                    "DENIED  " DAYLOG-BLANK-DETAIL
           ELSE
               PERFORM GET-PARM-CARD
               PERFORM CHECK-APPLY-WINDOW
               IF NOT IN-APPLY-WINDOW
                   DISPLAY "CHQ01: outside the " WINDOW-OPEN-HHMM
                           "-" CUTOFF-HHMM " apply window - "
                           "changes can be rejected, not applied."
               END-IF
               PERFORM REVIEW-THE-QUEUE THRU
                   REVIEW-THE-QUEUE-EXIT
           END-IF.
           DISPLAY "CHQ01: changes reviewed= " REVIEWED-COUNT.
           DISPLAY "CHQ01: applied=          " APPLIED-COUNT.
           DISPLAY "CHQ01: rejected=         " REJECTED-COUNT.
           DISPLAY "CHQ01: refused stale=    " STALE-COUNT.
           DISPLAY "CHQ01: left pending=     " HELD-COUNT.
           CALL "DAYLOG" USING "CHQ01   " CHECKER-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The SEC01 rule: holding the program name in one of the
      * operator's own allowed-program slots is what makes an
      * approver.
       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT CHQ01-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ CHQ01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = CHECKER-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "CHQ01   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CHQ01-SECURITY
           END-IF.

       GET-PARM-CARD.
           OPEN INPUT CHQ01-PARMCARD.
           IF CHQ01PM-STATUS = "00"
               READ CHQ01-PARMCARD
                   AT END MOVE "10" TO CHQ01PM-STATUS
               END-READ
               IF CHQ01PM-STATUS = "00"
                   IF CHQ01PM-OPEN-HHMM IS NUMERIC AND
                      CHQ01PM-OPEN-HHMM < 2400
                       MOVE CHQ01PM-OPEN-HHMM TO WINDOW-OPEN-HHMM
                   END-IF
                   IF CHQ01PM-CUTOFF-HHMM IS NUMERIC AND
                      CHQ01PM-CUTOFF-HHMM > 0 AND
                      CHQ01PM-CUTOFF-HHMM <= 2400
                       MOVE CHQ01PM-CUTOFF-HHMM TO CUTOFF-HHMM
                   END-IF
               END-IF
               CLOSE CHQ01-PARMCARD
           END-IF.

      * Checked again before every apply - the console may be
      * left open across the cutoff.
       CHECK-APPLY-WINDOW.
           ACCEPT SUITE-RUN-TIME FROM TIME.
           MOVE SUITE-RUN-TIME (1:4) TO NOW-HHMM.
           IF NOW-HHMM >= WINDOW-OPEN-HHMM AND
              NOW-HHMM < CUTOFF-HHMM
               MOVE 'Y' TO WINDOW-SW
           ELSE
               MOVE 'N' TO WINDOW-SW
           END-IF.

       REVIEW-THE-QUEUE.
           OPEN INPUT CHQ01-CHGQUE.
           IF CHGQUE-STATUS = "35"
               DISPLAY "CHQ01: no changes are waiting."
               GO TO REVIEW-THE-QUEUE-EXIT
           END-IF.
           IF CHGQUE-STATUS NOT = "00"
               DISPLAY "CHQ01: OPEN CHGQUE - status "
                       CHGQUE-STATUS
               GO TO REVIEW-THE-QUEUE-EXIT
           END-IF.
           MOVE 0 TO QUEUE-COUNT.
           PERFORM UNTIL CHGQUE-STATUS NOT = "00"
               READ CHQ01-CHGQUE
                   AT END MOVE "10" TO CHGQUE-STATUS
               END-READ
               IF CHGQUE-STATUS = "00"
                   IF QUEUE-COUNT < 99
                       ADD 1 TO QUEUE-COUNT
                       MOVE CHGQUE-REC TO QUEUE-ENTRY (QUEUE-COUNT)
                   ELSE
                       MOVE 'Y' TO QUEUE-FULL-SW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CHQ01-CHGQUE.
      * A queue too long to hold cannot be written back whole,
      * so it is not reviewed at all rather than lose entries.
           IF QUEUE-TOO-LONG
               DISPLAY "CHQ01: more than 99 changes waiting - "
                       "queue left as found, clear it in parts."
               GO TO REVIEW-THE-QUEUE-EXIT
           END-IF.
           IF QUEUE-COUNT = 0
               DISPLAY "CHQ01: no changes are waiting."
               GO TO REVIEW-THE-QUEUE-EXIT
           END-IF.
           OPEN EXTEND CHQ01-AUDIT.
           IF CHGAUD-STATUS NOT = "00"
               OPEN OUTPUT CHQ01-AUDIT
           END-IF.
           IF CHGAUD-STATUS NOT = "00"
               DISPLAY "CHQ01: OPEN CHGAUD - status "
                       CHGAUD-STATUS " - nothing can be decided "
                       "without the audit trail."
               GO TO REVIEW-THE-QUEUE-EXIT
           END-IF.
           PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                   UNTIL QUEUE-IDX > QUEUE-COUNT
               PERFORM REVIEW-ONE-CHANGE THRU
                   REVIEW-ONE-CHANGE-EXIT
           END-PERFORM.
           CLOSE CHQ01-AUDIT.
           PERFORM REWRITE-THE-QUEUE.
       REVIEW-THE-QUEUE-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
       REVIEW-ONE-CHANGE.
           MOVE QUEUE-ENTRY (QUEUE-IDX) TO CHGQUE-REC.
           IF NOT CHGQUE-PENDING
               GO TO REVIEW-ONE-CHANGE-EXIT
           END-IF.
           ADD 1 TO REVIEWED-COUNT.
           PERFORM NAME-THE-CHANGE.
           DISPLAY " ".
           IF CHGQUE-TRAINING
               DISPLAY "*** TRAINING *** practice copy"
           END-IF.
           DISPLAY "Change " QUEUE-IDX ": " TARGET-NAME " "
                   ACTION-NAME " - " CHGQUE-DESCRIPTION.
           DISPLAY "Staged by " CHGQUE-MAKER-ID " on "
                   CHGQUE-STAGED-DATE " at "
                   CHGQUE-STAGED-TIME (1:4).
           DISPLAY "Reason: " CHGQUE-REASON.
           IF NOT CHGQUE-ADD
               DISPLAY "Before: " CHGQUE-BEFORE-IMAGE (1:70)
           END-IF.
           IF NOT CHGQUE-REMOVE
               DISPLAY "After:  " CHGQUE-AFTER-IMAGE (1:70)
           END-IF.
      * The approver may not apply their own change - that would
      * be the single pair of hands dual control takes away.
           IF CHGQUE-MAKER-ID = CHECKER-ID
               DISPLAY "Staged by you - another approver must "
                       "decide it."
               ADD 1 TO HELD-COUNT
               MOVE "SELFHELD" TO LOG-ACTION
               PERFORM LOG-THE-DECISION
               GO TO REVIEW-ONE-CHANGE-EXIT
           END-IF.
           DISPLAY "A=Apply  R=Reject  S=Skip (leave pending)".
           ACCEPT DECISION-PICK.
           EVALUATE DECISION-PICK
               WHEN 'A' WHEN 'a'
                   PERFORM CHECK-APPLY-WINDOW
                   IF NOT IN-APPLY-WINDOW
                       DISPLAY "Past the " CUTOFF-HHMM
                               " cutoff - left pending, out of "
                               "tonight's run."
                       ADD 1 TO HELD-COUNT
                       GO TO REVIEW-ONE-CHANGE-EXIT
                   END-IF
                   PERFORM APPLY-ONE-CHANGE THRU
                       APPLY-ONE-CHANGE-EXIT
                   EVALUATE TRUE
                       WHEN APPLY-DONE
                           MOVE 'A' TO CHGQUE-ENTRY-STATUS
                           ADD 1 TO APPLIED-COUNT
                           DISPLAY TARGET-NAME " updated."
                       WHEN APPLY-STALE
                           MOVE 'S' TO CHGQUE-ENTRY-STATUS
                           ADD 1 TO STALE-COUNT
                           MOVE "CHGSTALE" TO LOG-ACTION
                           DISPLAY TARGET-NAME " no longer holds "
                                   "the before image - refused as "
                                   "stale, the maker must re-key."
                       WHEN OTHER
                           ADD 1 TO HELD-COUNT
                           DISPLAY "Not applied - left pending."
                           GO TO REVIEW-ONE-CHANGE-EXIT
                   END-EVALUATE
               WHEN 'R' WHEN 'r'
                   MOVE 'R' TO CHGQUE-ENTRY-STATUS
                   ADD 1 TO REJECTED-COUNT
                   MOVE "CHGREJ  " TO LOG-ACTION
               WHEN OTHER
                   ADD 1 TO HELD-COUNT
                   GO TO REVIEW-ONE-CHANGE-EXIT
           END-EVALUATE.
           MOVE CHECKER-ID TO CHGQUE-CHECKER-ID.
           ACCEPT CHGQUE-DECIDED-DATE FROM DATE YYYYMMDD.
           ACCEPT CHGQUE-DECIDED-TIME FROM TIME.
           MOVE CHGQUE-REC TO QUEUE-ENTRY (QUEUE-IDX).
           MOVE CHGQUE-REC TO CHGAUD-REC.
           WRITE CHGAUD-REC.
           PERFORM LOG-THE-DECISION.
       REVIEW-ONE-CHANGE-EXIT.
           EXIT.

      * Applied changes log under the action each console used
      * when it wrote the file itself, so the daily log still
      * reads the same for a change that really happened.
       NAME-THE-CHANGE.
           EVALUATE TRUE
               WHEN CHGQUE-FOR-SUITECFG
                   MOVE "SUITECFG" TO TARGET-NAME
                   MOVE "CFGCHG  " TO LOG-ACTION
               WHEN CHGQUE-FOR-EXCHRATE
                   MOVE "EXCHRATE" TO TARGET-NAME
                   MOVE "RATECHG " TO LOG-ACTION
               WHEN CHGQUE-FOR-HOLCAL
                   MOVE "HOLCAL  " TO TARGET-NAME
                   MOVE "CALCHG  " TO LOG-ACTION
               WHEN OTHER
                   MOVE "UNKNOWN " TO TARGET-NAME
                   MOVE "CHGAPPLY" TO LOG-ACTION
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CHGQUE-ADD
                   MOVE "ADD   " TO ACTION-NAME
               WHEN CHGQUE-REMOVE
                   MOVE "REMOVE" TO ACTION-NAME
               WHEN OTHER
                   MOVE "CHANGE" TO ACTION-NAME
           END-EVALUATE.

       APPLY-ONE-CHANGE.
           MOVE 'F' TO APPLY-RESULT.
           IF CHGQUE-TRAINING
               MOVE "TRNEXRATE" TO EXCHRATE-NAME
               MOVE "TRNHOLCAL" TO HOLCAL-FILE-NAME
           ELSE
               MOVE "EXCHRATE" TO EXCHRATE-NAME
               MOVE "HOLCAL" TO HOLCAL-FILE-NAME
           END-IF.
           EVALUATE TRUE
               WHEN CHGQUE-FOR-SUITECFG
                   PERFORM APPLY-TO-SUITECFG THRU
                       APPLY-TO-SUITECFG-EXIT
               WHEN CHGQUE-FOR-EXCHRATE
      * A rate card is keyed by currency and effective date.
                   MOVE 11 TO KEY-LENGTH
                   PERFORM LOAD-LIVE-RATES THRU
                       LOAD-LIVE-RATES-EXIT
                   IF NOT APPLY-FAILED
                       PERFORM APPLY-TO-LIVE-TABLE
                   END-IF
                   IF APPLY-DONE
                       PERFORM REWRITE-LIVE-RATES
                   END-IF
               WHEN CHGQUE-FOR-HOLCAL
      * A holiday is keyed by type and date; there is only one
      * weekend-rule card.
                   MOVE 9 TO KEY-LENGTH
                   IF CHGQUE-AFTER-IMAGE (1:1) = 'W'
                       MOVE 1 TO KEY-LENGTH
                   END-IF
                   PERFORM LOAD-LIVE-CALENDAR THRU
                       LOAD-LIVE-CALENDAR-EXIT
                   IF NOT APPLY-FAILED
                       PERFORM APPLY-TO-LIVE-TABLE
                   END-IF
                   IF APPLY-DONE
                       PERFORM REWRITE-LIVE-CALENDAR
                   END-IF
               WHEN OTHER
                   DISPLAY "CHQ01: unknown target "
                           CHGQUE-TARGET
           END-EVALUATE.
       APPLY-ONE-CHANGE-EXIT.
           EXIT.

      * SUITECFG is a single record: an add needs the file
      * empty, a change needs the record exactly as staged.
       APPLY-TO-SUITECFG.
           MOVE 'N' TO SUITECFG-FOUND-SW.
           MOVE SPACES TO SUITECFG-IMAGE.
           OPEN INPUT CHQ01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ CHQ01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00"
                   MOVE 'Y' TO SUITECFG-FOUND-SW
                   MOVE SUITECFG-REC TO SUITECFG-IMAGE
               END-IF
               CLOSE CHQ01-SUITECFG
           ELSE
               IF SUITECFG-STATUS NOT = "35"
                   DISPLAY "CHQ01: OPEN SUITECFG - status "
                           SUITECFG-STATUS
                   GO TO APPLY-TO-SUITECFG-EXIT
               END-IF
           END-IF.
           MOVE 'A' TO APPLY-RESULT.
           IF CHGQUE-ADD
               IF SUITECFG-FOUND
                   MOVE 'S' TO APPLY-RESULT
               END-IF
           ELSE
               IF NOT SUITECFG-FOUND OR
                  SUITECFG-IMAGE NOT = CHGQUE-BEFORE-IMAGE
                   MOVE 'S' TO APPLY-RESULT
               END-IF
           END-IF.
           IF NOT APPLY-DONE
               GO TO APPLY-TO-SUITECFG-EXIT
           END-IF.
           OPEN OUTPUT CHQ01-SUITECFG.
           IF SUITECFG-STATUS NOT = "00"
               DISPLAY "CHQ01: OPEN SUITECFG for output - status "
                       SUITECFG-STATUS
               MOVE 'F' TO APPLY-RESULT
               GO TO APPLY-TO-SUITECFG-EXIT
           END-IF.
           MOVE CHGQUE-AFTER-IMAGE TO SUITECFG-REC.
           WRITE SUITECFG-REC.
           CLOSE CHQ01-SUITECFG.
       APPLY-TO-SUITECFG-EXIT.
           EXIT.

       LOAD-LIVE-RATES.
           MOVE 0 TO LIVE-COUNT.
           OPEN INPUT CHQ01-RATES.
           IF EXCHRATE-STATUS = "35"
               MOVE 'A' TO APPLY-RESULT
               GO TO LOAD-LIVE-RATES-EXIT
           END-IF.
           IF EXCHRATE-STATUS NOT = "00"
               DISPLAY "CHQ01: OPEN " EXCHRATE-NAME " - status "
                       EXCHRATE-STATUS
               GO TO LOAD-LIVE-RATES-EXIT
           END-IF.
           MOVE 'A' TO APPLY-RESULT.
           PERFORM UNTIL EXCHRATE-STATUS NOT = "00"
               READ CHQ01-RATES
                   AT END MOVE "10" TO EXCHRATE-STATUS
               END-READ
               IF EXCHRATE-STATUS = "00"
                   IF LIVE-COUNT < 200
                       ADD 1 TO LIVE-COUNT
                       MOVE RATE-CARD TO LIVE-CARD (LIVE-COUNT)
                   ELSE
                       MOVE 'F' TO APPLY-RESULT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CHQ01-RATES.
           IF APPLY-FAILED
               DISPLAY "CHQ01: " EXCHRATE-NAME " holds more than "
                       "200 cards - not changed."
           END-IF.
       LOAD-LIVE-RATES-EXIT.
           EXIT.

       LOAD-LIVE-CALENDAR.
           MOVE 0 TO LIVE-COUNT.
           OPEN INPUT CHQ01-CALENDAR.
           IF HOLCAL-STATUS = "35"
               MOVE 'A' TO APPLY-RESULT
               GO TO LOAD-LIVE-CALENDAR-EXIT
           END-IF.
           IF HOLCAL-STATUS NOT = "00"
               DISPLAY "CHQ01: OPEN " HOLCAL-FILE-NAME " - status "
                       HOLCAL-STATUS
               GO TO LOAD-LIVE-CALENDAR-EXIT
           END-IF.
           MOVE 'A' TO APPLY-RESULT.
           PERFORM UNTIL HOLCAL-STATUS NOT = "00"
               READ CHQ01-CALENDAR
                   AT END MOVE "10" TO HOLCAL-STATUS
               END-READ
               IF HOLCAL-STATUS = "00"
                   IF LIVE-COUNT < 200
                       ADD 1 TO LIVE-COUNT
                       MOVE CALENDAR-CARD TO LIVE-CARD (LIVE-COUNT)
                   ELSE
                       MOVE 'F' TO APPLY-RESULT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CHQ01-CALENDAR.
           IF APPLY-FAILED
               DISPLAY "CHQ01: " HOLCAL-FILE-NAME " holds more "
                       "than 200 cards - not changed."
           END-IF.
       LOAD-LIVE-CALENDAR-EXIT.
           EXIT.

      * The before-image rule on a loaded card file: an add is
      * stale if its key is already there, a change or removal
      * if no card matches the before image exactly.
       APPLY-TO-LIVE-TABLE.
           MOVE 0 TO LIVE-FOUND-IDX.
           IF CHGQUE-ADD
               PERFORM VARYING LIVE-IDX FROM 1 BY 1
                       UNTIL LIVE-IDX > LIVE-COUNT
                   IF LIVE-CARD (LIVE-IDX) (1:KEY-LENGTH) =
                          CHGQUE-AFTER-IMAGE (1:KEY-LENGTH)
                       MOVE LIVE-IDX TO LIVE-FOUND-IDX
                   END-IF
               END-PERFORM
               IF LIVE-FOUND-IDX > 0
                   MOVE 'S' TO APPLY-RESULT
               ELSE
                   IF LIVE-COUNT >= 200
                       MOVE 'F' TO APPLY-RESULT
                   ELSE
                       ADD 1 TO LIVE-COUNT
                       MOVE CHGQUE-AFTER-IMAGE TO
                            LIVE-CARD (LIVE-COUNT)
                   END-IF
               END-IF
           ELSE
               PERFORM VARYING LIVE-IDX FROM 1 BY 1
                       UNTIL LIVE-IDX > LIVE-COUNT
                          OR LIVE-FOUND-IDX > 0
                   IF LIVE-CARD (LIVE-IDX) = CHGQUE-BEFORE-IMAGE
                       MOVE LIVE-IDX TO LIVE-FOUND-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN LIVE-FOUND-IDX = 0
                       MOVE 'S' TO APPLY-RESULT
                   WHEN CHGQUE-REMOVE
                       PERFORM VARYING LIVE-IDX
                               FROM LIVE-FOUND-IDX BY 1
                               UNTIL LIVE-IDX >= LIVE-COUNT
                           MOVE LIVE-CARD (LIVE-IDX + 1) TO
                                LIVE-CARD (LIVE-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM LIVE-COUNT
                   WHEN OTHER
                       MOVE CHGQUE-AFTER-IMAGE TO
                            LIVE-CARD (LIVE-FOUND-IDX)
               END-EVALUATE
           END-IF.

       REWRITE-LIVE-RATES.
           OPEN OUTPUT CHQ01-RATES.
           IF EXCHRATE-STATUS NOT = "00"
               DISPLAY "CHQ01: OPEN " EXCHRATE-NAME
                       " for output - status " EXCHRATE-STATUS
               MOVE 'F' TO APPLY-RESULT
           ELSE
               PERFORM VARYING LIVE-IDX FROM 1 BY 1
                       UNTIL LIVE-IDX > LIVE-COUNT
                   MOVE LIVE-CARD (LIVE-IDX) TO RATE-CARD
                   WRITE RATE-CARD
               END-PERFORM
               CLOSE CHQ01-RATES
           END-IF.

       REWRITE-LIVE-CALENDAR.
           OPEN OUTPUT CHQ01-CALENDAR.
           IF HOLCAL-STATUS NOT = "00"
               DISPLAY "CHQ01: OPEN " HOLCAL-FILE-NAME
                       " for output - status " HOLCAL-STATUS
               MOVE 'F' TO APPLY-RESULT
           ELSE
               PERFORM VARYING LIVE-IDX FROM 1 BY 1
                       UNTIL LIVE-IDX > LIVE-COUNT
                   MOVE LIVE-CARD (LIVE-IDX) TO CALENDAR-CARD
                   WRITE CALENDAR-CARD
               END-PERFORM
               CLOSE CHQ01-CALENDAR
           END-IF.

      * Only the changes still pending go back on the queue;
      * every decided one is already on CHGAUD. A change staged
      * by a maker while this session was open sits past the
      * entries read at the start, and is carried over with
      * them.
       REWRITE-THE-QUEUE.
           MOVE 0 TO QUEUE-REREAD.
           OPEN INPUT CHQ01-CHGQUE.
           PERFORM UNTIL CHGQUE-STATUS NOT = "00"
               READ CHQ01-CHGQUE
                   AT END MOVE "10" TO CHGQUE-STATUS
               END-READ
               IF CHGQUE-STATUS = "00"
                   ADD 1 TO QUEUE-REREAD
                   IF QUEUE-REREAD > QUEUE-COUNT
                       IF QUEUE-COUNT < 99
                           ADD 1 TO QUEUE-COUNT
                           MOVE CHGQUE-REC TO
                                QUEUE-ENTRY (QUEUE-COUNT)
                       ELSE
                           MOVE 'Y' TO QUEUE-FULL-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE CHQ01-CHGQUE.
           IF QUEUE-TOO-LONG
               DISPLAY "CHQ01: queue grew past 99 during the "
                       "session - left as found; decided changes "
                       "will show stale."
           ELSE
               PERFORM WRITE-BACK-PENDING
           END-IF.

       WRITE-BACK-PENDING.
           OPEN OUTPUT CHQ01-CHGQUE.
           IF CHGQUE-STATUS NOT = "00"
               DISPLAY "CHQ01: OPEN CHGQUE for output - status "
                       CHGQUE-STATUS
           ELSE
               MOVE 0 TO QUEUE-LEFT
               PERFORM VARYING QUEUE-IDX FROM 1 BY 1
                       UNTIL QUEUE-IDX > QUEUE-COUNT
                   MOVE QUEUE-ENTRY (QUEUE-IDX) TO CHGQUE-REC
                   IF CHGQUE-PENDING
                       WRITE CHGQUE-REC
                       ADD 1 TO QUEUE-LEFT
                   END-IF
               END-PERFORM
               CLOSE CHQ01-CHGQUE
               DISPLAY "CHQ01: " QUEUE-LEFT
                       " change(s) still waiting."
           END-IF.

      * Approver on the operator field, the change itself in the
      * detail; the maker is on the CHGAUD record.
       LOG-THE-DECISION.
           MOVE SPACES TO LOG-DETAIL.
           STRING TARGET-NAME " " CHGQUE-DESCRIPTION
               DELIMITED BY SIZE INTO LOG-DETAIL.
           CALL "DAYLOG" USING "CHQ01   " CHECKER-ID LOG-ACTION
                                LOG-DETAIL.
