       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARC02.
      *--------------------------------------------------
      * ACCESS RECERTIFICATION SIGN-OFF CONSOLE. ARC01 LEAVES ONE
      * PENDING RECORD PER OPERATOR ON RECERTWRK, EACH CARRYING
      * THE SUPERVISOR NAMED FOR THAT OPERATOR ON ARC01TEAM. A
      * SUPERVISOR SIGNS ON HERE AND IS SHOWN ONLY THEIR OWN
      * TEAM - THE PROGRAMS HELD, LAST SIGN-ON, AND THE DORMANT,
      * SEGREGATION-OF-DUTIES AND CHANGED FLAGS FROM THE REPORT -
      * AND MARKS EACH OPERATOR KEEP OR REVOKE (A REVOKE NEEDS A
      * NOTE), OR SKIPS THEM FOR LATER. OPERATORS WITH NO
      * SUPERVISOR CARD ARE SIGNED OFF BY AN OPERATOR HOLDING
      * SEC01. NOBODY CONFIRMS THEIR OWN ACCESS. EVERY DECISION
      * IS APPENDED TO THE PERMANENT RECERT HISTORY WITH THE
      * SUPERVISOR'S ID AND THE DATE, WHICH IS WHAT THE NEXT
      * ARC01 RUN COMPARES AGAINST, AND LOGGED THROUGH DAYLOG. A
      * REVOKE IS A RECORDED DECISION ONLY - THE GRANT ITSELF IS
      * REMOVED THROUGH SEC01, AND THE NEXT REVIEW FLAGS IT IF
      * THAT NEVER HAPPENED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARC02-WORK ASSIGN TO RECERTWRK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RECERTWRK-STATUS.

           SELECT ARC02-HISTORY ASSIGN TO RECERT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RECERT-STATUS.

           SELECT ARC02-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARC02-WORK.
       COPY "recert.cpy".

       FD  ARC02-HISTORY.
       01  RECERT-HISTORY-LINE          PIC X(150).

       FD  ARC02-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  RECERTWRK-STATUS.
           05  RECERTWRK-STATUS-L       PIC X.
           05  RECERTWRK-STATUS-R       PIC X.
       01  RECERT-STATUS.
           05  RECERT-STATUS-L          PIC X.
           05  RECERT-STATUS-R          PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.

       01  REVIEWER-ID                  PIC X(10)   VALUE SPACES.
       01  SECURITY-ADMIN-SW            PIC X       VALUE 'N'.
           88  IS-SECURITY-ADMIN                     VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.

      * The whole work file, held while the team is reviewed.
      * WORK-DECIDED-SW marks the records decided in this
      * session; only those are laid over the file when it is
      * written back, so two supervisors signing off at the
      * same time do not undo each other.
       01  WORK-COUNT                   PIC 99      VALUE 0.
       01  WORK-TABLE.
           05  WORK-ENTRY OCCURS 50 TIMES.
               10  WORK-RECORD          PIC X(150).
               10  WORK-DECIDED-SW      PIC X.
       01  WORK-IDX                     PIC 99.
       01  WORK-FULL-SW                 PIC X       VALUE 'N'.
           88  WORK-TOO-LONG                         VALUE 'Y'.
       01  REREAD-COUNT                 PIC 99      VALUE 0.
       01  REREAD-TABLE.
           05  REREAD-RECORD OCCURS 50 TIMES  PIC X(150).
       01  REREAD-IDX                   PIC 99.
       01  REREAD-OPERATOR              PIC X(10).

       01  ELIGIBLE-SW                  PIC X.
           88  IS-ELIGIBLE                           VALUE 'Y'.
       01  TEAM-RECORDS                 PIC 99      VALUE 0.
       01  QUIT-SW                      PIC X       VALUE 'N'.
           88  REVIEWER-QUIT                         VALUE 'Y'.

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
       01  SIGNON-SHOWN                 PIC X(10).
       01  PASSWORD-SHOWN               PIC X(10).

       01  DECISION-PICK                PIC X.
       01  DECISION-NOTE                PIC X(30).
       01  LOG-ACTION                   PIC X(8).
       01  LOG-DETAIL                   PIC X(31).
       01  REVIEWED-COUNT               PIC 99      VALUE 0.
       01  KEPT-COUNT                   PIC 99      VALUE 0.
       01  REVOKED-COUNT                PIC 99      VALUE 0.
       01  SKIPPED-COUNT                PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "Enter your operator ID:".
           ACCEPT REVIEWER-ID.
           CALL "DAYLOG" USING "ARC02   " REVIEWER-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           PERFORM CHECK-SECURITY-ADMIN.
           PERFORM SIGN-OFF-THE-TEAM THRU
               SIGN-OFF-THE-TEAM-EXIT.
           DISPLAY "ARC02: operators reviewed= " REVIEWED-COUNT.
           DISPLAY "ARC02: kept=               " KEPT-COUNT.
           DISPLAY "ARC02: revoke recorded=    " REVOKED-COUNT.
           DISPLAY "ARC02: skipped=            " SKIPPED-COUNT.
           CALL "DAYLOG" USING "ARC02   " REVIEWER-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The SEC01 rule: holding SEC01 is what makes a security
      * supervisor, and they answer for operators nobody else
      * has been named to review.
       CHECK-SECURITY-ADMIN.
           MOVE 'N' TO SECURITY-ADMIN-SW.
           OPEN INPUT ARC02-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ ARC02-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = REVIEWER-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "SEC01   "
                               MOVE 'Y' TO SECURITY-ADMIN-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE ARC02-SECURITY
           END-IF.

       SIGN-OFF-THE-TEAM.
           OPEN INPUT ARC02-WORK.
           IF RECERTWRK-STATUS = "35"
               DISPLAY "ARC02: no recertification is waiting - "
                       "run ARC01 first."
               GO TO SIGN-OFF-THE-TEAM-EXIT
           END-IF.
           IF RECERTWRK-STATUS NOT = "00"
               DISPLAY "ARC02: OPEN RECERTWRK - status "
                       RECERTWRK-STATUS
               GO TO SIGN-OFF-THE-TEAM-EXIT
           END-IF.
           MOVE 0 TO WORK-COUNT.
           PERFORM UNTIL RECERTWRK-STATUS NOT = "00"
               READ ARC02-WORK
                   AT END MOVE "10" TO RECERTWRK-STATUS
               END-READ
               IF RECERTWRK-STATUS = "00"
                   IF WORK-COUNT < 50
                       ADD 1 TO WORK-COUNT
                       MOVE RECERT-REC TO WORK-RECORD (WORK-COUNT)
                       MOVE 'N' TO WORK-DECIDED-SW (WORK-COUNT)
                   ELSE
                       MOVE 'Y' TO WORK-FULL-SW
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE ARC02-WORK.
           IF WORK-TOO-LONG
               DISPLAY "ARC02: more than 50 operators on RECERTWRK "
                       "- work file left as found."
               GO TO SIGN-OFF-THE-TEAM-EXIT
           END-IF.
           MOVE 0 TO TEAM-RECORDS.
           PERFORM VARYING WORK-IDX FROM 1 BY 1
                   UNTIL WORK-IDX > WORK-COUNT
               MOVE WORK-RECORD (WORK-IDX) TO RECERT-REC
               PERFORM CHECK-ELIGIBLE
               IF IS-ELIGIBLE
                   ADD 1 TO TEAM-RECORDS
               END-IF
           END-PERFORM.
           IF TEAM-RECORDS = 0
               DISPLAY "ARC02: " REVIEWER-ID " has no operators to "
                       "sign off - access denied."
               CALL "DAYLOG" USING "ARC02   " REVIEWER-ID
                                    "DENIED  " DAYLOG-BLANK-DETAIL
               GO TO SIGN-OFF-THE-TEAM-EXIT
           END-IF.
           OPEN EXTEND ARC02-HISTORY.
           IF RECERT-STATUS NOT = "00"
               OPEN OUTPUT ARC02-HISTORY
           END-IF.
           IF RECERT-STATUS NOT = "00"
               DISPLAY "ARC02: OPEN RECERT - status " RECERT-STATUS
                       " - nothing can be signed off without the "
                       "history."
               GO TO SIGN-OFF-THE-TEAM-EXIT
           END-IF.
           PERFORM VARYING WORK-IDX FROM 1 BY 1
                   UNTIL WORK-IDX > WORK-COUNT OR REVIEWER-QUIT
               PERFORM REVIEW-ONE-OPERATOR THRU
                   REVIEW-ONE-OPERATOR-EXIT
           END-PERFORM.
           CLOSE ARC02-HISTORY.
           PERFORM REWRITE-THE-WORK-FILE.
       SIGN-OFF-THE-TEAM-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
      * Pending, and either this supervisor's team or - for a
      * SEC01 holder - an operator with no supervisor card.
       CHECK-ELIGIBLE.
           MOVE 'N' TO ELIGIBLE-SW.
           IF RECERT-PENDING
               IF RECERT-SUPERVISOR-ID = REVIEWER-ID
                   MOVE 'Y' TO ELIGIBLE-SW
               END-IF
               IF RECERT-SUPERVISOR-ID = SPACES AND
                  IS-SECURITY-ADMIN
                   MOVE 'Y' TO ELIGIBLE-SW
               END-IF
           END-IF.

       REVIEW-ONE-OPERATOR.
           MOVE WORK-RECORD (WORK-IDX) TO RECERT-REC.
           PERFORM CHECK-ELIGIBLE.
           IF NOT IS-ELIGIBLE
               GO TO REVIEW-ONE-OPERATOR-EXIT
           END-IF.
           IF RECERT-OPERATOR-ID = REVIEWER-ID
               DISPLAY " "
               DISPLAY "Operator " RECERT-OPERATOR-ID " is you - "
                       "your own access is signed off by another "
                       "supervisor."
               ADD 1 TO SKIPPED-COUNT
               GO TO REVIEW-ONE-OPERATOR-EXIT
           END-IF.
           ADD 1 TO REVIEWED-COUNT.
           PERFORM SHOW-ONE-OPERATOR.
           MOVE SPACE TO DECISION-PICK.
           PERFORM UNTIL DECISION-PICK = "K" OR "V" OR "S" OR "Q"
               DISPLAY "K=keep, V=revoke, S=skip, Q=quit:"
               ACCEPT DECISION-PICK
               INSPECT DECISION-PICK CONVERTING "kvsq" TO "KVSQ"
           END-PERFORM.
           IF DECISION-PICK = "Q"
               MOVE 'Y' TO QUIT-SW
               SUBTRACT 1 FROM REVIEWED-COUNT
               GO TO REVIEW-ONE-OPERATOR-EXIT
           END-IF.
           IF DECISION-PICK = "S"
               ADD 1 TO SKIPPED-COUNT
               GO TO REVIEW-ONE-OPERATOR-EXIT
           END-IF.
           MOVE SPACES TO DECISION-NOTE.
           IF DECISION-PICK = "V"
               PERFORM UNTIL DECISION-NOTE NOT = SPACES
                   DISPLAY "Which grants, and why (required):"
                   ACCEPT DECISION-NOTE
               END-PERFORM
           ELSE
               DISPLAY "Note (optional):"
               ACCEPT DECISION-NOTE
           END-IF.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE DECISION-PICK TO RECERT-DECISION.
           MOVE REVIEWER-ID TO RECERT-CONFIRMED-BY.
           MOVE SUITE-RUN-DATE TO RECERT-CONFIRMED-DATE.
           MOVE DECISION-NOTE TO RECERT-NOTE.
           WRITE RECERT-HISTORY-LINE FROM RECERT-REC.
           IF RECERT-STATUS NOT = "00"
               DISPLAY "ARC02: WRITE RECERT - status "
                       RECERT-STATUS " - operator left pending."
               GO TO REVIEW-ONE-OPERATOR-EXIT
           END-IF.
           MOVE RECERT-REC TO WORK-RECORD (WORK-IDX).
           MOVE 'Y' TO WORK-DECIDED-SW (WORK-IDX).
           MOVE SPACES TO LOG-DETAIL.
           IF RECERT-KEPT
               ADD 1 TO KEPT-COUNT
               MOVE "RECKEEP " TO LOG-ACTION
               STRING RECERT-OPERATOR-ID " ACCESS KEPT"
                   DELIMITED BY SIZE INTO LOG-DETAIL
           ELSE
               ADD 1 TO REVOKED-COUNT
               MOVE "RECREVOK" TO LOG-ACTION
               STRING RECERT-OPERATOR-ID " " RECERT-NOTE
                   DELIMITED BY SIZE INTO LOG-DETAIL
               DISPLAY "Revoke recorded - remove the grants "
                       "through SEC01."
           END-IF.
           CALL "DAYLOG" USING "ARC02   " REVIEWER-ID LOG-ACTION
                                LOG-DETAIL.
       REVIEW-ONE-OPERATOR-EXIT.
           EXIT.

       SHOW-ONE-OPERATOR.
           MOVE "NONE SEEN " TO SIGNON-SHOWN.
           IF RECERT-LAST-SIGNON IS NUMERIC AND
              RECERT-LAST-SIGNON > 0
               MOVE RECERT-LAST-SIGNON TO SHOW-DATE-IN
               PERFORM FORMAT-SHOW-DATE
               MOVE SHOW-DATE TO SIGNON-SHOWN
           END-IF.
           MOVE "NO RECORD " TO PASSWORD-SHOWN.
           IF RECERT-PWD-CHANGED IS NUMERIC AND
              RECERT-PWD-CHANGED > 0
               MOVE RECERT-PWD-CHANGED TO SHOW-DATE-IN
               PERFORM FORMAT-SHOW-DATE
               MOVE SHOW-DATE TO PASSWORD-SHOWN
           END-IF.
           DISPLAY " ".
           DISPLAY "Operator " RECERT-OPERATOR-ID "  programs: "
                   RECERT-GRANTED-PGM (1) " " RECERT-GRANTED-PGM (2)
                   " " RECERT-GRANTED-PGM (3) " "
                   RECERT-GRANTED-PGM (4).
           DISPLAY "  last sign-on " SIGNON-SHOWN
                   "  password set " PASSWORD-SHOWN.
           IF RECERT-DORMANT
               DISPLAY "  ** DORMANT - no recent sign-on"
           END-IF.
           IF RECERT-SOD-CONFLICT
               DISPLAY "  ** SEGREGATION-OF-DUTIES CONFLICT - see "
                       "the ARC01 report"
           END-IF.
           IF RECERT-NEW-OPERATOR
               DISPLAY "  new operator since the previous review"
           END-IF.
           IF RECERT-GRANTS-CHANGED
               DISPLAY "  grants changed since the previous review"
           END-IF.

      * The file is read again so decisions another supervisor
      * saved while this session was open are kept; this
      * session's decisions are laid over it by operator.
       REWRITE-THE-WORK-FILE.
           MOVE 0 TO REREAD-COUNT.
           OPEN INPUT ARC02-WORK.
           IF RECERTWRK-STATUS = "00"
               PERFORM UNTIL RECERTWRK-STATUS NOT = "00"
                   READ ARC02-WORK
                       AT END MOVE "10" TO RECERTWRK-STATUS
                   END-READ
                   IF RECERTWRK-STATUS = "00" AND
                      REREAD-COUNT < 50
                       ADD 1 TO REREAD-COUNT
                       MOVE RECERT-REC TO
                            REREAD-RECORD (REREAD-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ARC02-WORK
           END-IF.
           PERFORM VARYING REREAD-IDX FROM 1 BY 1
                   UNTIL REREAD-IDX > REREAD-COUNT
               MOVE REREAD-RECORD (REREAD-IDX) TO RECERT-REC
               MOVE RECERT-OPERATOR-ID TO REREAD-OPERATOR
               PERFORM VARYING WORK-IDX FROM 1 BY 1
                       UNTIL WORK-IDX > WORK-COUNT
                   IF WORK-DECIDED-SW (WORK-IDX) = 'Y' AND
                      WORK-RECORD (WORK-IDX) (1:10) = REREAD-OPERATOR
                       MOVE WORK-RECORD (WORK-IDX) TO
                            REREAD-RECORD (REREAD-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
           OPEN OUTPUT ARC02-WORK.
           IF RECERTWRK-STATUS NOT = "00"
               DISPLAY "ARC02: REWRITE RECERTWRK - status "
                       RECERTWRK-STATUS " - decisions are on RECERT"
                       " but will be offered again."
           ELSE
               PERFORM VARYING REREAD-IDX FROM 1 BY 1
                       UNTIL REREAD-IDX > REREAD-COUNT
                   MOVE REREAD-RECORD (REREAD-IDX) TO RECERT-REC
                   WRITE RECERT-REC
               END-PERFORM
               CLOSE ARC02-WORK
           END-IF.

       FORMAT-SHOW-DATE.
           MOVE SHOW-DATE-IN-CCYY TO SHOW-DATE-CCYY.
           MOVE SHOW-DATE-IN-MM TO SHOW-DATE-MM.
           MOVE SHOW-DATE-IN-DD TO SHOW-DATE-DD.
