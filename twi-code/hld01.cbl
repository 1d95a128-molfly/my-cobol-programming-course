      * 'HOLDREL' SOURCE ID, WHICH CNT01 RECONCILES LIKE ANY
      * SUPPLIER FILE AND EXEMPTS FROM THE HOLD CEILING SO AN
      * APPROVED ITEM CANNOT BE HELD AGAIN. REFUSED ITEMS GO TO
      * HLD01REJ IN THE REJECT LAYOUT FOR THE REPAIR PATH. AN
      * APPROVAL ABOVE THE REVIEWER'S OWN RELEASE LIMIT ON THE
      * AUTHLMT MATRIX (THE SHARED AUTHCHK ROUTINE) IS NOT
      * RELEASED BUT REFERRED: THE ITEM STAYS ON THE HOLD QUEUE
      * AND THE SCREEN NAMES THE OPERATORS WHOSE LIMIT COVERS
      * IT. THE HOLD QUEUE IS ONLY EMPTIED AFTER A CLEAN PASS -
      * EVERY FILE OPEN PROVED, EVERY ITEM RULED ON - SO A BAD
      * OPEN CAN NEVER WIPE UNREVIEWED ITEMS. HELD, RELEASED,
      * REFUSED, AND REFERRED COUNTS RECONCILE ON HLD01RPT,
      * EVERY DECISION LOGS THROUGH DAYLOG, AND UNDER THE SUITE
      * TRAINING SWITCH THE WHOLE SESSION RUNS AGAINST THE
      * TRN-PREFIXED COPIES.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * approval buffer fills mid-pass, the unruled remainder of
      * the queue is parked here and the hold file rebuilt from
      * it - ruled items leave the queue, unruled ones stay,
      * nothing can be released twice. Items referred for want
      * of authority are parked the same way.
           SELECT CARRY-FILE ASSIGN TO HLD01TMP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       01  HELD-READ                    PIC 9(5)    VALUE 0.
       01  RELEASED-COUNT               PIC 9(5)    VALUE 0.
       01  REFUSED-COUNT                PIC 9(5)    VALUE 0.
       01  REFERRED-COUNT               PIC 9(5)    VALUE 0.
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  MASKED-ACCT                  PIC X(10).
       01  DECISION-DETAIL              PIC X(31).

      * Linkage fields for the shared AUTHCHK authority check.
       01  AUTH-RESULT                  PIC X.
           88  AUTH-WITHIN                           VALUE 'Y'.
           88  AUTH-NO-MATRIX                        VALUE 'M'.
       01  AUTH-LIMIT                   PIC 9(9)V99.
       01  AUTH-REFER-LIST              PIC X(44).
       01  EDITED-LIMIT                 PIC Z(8)9.99.

      * A clean pass - every open proved, every item ruled on -
      * is the only thing allowed to empty the hold queue.
       01  REVIEW-OK-SW                 PIC X       VALUE 'N'.
      * decisions are abandoned and the queue kept as found.
       01  CARRY-SW                     PIC X       VALUE 'N'.
           88  CARRYING                              VALUE 'Y'.
       01  CARRY-OPEN-SW                PIC X       VALUE 'N'.
           88  CARRY-OPEN                            VALUE 'Y'.
       01  CARRIED-COUNT                PIC 9(5)    VALUE 0.
       01  ABANDON-SW                   PIC X       VALUE 'N'.
           88  SESSION-ABANDONED                     VALUE 'Y'.
           END-IF.
           DISPLAY "HLD01: held reviewed= " HELD-READ
                   " released= " RELEASED-COUNT
                   " refused= " REFUSED-COUNT
                   " referred= " REFERRED-COUNT.
           CALL "DAYLOG" USING "HLD01   " SUPERVISOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.
                   AT END MOVE 'Y' TO HOLDF-EOF
               END-READ
               IF NOT HOLDF-EOF-YES
                   PERFORM REVIEW-ONE-HELD-ITEM THRU
                       REVIEW-ONE-HELD-ITEM-EXIT
               END-IF
           END-PERFORM.
           CLOSE HOLD-FILE.
           IF CARRY-OPEN
               CLOSE CARRY-FILE
           END-IF.
           IF SESSION-ABANDONED
           CLOSE REFUSED-FILE.
      * Ruled items leave the queue, unruled ones never do: a
      * clean full pass empties it (the checkpoint-clear
      * pattern), a buffer-full or referring pass rebuilds it
      * from the carried items, and an abandoned pass leaves it
      * untouched.
           EVALUATE TRUE
               WHEN SESSION-ABANDONED
                   CONTINUE
               WHEN CARRY-OPEN
                   PERFORM REBUILD-QUEUE-FROM-CARRY THRU
                       REBUILD-QUEUE-FROM-CARRY-EXIT
               WHEN REVIEW-OK
                   OPEN OUTPUT HOLD-FILE
                   CLOSE HOLD-FILE
               MOVE 'Y' TO CARRY-SW
               DISPLAY "HLD01: more than 100 items - the rest "
                       "stay held for another session"
               PERFORM OPEN-CARRY-FILE
               IF SESSION-ABANDONED
                   GO TO REVIEW-ONE-HELD-ITEM-EXIT
               END-IF
               PERFORM CARRY-ONE-UNRULED-ITEM
                   " ENT " FILEDATCLT-ENTITY.
           DISPLAY "Approve (release) this item (Y/N)?".
           CALL "CONTYN" USING REVIEW-ANSWER.
           IF REVIEW-ANSWER = 'Y'
               PERFORM CHECK-RELEASE-AUTHORITY
               IF NOT AUTH-WITHIN AND NOT AUTH-NO-MATRIX
                   PERFORM REFER-ONE-HELD-ITEM THRU
                       REFER-ONE-HELD-ITEM-EXIT
                   GO TO REVIEW-ONE-HELD-ITEM-EXIT
               END-IF
           END-IF.
           IF REVIEW-ANSWER = 'Y'
               ADD 1 TO APPROVED-COUNT
               MOVE FILEDATCLT-REC TO
       REVIEW-ONE-HELD-ITEM-EXIT.
           EXIT.

      * Releasing is the act that needs authority; refusing an
      * item never does.
       CHECK-RELEASE-AUTHORITY.
           CALL "AUTHCHK" USING SUPERVISOR-ID "HLD01   "
                                FILEDATCLT-ACCT-NBR FILEDATCLT-AMOUNT
                                AUTH-RESULT AUTH-LIMIT
                                AUTH-REFER-LIST
               ON EXCEPTION
                   MOVE 'M' TO AUTH-RESULT
           END-CALL.

      * Above the reviewer's limit: the item stays on the queue
      * for someone whose limit covers it.
       REFER-ONE-HELD-ITEM.
           PERFORM OPEN-CARRY-FILE.
           IF SESSION-ABANDONED
               GO TO REFER-ONE-HELD-ITEM-EXIT
           END-IF.
           MOVE AUTH-LIMIT TO EDITED-LIMIT.
           DISPLAY "Above your release limit of " EDITED-LIMIT
                   " - item stays held.".
           IF AUTH-REFER-LIST = SPACES
               DISPLAY "No operator holds enough release authority"
                       " - refer it to security administration."
           ELSE
               DISPLAY "Refer it to: " AUTH-REFER-LIST
           END-IF.
           MOVE FILEDATCLT-REC TO CARRY-REC.
           WRITE CARRY-REC.
           ADD 1 TO REFERRED-COUNT.
           MOVE SPACES TO DECISION-DETAIL.
           STRING "REFERRED " MASKED-ACCT
               DELIMITED BY SIZE INTO DECISION-DETAIL.
           CALL "DAYLOG" USING "HLD01   " SUPERVISOR-ID
                                "HOLDRVW " DECISION-DETAIL.
       REFER-ONE-HELD-ITEM-EXIT.
           EXIT.

      * The carry file opens the first time anything has to stay
      * on the queue. If it cannot, the session is abandoned:
      * nothing is dealt and the queue stays as found.
       OPEN-CARRY-FILE.
           IF NOT CARRY-OPEN
               OPEN OUTPUT CARRY-FILE
               IF HLD01TMP-STATUS NOT = "00"
                   DISPLAY "HLD01: OPEN CARRY-FILE - status "
                           HLD01TMP-STATUS
                   MOVE 'Y' TO ABANDON-SW
                   MOVE 'N' TO REVIEW-OK-SW
                   MOVE 'Y' TO HOLDF-EOF
               ELSE
                   MOVE 'Y' TO CARRY-OPEN-SW
               END-IF
           END-IF.

       CARRY-ONE-UNRULED-ITEM.
           MOVE FILEDATCLT-REC TO CARRY-REC.
           WRITE CARRY-REC.
           CLOSE CARRY-FILE.
           CLOSE HOLD-FILE.
           DISPLAY "HLD01: " CARRIED-COUNT
                   " unruled and " REFERRED-COUNT
                   " referred item(s) stay on the hold queue".
       REBUILD-QUEUE-FROM-CARRY-EXIT.
           EXIT.

               DELIMITED BY SIZE INTO HLD01-REPORT-LINE.
           WRITE HLD01-REPORT-LINE.
           MOVE SPACES TO HLD01-REPORT-LINE.
           IF HELD-READ = RELEASED-COUNT + REFUSED-COUNT +
                          REFERRED-COUNT
               MOVE "HELD = RELEASED + REFUSED + REFERRED - RECONCILED"
                    TO HLD01-REPORT-LINE
           ELSE
               MOVE "*** HELD COUNT DOES NOT RECONCILE ***" TO
                    HLD01-REPORT-LINE
                   DELIMITED BY SIZE INTO HLD01-REPORT-LINE
               WRITE HLD01-REPORT-LINE
           END-IF.
           IF REFERRED-COUNT > 0 AND NOT SESSION-ABANDONED
               MOVE SPACES TO HLD01-REPORT-LINE
               STRING "REFERRED " REFERRED-COUNT
                      " ITEM(S) ABOVE THE REVIEWER'S LIMIT - "
                      "STILL HELD"
                   DELIMITED BY SIZE INTO HLD01-REPORT-LINE
               WRITE HLD01-REPORT-LINE
           END-IF.
           IF NOT REVIEW-OK
               MOVE SPACES TO HLD01-REPORT-LINE
               MOVE "*** PASS INCOMPLETE - QUEUE KEPT ***" TO
