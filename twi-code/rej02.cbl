      * FOR THE NEXT NIGHT'S CNT01 FILE LIST, REFUSED ONES ARE
      * DROPPED. BOTH IDENTITIES - REPAIRER AND REVIEWER - GO ON
      * THE REJ01LOG TRAIL WITH EVERY DECISION.
      * A RELEASE ABOVE THE REVIEWER'S AUTHLMT LIMIT FOR REJ02
      * (CHECKED THROUGH AUTHCHK) IS REFERRED: THE REPAIR STAYS
      * ON THE PENDING QUEUE AND THE SCREEN NAMES THE OPERATORS
      * WHOSE LIMIT COVERS IT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REJ01LOG-STATUS.

      * Scratch file for the repairs a pass leaves on the queue -
      * referred ones - written back over the pending file once
      * the pass is done.
           SELECT CARRY-FILE ASSIGN TO REJ02TMP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REJ02TMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
       FD  RECYCLE-FILE.
           COPY "filedatclt.cpy".

       FD  CARRY-FILE.
       01  CARRY-REC                    PIC X(124).

       FD  REJ02-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
       01  REJ01LOG-STATUS.
           05  REJ01LOG-STATUS-L        PIC X.
           05  REJ01LOG-STATUS-R        PIC X.
       01  REJ02TMP-STATUS.
           05  REJ02TMP-STATUS-L        PIC X.
           05  REJ02TMP-STATUS-R        PIC X.
       01  CARRY-EOF-SW                 PIC X       VALUE 'N'.

       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
       01  PENDING-READ                 PIC 9(5)    VALUE 0.
       01  RELEASED-COUNT               PIC 9(5)    VALUE 0.
       01  REFUSED-COUNT                PIC 9(5)    VALUE 0.
       01  REFERRED-COUNT               PIC 9(5)    VALUE 0.
       01  LOG-ACTION                   PIC X(8).
       01  MASKED-ACCT                  PIC X(10).

      * Linkage fields for the shared AUTHCHK authority check.
       01  AUTH-RESULT                  PIC X.
           88  AUTH-WITHIN                           VALUE 'Y'.
           88  AUTH-NO-MATRIX                        VALUE 'M'.
       01  AUTH-LIMIT                   PIC 9(9)V99.
       01  AUTH-REFER-LIST              PIC X(44).
       01  EDITED-LIMIT                 PIC Z(8)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "REJ02: pending reviewed= " PENDING-READ.
           DISPLAY "REJ02: released=         " RELEASED-COUNT.
           DISPLAY "REJ02: refused=          " REFUSED-COUNT.
           DISPLAY "REJ02: referred=         " REFERRED-COUNT.
           CALL "DAYLOG" USING "REJ02   " SUPERVISOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.
               CLOSE PENDING-FILE
               GO TO REVIEW-THE-PENDING-FILE-EXIT
           END-IF.
           OPEN OUTPUT CARRY-FILE.
           IF REJ02TMP-STATUS NOT = "00"
               DISPLAY "REJ02: OPEN CARRY-FILE - status "
                       REJ02TMP-STATUS
               CLOSE PENDING-FILE
               CLOSE RECYCLE-FILE
               GO TO REVIEW-THE-PENDING-FILE-EXIT
           END-IF.
           MOVE 'Y' TO REVIEW-OK-SW.
           PERFORM UNTIL PENDING-EOF-YES
               READ PENDING-FILE
           END-PERFORM.
           CLOSE PENDING-FILE.
           CLOSE RECYCLE-FILE.
           CLOSE CARRY-FILE.
      * Only a clean pass consumes the queue: the pending file
      * is left present but empty, the checkpoint-clear pattern,
      * or holding just the referred repairs. A pass that never
      * got its files open leaves the queue untouched - a failed
      * open must not destroy the repairs.
           IF REVIEW-OK
               IF REFERRED-COUNT = 0
                   OPEN OUTPUT PENDING-FILE
                   CLOSE PENDING-FILE
               ELSE
                   PERFORM REBUILD-PENDING-FROM-CARRY THRU
                       REBUILD-PENDING-FROM-CARRY-EXIT
               END-IF
           ELSE
               DISPLAY "REJ02: pass incomplete - pending queue "
                       "left as found"
           CALL "CONTYN" USING REVIEW-ANSWER.
           IF REVIEW-ANSWER = 'Y'
               MOVE PENDING-REPAIR-DATA TO FILEDATCLT-REC
               PERFORM CHECK-RELEASE-AUTHORITY
               IF NOT AUTH-WITHIN AND NOT AUTH-NO-MATRIX
                   PERFORM REFER-ONE-REPAIR
                   GO TO REVIEW-ONE-REPAIR-EXIT
               END-IF
               WRITE FILEDATCLT-REC
               ADD 1 TO RELEASED-COUNT
               MOVE "RELEASED" TO LOG-ACTION
       REVIEW-ONE-REPAIR-EXIT.
           EXIT.

      * The referred repairs are all that is left on the queue.
       REBUILD-PENDING-FROM-CARRY.
           MOVE 'N' TO CARRY-EOF-SW.
           OPEN INPUT CARRY-FILE.
           IF REJ02TMP-STATUS NOT = "00"
               DISPLAY "REJ02: carry re-read failed - status "
                       REJ02TMP-STATUS " - pending queue kept"
               GO TO REBUILD-PENDING-FROM-CARRY-EXIT
           END-IF.
           OPEN OUTPUT PENDING-FILE.
           PERFORM UNTIL CARRY-EOF-SW = 'Y'
               READ CARRY-FILE
                   AT END MOVE 'Y' TO CARRY-EOF-SW
               END-READ
               IF CARRY-EOF-SW = 'N'
                   MOVE CARRY-REC TO PENDING-REPAIR-REC
                   WRITE PENDING-REPAIR-REC
               END-IF
           END-PERFORM.
           CLOSE CARRY-FILE.
           CLOSE PENDING-FILE.
           DISPLAY "REJ02: " REFERRED-COUNT
                   " referred repair(s) stay on the pending queue".
       REBUILD-PENDING-FROM-CARRY-EXIT.
           EXIT.

      * Releasing is the act that needs authority; refusing a
      * repair never does.
       CHECK-RELEASE-AUTHORITY.
           CALL "AUTHCHK" USING SUPERVISOR-ID "REJ02   "
                                FILEDATCLT-ACCT-NBR FILEDATCLT-AMOUNT
                                AUTH-RESULT AUTH-LIMIT
                                AUTH-REFER-LIST
               ON EXCEPTION
                   MOVE 'M' TO AUTH-RESULT
           END-CALL.

      * Above the reviewer's limit: the repair stays pending for
      * someone whose limit covers it.
       REFER-ONE-REPAIR.
           MOVE AUTH-LIMIT TO EDITED-LIMIT.
           DISPLAY "Above your release limit of " EDITED-LIMIT
                   " - repair stays pending.".
           IF AUTH-REFER-LIST = SPACES
               DISPLAY "No operator holds enough release authority"
                       " - refer it to security administration."
           ELSE
               DISPLAY "Refer it to: " AUTH-REFER-LIST
           END-IF.
           MOVE PENDING-REPAIR-REC TO CARRY-REC.
           WRITE CARRY-REC.
           ADD 1 TO REFERRED-COUNT.
           MOVE "REFERRED" TO LOG-ACTION.
           PERFORM LOG-THE-DECISION.

      * Both identities on the shared repair trail: who keyed the
      * repair and who ruled on it. The original reject code rides
      * at the end so RUL01 can tie each release back to the
      * validation rule that caused it.
       LOG-THE-DECISION.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE-CCYY TO SUITE-RUN-DATE-X-CCYY.
                  SUPERVISOR-ID " " LOG-ACTION " "
                  MASKED-ACCT
                  " BY " PENDING-REPAIR-OPERATOR
                  " CODE " PENDING-REPAIR-CODE
               DELIMITED BY SIZE INTO REJ02-LOG-LINE.
           WRITE REJ02-LOG-LINE.
           CLOSE REJ02-RUNLOG.
