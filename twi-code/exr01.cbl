      * CHECK: A RATE THAT MOVED MORE THAN THE CONFIGURED
      * PERCENTAGE FROM THE CURRENCY'S PREVIOUS VALUE IS REFUSED
      * UNLESS A SUPERVISOR CONFIRMS THROUGH THE SHARED CONTYN
      * GATE. A CARD FOR A CURRENCY AND DATE ALREADY ON FILE
      * REPLACES THAT CARD. NOTHING REACHES THE LIVE FILE FROM
      * HERE: WHEN THE SESSION ENDS CLEANLY THROUGH THE SUBMIT
      * PROMPT EACH ACCEPTED CARD IS STAGED ON THE SHARED CHGQUE
      * PENDING-CHANGE QUEUE WITH ITS BEFORE AND AFTER IMAGES
      * AND THE OPERATOR'S REASON, LOGS THROUGH DAYLOG AS
      * STAGED, AND WAITS FOR A SECOND OPERATOR TO APPLY IT
      * THROUGH CHQ01. THE RATE TABLE AS KEYED PRINTS ON
      * EXR01RPT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS EXR01RPT-STATUS.

           SELECT EXR01-CHGQUE ASSIGN TO CHGQUE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CHGQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXR01-RATES.
       FD  EXR01-REPORT.
       01  EXR01-REPORT-LINE            PIC X(80).

       FD  EXR01-CHGQUE.
       COPY "chgque.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       01  EXR01RPT-STATUS.
           05  EXR01RPT-STATUS-L        PIC X.
           05  EXR01RPT-STATUS-R        PIC X.
       01  CHGQUE-STATUS.
           05  CHGQUE-STATUS-L          PIC X.
           05  CHGQUE-STATUS-R          PIC X.

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUITECFG-STATUS.
               10  RATE-TBL-CURRENCY    PIC X(3).
               10  RATE-TBL-EFF-DATE    PIC 9(8).
               10  RATE-TBL-RATE        PIC 9(3)V9(6).
      * The card exactly as it sits on the file - the before
      * image a replacement is staged against - and whether this
      * session has already staged a change to it.
               10  RATE-TBL-IMAGE       PIC X(80).
               10  RATE-TBL-STAGED-SW   PIC X.
       01  RATE-IDX                     PIC 99.
       01  SAME-CARD-IDX                PIC 99.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  CURR-ON-LIST-SW              PIC X.

      * Accepted changes are held and only reach the daily log
      * once they are really on the queue - the CFG01 pattern.
       01  PENDING-COUNT                PIC 99      VALUE 0.
       01  PENDING-AUDIT-TABLE.
           05  PENDING-AUDIT-ENTRY OCCURS 20 TIMES  PIC X(31).
       01  PENDING-CHANGE-TABLE.
           05  PENDING-CHANGE OCCURS 20 TIMES.
               10  PENDING-ACTION       PIC X.
               10  PENDING-BEFORE       PIC X(80).
               10  PENDING-AFTER        PIC X(80).
       01  PENDING-IDX                  PIC 99.
       01  CHANGE-DETAIL                PIC X(31).
       01  CHANGE-REASON                PIC X(40).
       01  STAGED-SW                    PIC X       VALUE 'N'.
           88  CHANGES-STAGED                        VALUE 'Y'.
      * A rate card laid out as the file holds it.
       01  RATE-CARD-IMAGE.
           05  IMAGE-CURRENCY           PIC X(3).
           05  IMAGE-EFF-DATE           PIC 9(8).
           05  IMAGE-RATE               PIC 9(3)V9(6).
           05  FILLER                   PIC X(60).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM WARN-STALE-CURRENCIES.
           PERFORM RUN-EDIT-SESSION.
           IF CHANGES-MADE > 0
               DISPLAY "Submit " CHANGES-MADE
                       " change(s) for approval (Y/N)?"
               CALL "CONTYN" USING SAVE-ANSWER
               IF SAVE-ANSWER = 'Y'
                   PERFORM STAGE-RATE-CHANGES THRU
                       STAGE-RATE-CHANGES-EXIT
               ELSE
                   DISPLAY "Changes discarded - file untouched."
               END-IF
                            RATE-TBL-EFF-DATE (RATE-COUNT)
                       MOVE EXCH-RATE TO
                            RATE-TBL-RATE (RATE-COUNT)
                       MOVE EXR01-RATE-REC TO
                            RATE-TBL-IMAGE (RATE-COUNT)
                       MOVE 'N' TO RATE-TBL-STAGED-SW (RATE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE EXR01-RATES
                   END-IF
               END-IF
           END-IF.
           PERFORM FIND-SAME-RATE-CARD.
      * Each staged change is applied against its before image,
      * so a card may only be changed once per session.
           IF SAME-CARD-IDX > 0
               IF RATE-TBL-STAGED-SW (SAME-CARD-IDX) = 'Y'
                   DISPLAY ENTRY-CURRENCY " " ENTRY-EFF-DATE
                           " is already changed this session."
                   GO TO ADD-ONE-RATE-EXIT
               END-IF
           END-IF.
           IF PENDING-COUNT >= 20
               DISPLAY "Twenty changes is the session limit - "
                       "submit these first."
               GO TO ADD-ONE-RATE-EXIT
           END-IF.
           ADD 1 TO PENDING-COUNT.
           IF SAME-CARD-IDX = 0
               IF RATE-COUNT >= 50
                   DISPLAY "Rate table is full (50)."
                   SUBTRACT 1 FROM PENDING-COUNT
                   GO TO ADD-ONE-RATE-EXIT
               END-IF
               ADD 1 TO RATE-COUNT
               MOVE RATE-COUNT TO SAME-CARD-IDX
               MOVE 'A' TO PENDING-ACTION (PENDING-COUNT)
               MOVE SPACES TO PENDING-BEFORE (PENDING-COUNT)
           ELSE
               MOVE 'C' TO PENDING-ACTION (PENDING-COUNT)
               MOVE RATE-TBL-IMAGE (SAME-CARD-IDX) TO
                    PENDING-BEFORE (PENDING-COUNT)
           END-IF.
           MOVE ENTRY-CURRENCY TO RATE-TBL-CURRENCY (SAME-CARD-IDX).
           MOVE ENTRY-EFF-DATE TO RATE-TBL-EFF-DATE (SAME-CARD-IDX).
           MOVE ENTRY-RATE TO RATE-TBL-RATE (SAME-CARD-IDX).
           MOVE 'Y' TO RATE-TBL-STAGED-SW (SAME-CARD-IDX).
           MOVE SPACES TO RATE-CARD-IMAGE.
           MOVE ENTRY-CURRENCY TO IMAGE-CURRENCY.
           MOVE ENTRY-EFF-DATE TO IMAGE-EFF-DATE.
           MOVE ENTRY-RATE TO IMAGE-RATE.
           MOVE RATE-CARD-IMAGE TO RATE-TBL-IMAGE (SAME-CARD-IDX).
           MOVE RATE-CARD-IMAGE TO PENDING-AFTER (PENDING-COUNT).
           ADD 1 TO CHANGES-MADE.
           MOVE ENTRY-RATE TO EDITED-RATE.
           MOVE PREV-RATE TO EDITED-PREV-RATE.
           STRING ENTRY-CURRENCY " " EDITED-PREV-RATE
                  ">" EDITED-RATE
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           MOVE CHANGE-DETAIL TO PENDING-AUDIT-ENTRY (PENDING-COUNT).
           DISPLAY ENTRY-CURRENCY " rate accepted.".
       ADD-ONE-RATE-EXIT.
           EXIT.
               END-IF
           END-PERFORM.

       FIND-SAME-RATE-CARD.
           MOVE 0 TO SAME-CARD-IDX.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
               IF RATE-TBL-CURRENCY (RATE-IDX) = ENTRY-CURRENCY AND
                  RATE-TBL-EFF-DATE (RATE-IDX) = ENTRY-EFF-DATE
                   MOVE RATE-IDX TO SAME-CARD-IDX
               END-IF
           END-PERFORM.

       CHECK-RATE-MOVEMENT.
           COMPUTE RATE-DIFFERENCE = ENTRY-RATE - PREV-RATE.
           IF RATE-DIFFERENCE < 0
                       " " EDITED-RATE
           END-PERFORM.

      * One queue entry per accepted card, all under the one
      * reason the operator gives for the session.
       STAGE-RATE-CHANGES.
           DISPLAY "Reason for the change (for the approver):".
           ACCEPT CHANGE-REASON.
           IF CHANGE-REASON = SPACES
               DISPLAY "A reason is required - changes discarded."
               GO TO STAGE-RATE-CHANGES-EXIT
           END-IF.
           OPEN EXTEND EXR01-CHGQUE.
           IF CHGQUE-STATUS NOT = "00"
               OPEN OUTPUT EXR01-CHGQUE
           END-IF.
           IF CHGQUE-STATUS NOT = "00"
               DISPLAY "EXR01: OPEN CHGQUE - status "
                       CHGQUE-STATUS
               GO TO STAGE-RATE-CHANGES-EXIT
           END-IF.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               MOVE SPACES TO CHGQUE-REC
               MOVE 'E' TO CHGQUE-TARGET
               MOVE PENDING-ACTION (PENDING-IDX) TO CHGQUE-ACTION
               MOVE TRAINING-SW TO CHGQUE-TRAINING-SW
               MOVE PENDING-BEFORE (PENDING-IDX) TO
                    CHGQUE-BEFORE-IMAGE
               MOVE PENDING-AFTER (PENDING-IDX) TO
                    CHGQUE-AFTER-IMAGE
               MOVE PENDING-AUDIT-ENTRY (PENDING-IDX) TO
                    CHGQUE-DESCRIPTION
               MOVE CHANGE-REASON TO CHGQUE-REASON
               MOVE OPERATOR-ID TO CHGQUE-MAKER-ID
               ACCEPT CHGQUE-STAGED-DATE FROM DATE YYYYMMDD
               ACCEPT CHGQUE-STAGED-TIME FROM TIME
               MOVE 'P' TO CHGQUE-ENTRY-STATUS
               MOVE 0 TO CHGQUE-DECIDED-DATE
               MOVE 0 TO CHGQUE-DECIDED-TIME
               WRITE CHGQUE-REC
           END-PERFORM.
           CLOSE EXR01-CHGQUE.
           MOVE 'Y' TO STAGED-SW.
           DISPLAY PENDING-COUNT " rate change(s) staged - they "
                   "take effect once applied through CHQ01.".
           PERFORM FLUSH-PENDING-AUDIT.
       STAGE-RATE-CHANGES-EXIT.
           EXIT.

       FLUSH-PENDING-AUDIT.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
               MOVE PENDING-AUDIT-ENTRY (PENDING-IDX) TO
                    CHANGE-DETAIL
               CALL "DAYLOG" USING "EXR01   " OPERATOR-ID
                                    "CHGSTAGE" CHANGE-DETAIL
           END-PERFORM.

       PRINT-RATE-TABLE.
               WRITE EXR01-REPORT-LINE
           END-IF.
           MOVE SPACES TO EXR01-REPORT-LINE.
           IF CHANGES-STAGED
               STRING "RATE TABLE WITH STAGED CHANGES - AWAITING "
                      "APPROVAL (KEYED BY " OPERATOR-ID ")"
                   DELIMITED BY SIZE INTO EXR01-REPORT-LINE
           ELSE
               STRING "EFFECTIVE RATE TABLE (KEYED BY " OPERATOR-ID
                      ")" DELIMITED BY SIZE INTO EXR01-REPORT-LINE
           END-IF.
           WRITE EXR01-REPORT-LINE.
           PERFORM VARYING RATE-IDX FROM 1 BY 1
                   UNTIL RATE-IDX > RATE-COUNT
