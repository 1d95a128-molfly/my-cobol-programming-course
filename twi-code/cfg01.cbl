      * EVERY PROGRAM SILENTLY FELL BACK TO ITS DEFAULTS. CFG01
      * SHOWS EACH FIELD WITH ITS MEANING AND CURRENT VALUE,
      * TAKES A REPLACEMENT (ZERO KEEPS WHAT'S THERE), REFUSES
      * ANYTHING OUTSIDE THE FIELD'S ALLOWED RANGE, AND PRINTS
      * THE CONFIGURATION ON CFG01RPT SO WHAT THE SUITE WILL RUN
      * WITH IS ON PAPER, NOT IN SOMEBODY'S EDITOR SESSION.
      * NO ONE PERSON CHANGES THE LIVE RECORD: A CONFIRMED EDIT
      * IS STAGED ON THE SHARED CHGQUE PENDING-CHANGE QUEUE WITH
      * ITS BEFORE AND AFTER IMAGES AND THE OPERATOR'S REASON,
      * EACH FIELD CHANGE LOGS THROUGH DAYLOG AS STAGED, AND A
      * SECOND OPERATOR APPLIES IT THROUGH CHQ01.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CFG01RPT-STATUS.

           SELECT CFG01-CHGQUE ASSIGN TO CHGQUE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CHGQUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CFG01-SUITECFG.
       FD  CFG01-REPORT.
       01  CFG01-REPORT-LINE            PIC X(80).

       FD  CFG01-CHGQUE.
       COPY "chgque.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       01  CFG01RPT-STATUS.
           05  CFG01RPT-STATUS-L        PIC X.
           05  CFG01RPT-STATUS-R        PIC X.
       01  CHGQUE-STATUS.
           05  CHGQUE-STATUS-L          PIC X.
           05  CHGQUE-STATUS-R          PIC X.

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
      * Working copy of the configuration, edited field by field
      * and only staged for approval when the operator confirms.
       01  WORK-PAGE-SIZE               PIC 99      VALUE 15.
       01  WORK-RANGE-LOW               PIC 9(6)    VALUE 10.
       01  WORK-RANGE-HIGH              PIC 9(6)    VALUE 100.
       01  CHANGE-DETAIL                PIC X(31).
       01  CHANGE-FIELD-NAME            PIC X(8).
      * Accepted changes are held here and only reach the daily
      * log once they are really on the queue - an audit trail
      * must never attest to changes nobody can approve.
       01  PENDING-COUNT                PIC 9       VALUE 0.
       01  PENDING-AUDIT-TABLE.
           05  PENDING-AUDIT-ENTRY OCCURS 6 TIMES  PIC X(31).
       01  PENDING-IDX                  PIC 9.
       01  PENDING-KEEP-IDX             PIC 9.
       01  DISCARD-DETAIL               PIC X(31).
      * The record as read, the before image of a staged change;
      * spaces when there was no SUITECFG to read.
       01  ORIGINAL-CFG-IMAGE           PIC X(80)   VALUE SPACES.
       01  CHANGE-REASON                PIC X(40).
       01  DESCRIPTION-PTR              PIC 99.
       01  STAGED-SW                    PIC X       VALUE 'N'.
           88  CHANGES-STAGED                        VALUE 'Y'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               PERFORM DROP-PENDING-BAND-CHANGES
           END-IF.
           IF CHANGES-MADE > 0
               DISPLAY "Submit " CHANGES-MADE
                       " change(s) for approval (Y/N)?"
               CALL "CONTYN" USING CONFIRM-ANSWER
               IF CONFIRM-ANSWER = 'Y'
                   PERFORM STAGE-NEW-CONFIG THRU
                       STAGE-NEW-CONFIG-EXIT
               ELSE
                   DISPLAY "Changes discarded."
                   MOVE SPACES TO DISCARD-DETAIL
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00"
                   MOVE SUITECFG-REC TO ORIGINAL-CFG-IMAGE
                   MOVE SUITECFG-PAGE-BREAK-SIZE TO WORK-PAGE-SIZE
                   MOVE SUITECFG-RANGE-LOW TO WORK-RANGE-LOW
                   MOVE SUITECFG-RANGE-HIGH TO WORK-RANGE-HIGH
               MOVE PENDING-AUDIT-ENTRY (PENDING-IDX) TO
                    CHANGE-DETAIL
               CALL "DAYLOG" USING "CFG01   " OPERATOR-ID
                                    "CHGSTAGE" CHANGE-DETAIL
           END-PERFORM.

      * The whole record goes on the queue as one change - the
      * fields were edited together and the band check ruled on
      * them together, so they are approved or refused together.
       STAGE-NEW-CONFIG.
           DISPLAY "Reason for the change (for the approver):".
           ACCEPT CHANGE-REASON.
           IF CHANGE-REASON = SPACES
               DISPLAY "A reason is required - changes discarded."
               MOVE SPACES TO DISCARD-DETAIL
               STRING CHANGES-MADE " CHANGES DISCARDED"
                   DELIMITED BY SIZE INTO DISCARD-DETAIL
               CALL "DAYLOG" USING "CFG01   " OPERATOR-ID
                                    "CFGDISC " DISCARD-DETAIL
               GO TO STAGE-NEW-CONFIG-EXIT
           END-IF.
           OPEN EXTEND CFG01-CHGQUE.
           IF CHGQUE-STATUS NOT = "00"
               OPEN OUTPUT CFG01-CHGQUE
           END-IF.
           IF CHGQUE-STATUS NOT = "00"
               DISPLAY "CFG01: OPEN CHGQUE - status "
                       CHGQUE-STATUS
               GO TO STAGE-NEW-CONFIG-EXIT
           END-IF.
           MOVE SPACES TO SUITECFG-REC.
           MOVE WORK-PAGE-SIZE TO SUITECFG-PAGE-BREAK-SIZE.
           MOVE WORK-RANGE-LOW TO SUITECFG-RANGE-LOW.
           MOVE WORK-RANGE-HIGH TO SUITECFG-RANGE-HIGH.
           MOVE WORK-MENU-MAX TO SUITECFG-MENU-MAX-OPT.
           MOVE WORK-LOG-RETENT TO SUITECFG-LOG-RETENT-DAYS.
           MOVE WORK-HIST-RETENT TO SUITECFG-HIST-RETENT-DAYS.
           MOVE WORK-PWD-EXPIRE TO SUITECFG-PWD-EXPIRE-DAYS.
           MOVE WORK-PWD-FAILS TO SUITECFG-PWD-MAX-FAILS.
           MOVE WORK-TRAINING-SW TO SUITECFG-TRAINING-SW.
           MOVE SPACES TO CHGQUE-REC.
           MOVE 'C' TO CHGQUE-TARGET.
           IF ORIGINAL-CFG-IMAGE = SPACES
               MOVE 'A' TO CHGQUE-ACTION
           ELSE
               MOVE 'C' TO CHGQUE-ACTION
           END-IF.
           MOVE 'N' TO CHGQUE-TRAINING-SW.
           MOVE ORIGINAL-CFG-IMAGE TO CHGQUE-BEFORE-IMAGE.
           MOVE SUITECFG-REC TO CHGQUE-AFTER-IMAGE.
           MOVE 1 TO DESCRIPTION-PTR.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               STRING PENDING-AUDIT-ENTRY (PENDING-IDX) (1:8) " "
                   DELIMITED BY SIZE INTO CHGQUE-DESCRIPTION
                   WITH POINTER DESCRIPTION-PTR
               END-STRING
           END-PERFORM.
           MOVE CHANGE-REASON TO CHGQUE-REASON.
           MOVE OPERATOR-ID TO CHGQUE-MAKER-ID.
           ACCEPT CHGQUE-STAGED-DATE FROM DATE YYYYMMDD.
           ACCEPT CHGQUE-STAGED-TIME FROM TIME.
           MOVE 'P' TO CHGQUE-ENTRY-STATUS.
           MOVE 0 TO CHGQUE-DECIDED-DATE.
           MOVE 0 TO CHGQUE-DECIDED-TIME.
           WRITE CHGQUE-REC.
           CLOSE CFG01-CHGQUE.
           MOVE 'Y' TO STAGED-SW.
           DISPLAY "Change staged - it takes effect once a second "
                   "operator applies it through CHQ01.".
           PERFORM FLUSH-PENDING-AUDIT.
       STAGE-NEW-CONFIG-EXIT.
           EXIT.

       PRINT-EFFECTIVE-CONFIG.
           OPEN OUTPUT CFG01-REPORT.
           MOVE RPT-HDR-LINE TO CFG01-REPORT-LINE.
           WRITE CFG01-REPORT-LINE.
           MOVE SPACES TO CFG01-REPORT-LINE.
      * A staged edit is not in force until CHQ01 applies it, and
      * the sheet must not pretend otherwise.
           IF CHANGES-STAGED
               STRING "PROPOSED CONFIGURATION - AWAITING APPROVAL"
                      " (KEYED BY " OPERATOR-ID ")"
                   DELIMITED BY SIZE INTO CFG01-REPORT-LINE
           ELSE
               STRING "EFFECTIVE CONFIGURATION (KEYED BY "
                      OPERATOR-ID ")"
                   DELIMITED BY SIZE INTO CFG01-REPORT-LINE
           END-IF.
           WRITE CFG01-REPORT-LINE.
           MOVE SPACES TO CFG01-REPORT-LINE.
           STRING "PAGE-BREAK SIZE        " WORK-PAGE-SIZE
