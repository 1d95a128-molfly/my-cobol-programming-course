       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJ03.
      *--------------------------------------------------
      * REJECT AND PENDING-REPAIR AGING. REJECTS SAT ON
      * FILEDATREJ, AND REPAIRS ON FILEDATPND WAITING FOR A REJ02
      * REVIEWER, FOR DAYS BECAUSE NOTHING SAID HOW LONG THEY HAD
      * BEEN THERE - HOV01 LISTS THEM BUT CANNOT AGE THEM. REJ03
      * RUNS EACH NIGHT AFTER CNT01:
      *   EVERY ITEM ON EITHER QUEUE IS STAMPED WITH ITS
      *   FIRST-SEEN DATE ON THE KEYED REJAGE FILE THE FIRST
      *   NIGHT IT APPEARS, AND COMES OFF AGAIN THE NIGHT IT HAS
      *   LEFT THE QUEUE;
      *   ITS AGE IS COUNTED IN BUSINESS DAYS OUTSTANDING ON THE
      *   HOLCAL CALENDAR (WEEKEND RULE AND HOLIDAYS, AS CAL01
      *   READS THEM) AND BUCKETED 0-1, 2-3, 4-5, 6-10 AND OVER
      *   10, SEPARATELY FOR REJECTS AND PENDING REPAIRS;
      *   THE SLA FOR EACH REJECT CODE COMES FROM THE REJSLA
      *   CARDS (A BLANK-CODE CARD SETS THE DEFAULT, OTHERWISE
      *   3 BUSINESS DAYS); THE NIGHT AN ITEM PASSES ITS SLA AN
      *   ESCALATION ALERT GOES TO THE SHARED CNT01ALRT FILE,
      *   ONCE PER ITEM;
      *   EACH LINE ON REJ03RPT SHOWS WHO LAST TOUCHED THE ITEM,
      *   FROM THE REPAIR TRAIL REJ01 AND REJ02 BOTH WRITE TO
      *   REJ01LOG, MATCHED ON THE MASKED ACCOUNT.
      * RETURN CODE 4 WHEN ANY ITEM IS PAST ITS SLA OR A QUEUE
      * COULD NOT BE READ.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO FILEDATREJ
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILEDATREJ-STATUS.

           SELECT PENDING-FILE ASSIGN TO FILEDATPND
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILEDATPND-STATUS.

           SELECT REPAIR-LOG ASSIGN TO REJ01LOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REJ01LOG-STATUS.

           SELECT REJAGE-FILE ASSIGN TO REJAGE
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS REJAGE-KEY
                  FILE STATUS   IS REJAGE-STATUS.

           SELECT HOLIDAY-CALENDAR ASSIGN TO HOLCAL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS HOLCAL-STATUS.

           SELECT REJ03-SLA ASSIGN TO REJSLA
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REJSLA-STATUS.

           SELECT REJ03-ALERT ASSIGN TO CNT01ALRT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT REJ03-REPORT ASSIGN TO REJ03RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REJ03RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
           COPY "filedatrej.cpy".

      * Same pending-repair layout REJ01 writes and REJ02 reads.
       FD  PENDING-FILE.
       01  PENDING-REPAIR-REC.
           05  PENDING-REPAIR-DATA      PIC X(80).
           05  PENDING-REPAIR-OPERATOR  PIC X(10).
           05  PENDING-REPAIR-CODE      PIC X(4).
           05  FILLER                   PIC X(30).

      * The shared repair trail: date, time, operator, action and
      * masked account in fixed columns on every line, whichever
      * console wrote it.
       FD  REPAIR-LOG.
       01  REPAIR-LOG-LINE.
           05  REPAIR-LOG-DATE          PIC X(10).
           05  FILLER                   PIC X.
           05  REPAIR-LOG-TIME          PIC X(8).
           05  FILLER                   PIC X.
           05  REPAIR-LOG-OPERATOR      PIC X(10).
           05  FILLER                   PIC X.
           05  REPAIR-LOG-ACTION        PIC X(8).
           05  FILLER                   PIC X.
           05  REPAIR-LOG-ACCT          PIC X(10).
           05  FILLER                   PIC X(30).

       FD  REJAGE-FILE.
           COPY "rejage.cpy".

       FD  HOLIDAY-CALENDAR.
       01  HOLCAL-REC.
           05  HOLCAL-REC-TYPE          PIC X.
           05  HOLCAL-DATE              PIC 9(8).
           05  HOLCAL-NAME              PIC X(30).
           05  HOLCAL-SAT-SW            PIC X.
           05  HOLCAL-SUN-SW            PIC X.
           05  FILLER                   PIC X(39).

      * One card per reject code: the business days an item with
      * that code may stay on a queue before it is escalated.
       FD  REJ03-SLA.
       01  REJSLA-REC.
           05  REJSLA-CODE              PIC X(4).
           05  FILLER                   PIC X.
           05  REJSLA-DAYS              PIC 9(3).
           05  FILLER                   PIC X(72).

       FD  REJ03-ALERT.
       01  REJ03-ALERT-REC.
           05  ALERT-DATE               PIC X(10).
           05  FILLER                   PIC X.
           05  ALERT-TIME               PIC 9(8).
           05  FILLER                   PIC X.
           05  ALERT-SEVERITY           PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  REJ03-REPORT.
       01  REJ03-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==REJECT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==PENDING==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==REJAGE==.

       01  FILEDATREJ-STATUS.
           05  FILEDATREJ-STATUS-L      PIC X.
           05  FILEDATREJ-STATUS-R      PIC X.
       01  FILEDATPND-STATUS.
           05  FILEDATPND-STATUS-L      PIC X.
           05  FILEDATPND-STATUS-R      PIC X.
       01  REJ01LOG-STATUS.
           05  REJ01LOG-STATUS-L        PIC X.
           05  REJ01LOG-STATUS-R        PIC X.
       01  REJAGE-STATUS.
           05  REJAGE-STATUS-L          PIC X.
           05  REJAGE-STATUS-R          PIC X.
       01  HOLCAL-STATUS.
           05  HOLCAL-STATUS-L          PIC X.
           05  HOLCAL-STATUS-R          PIC X.
       01  REJSLA-STATUS.
           05  REJSLA-STATUS-L          PIC X.
           05  REJSLA-STATUS-R          PIC X.
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  REJ03RPT-STATUS.
           05  REJ03RPT-STATUS-L        PIC X.
           05  REJ03RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * Weekend rule and holidays from HOLCAL, as CAL01 loads
      * them, for counting business days outstanding.
       01  PROCESS-SAT-SW               PIC X       VALUE 'N'.
       01  PROCESS-SUN-SW               PIC X       VALUE 'N'.
       01  HOLIDAY-COUNT                PIC 99      VALUE 0.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 30 TIMES.
               10  HOLIDAY-TBL-DATE     PIC 9(8).
       01  HOLIDAY-IDX                  PIC 99.

      * Day-of-week from the shared DATESER serial-day count;
      * serial mod 7: 0=SAT 1=SUN 2=MON ... .
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  DAY-OF-WEEK-NUM              PIC 9.
       01  SERIAL-WORK                  PIC 9(9).

      * Date stepping. A day is added by bumping the day and
      * letting DATECK say when the month (or year) has rolled.
       01  STEP-DATE-PARTS.
           05  STEP-CCYY                PIC 9(4).
           05  STEP-MM                  PIC 99.
           05  STEP-DD                  PIC 99.
       01  STEP-DATE REDEFINES STEP-DATE-PARTS
                                        PIC 9(8).
       01  PROCESSING-DAY-SW            PIC X.
           88  PROCESSING-DAY                        VALUE 'Y'.
       01  CALENDAR-DAYS                PIC 9(5).
       01  BUSINESS-DAYS                PIC 9(5).
       01  EDITED-DAYS                  PIC ZZZZ9.

      * Linkage fields for the shared DATECK calendar check.
       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

      * SLA business days per reject code from REJSLA.
       01  DEFAULT-SLA-DAYS             PIC 9(3)    VALUE 3.
       01  SLA-COUNT                    PIC 99      VALUE 0.
       01  SLA-TABLE.
           05  SLA-ENTRY OCCURS 50 TIMES.
               10  SLA-TBL-CODE         PIC X(4).
               10  SLA-TBL-DAYS         PIC 9(3).
       01  SLA-IDX                      PIC 99.
       01  ITEM-SLA-DAYS                PIC 9(3).
       01  EDITED-SLA                   PIC ZZ9.

      * Last touch per masked account from the repair trail; a
      * later line for the same account replaces an earlier one.
       01  TOUCH-COUNT                  PIC 9(4)    VALUE 0.
       01  TOUCH-TABLE.
           05  TOUCH-ENTRY OCCURS 1000 TIMES.
               10  TOUCH-ACCT           PIC X(10).
               10  TOUCH-OPERATOR       PIC X(10).
               10  TOUCH-ACTION         PIC X(8).
               10  TOUCH-DATE           PIC X(10).
       01  TOUCH-IDX                    PIC 9(4).
       01  TOUCH-FOUND-IDX              PIC 9(4).
       01  TOUCH-FULL-SW                PIC X       VALUE 'N'.
           88  TOUCH-FULL                            VALUE 'Y'.
       01  LAST-OPERATOR                PIC X(10).
       01  LAST-ACTION                  PIC X(8).
       01  LAST-DATE                    PIC X(10).

       01  BUCKET-IDX                   PIC 9       VALUE 1.
       01  BUCKET-TOTALS-TABLE.
           05  BUCKET-ENTRY OCCURS 5 TIMES.
               10  BUCKET-REJECTS       PIC 9(6).
               10  BUCKET-PENDING       PIC 9(6).
       01  BUCKET-LABEL-TABLE.
           05  FILLER                   PIC X(8)    VALUE "0-1     ".
           05  FILLER                   PIC X(8)    VALUE "2-3     ".
           05  FILLER                   PIC X(8)    VALUE "4-5     ".
           05  FILLER                   PIC X(8)    VALUE "6-10    ".
           05  FILLER                   PIC X(8)    VALUE "OVER 10 ".
       01  FILLER REDEFINES BUCKET-LABEL-TABLE.
           05  BUCKET-LABEL OCCURS 5 TIMES  PIC X(8).

      * The item in hand, from whichever queue is being aged.
       01  ITEM-QUEUE                   PIC X.
       01  ITEM-IMAGE                   PIC X(80).
       01  ITEM-CODE                    PIC X(4).
       01  ITEM-OPERATOR                PIC X(10).
       01  ITEM-FLAG                    PIC X(4).
       01  MASKED-ACCT                  PIC X(10).
       01  STAMPED-SW                   PIC X.
           88  ITEM-STAMPED                          VALUE 'Y'.
       01  REJAGE-READY-SW              PIC X       VALUE 'N'.
           88  REJAGE-READY                          VALUE 'Y'.
       01  REJECTS-READ-OK-SW           PIC X       VALUE 'N'.
           88  REJECTS-READ-OK                       VALUE 'Y'.
       01  PENDING-READ-OK-SW           PIC X       VALUE 'N'.
           88  PENDING-READ-OK                       VALUE 'Y'.

       01  REJECTS-AGED                 PIC 9(6)    VALUE 0.
       01  PENDING-AGED                 PIC 9(6)    VALUE 0.
       01  NEWLY-STAMPED                PIC 9(6)    VALUE 0.
       01  OVER-SLA-COUNT               PIC 9(6)    VALUE 0.
       01  ESCALATED-COUNT              PIC 9(6)    VALUE 0.
       01  CLEARED-COUNT                PIC 9(6)    VALUE 0.
       01  LOG-LINES-READ               PIC 9(7)    VALUE 0.
       01  ALERT-MESSAGE                PIC X(40).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "REJ03   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE ZEROS TO BUCKET-TOTALS-TABLE.
           PERFORM LOAD-THE-CALENDAR.
           PERFORM LOAD-SLA-CARDS.
           PERFORM LOAD-LAST-TOUCHES.
           PERFORM OPEN-THE-FILES.
           PERFORM AGE-THE-REJECTS.
           PERFORM AGE-THE-PENDING-REPAIRS.
           PERFORM CLEAR-LEFT-ITEMS THRU CLEAR-LEFT-ITEMS-EXIT.
           PERFORM WRITE-BUCKET-SUMMARY.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "REJ03: rejects aged=         " REJECTS-AGED.
           DISPLAY "REJ03: pending repairs aged= " PENDING-AGED.
           DISPLAY "REJ03: past SLA=             " OVER-SLA-COUNT.
           DISPLAY "REJ03: escalated tonight=    " ESCALATED-COUNT.
           IF OVER-SLA-COUNT > 0
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           END-IF.
           CALL "DAYLOG" USING "REJ03   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       LOAD-THE-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR.
           IF HOLCAL-STATUS = "00"
               PERFORM UNTIL HOLCAL-STATUS NOT = "00"
                   READ HOLIDAY-CALENDAR
                       AT END MOVE "10" TO HOLCAL-STATUS
                   END-READ
                   IF HOLCAL-STATUS = "00"
                       PERFORM LOAD-ONE-CALENDAR-CARD
                   END-IF
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR
           ELSE
               DISPLAY "REJ03: OPEN HOLIDAY-CALENDAR - status "
                       HOLCAL-STATUS " - weekends only"
           END-IF.
           DISPLAY "REJ03: holidays loaded= " HOLIDAY-COUNT.

       LOAD-SLA-CARDS.
           OPEN INPUT REJ03-SLA.
           IF REJSLA-STATUS = "00"
               PERFORM UNTIL REJSLA-STATUS NOT = "00"
                   READ REJ03-SLA
                       AT END MOVE "10" TO REJSLA-STATUS
                   END-READ
                   IF REJSLA-STATUS = "00" AND
                      REJSLA-DAYS IS NUMERIC
                       PERFORM LOAD-ONE-SLA-CARD
                   END-IF
               END-PERFORM
               CLOSE REJ03-SLA
           ELSE
               DISPLAY "REJ03: OPEN REJ03-SLA - status "
                       REJSLA-STATUS " - default SLA only"
           END-IF.
           DISPLAY "REJ03: SLA cards loaded= " SLA-COUNT
                   " default SLA days= " DEFAULT-SLA-DAYS.

       LOAD-LAST-TOUCHES.
           OPEN INPUT REPAIR-LOG.
           IF REJ01LOG-STATUS = "00"
               PERFORM UNTIL REJ01LOG-STATUS NOT = "00"
                   READ REPAIR-LOG
                       AT END MOVE "10" TO REJ01LOG-STATUS
                   END-READ
                   IF REJ01LOG-STATUS = "00" AND
                      REPAIR-LOG-ACCT NOT = SPACES
                       ADD 1 TO LOG-LINES-READ
                       PERFORM NOTE-ONE-TOUCH
                   END-IF
               END-PERFORM
               CLOSE REPAIR-LOG
           ELSE
               DISPLAY "REJ03: OPEN REPAIR-LOG - status "
                       REJ01LOG-STATUS " - no last-touch detail"
           END-IF.
           DISPLAY "REJ03: repair trail lines read= " LOG-LINES-READ.

      * First-ever run: no stamp file yet, so an empty one is
      * built, the way MST01 starts ACCTMST.
       OPEN-THE-FILES.
           OPEN I-O REJAGE-FILE.
           IF REJAGE-STATUS = "35"
               OPEN OUTPUT REJAGE-FILE
               CLOSE REJAGE-FILE
               OPEN I-O REJAGE-FILE
           END-IF.
           IF REJAGE-STATUS = "00"
               MOVE 'Y' TO REJAGE-READY-SW
           ELSE
               DISPLAY "REJ03: OPEN REJAGE-FILE - status "
                       REJAGE-STATUS " - items aged from tonight"
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           OPEN OUTPUT REJ03-REPORT.
           IF REJ03RPT-STATUS NOT = "00"
               DISPLAY "REJ03: OPEN REJ03-REPORT - status "
                       REJ03RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
               MOVE SPACES TO REJ03-REPORT-LINE
               STRING "REJECT AND REPAIR AGING FOR BUSINESS DATE "
                      BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
           END-IF.

      * A queue that isn't there tonight has nothing on it; one
      * that is there but cannot be read is not swept, so its
      * stamps survive until it can be.
       AGE-THE-REJECTS.
           MOVE 'R' TO ITEM-QUEUE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT REJECT-FILE.
           EVALUATE TRUE
               WHEN FILEDATREJ-STATUS = "00"
                   MOVE 'Y' TO REJECTS-READ-OK-SW
                   MOVE 'O' TO REJECT-OPEN-FLAG
               WHEN FILEDATREJ-STATUS = "35"
                   MOVE 'Y' TO REJECTS-READ-OK-SW
                   MOVE 'Y' TO REJECT-EOF
               WHEN OTHER
                   DISPLAY "REJ03: OPEN REJECT-FILE - status "
                           FILEDATREJ-STATUS
                   MOVE 'Y' TO REJECT-EOF
                   MOVE 4 TO RUN-SEVERITY
           END-EVALUATE.
           PERFORM UNTIL REJECT-EOF-YES
               READ REJECT-FILE
                   AT END MOVE 'Y' TO REJECT-EOF
               END-READ
               IF NOT REJECT-EOF-YES
                   ADD 1 TO REJECTS-AGED
                   MOVE 'R' TO ITEM-QUEUE
                   MOVE FILEDATCLT-REJECT-DATA TO ITEM-IMAGE
                   MOVE FILEDATCLT-REJECT-CODE TO ITEM-CODE
                   MOVE SPACES TO ITEM-OPERATOR
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-PERFORM.
           IF REJECT-OPEN-FLAG = 'O'
               CLOSE REJECT-FILE
           END-IF.
           IF REJECTS-AGED = 0
               PERFORM WRITE-NONE-LINE
           END-IF.

       AGE-THE-PENDING-REPAIRS.
           MOVE 'P' TO ITEM-QUEUE.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT PENDING-FILE.
           EVALUATE TRUE
               WHEN FILEDATPND-STATUS = "00"
                   MOVE 'Y' TO PENDING-READ-OK-SW
                   MOVE 'O' TO PENDING-OPEN-FLAG
               WHEN FILEDATPND-STATUS = "35"
                   MOVE 'Y' TO PENDING-READ-OK-SW
                   MOVE 'Y' TO PENDING-EOF
               WHEN OTHER
                   DISPLAY "REJ03: OPEN PENDING-FILE - status "
                           FILEDATPND-STATUS
                   MOVE 'Y' TO PENDING-EOF
                   MOVE 4 TO RUN-SEVERITY
           END-EVALUATE.
           PERFORM UNTIL PENDING-EOF-YES
               READ PENDING-FILE
                   AT END MOVE 'Y' TO PENDING-EOF
               END-READ
               IF NOT PENDING-EOF-YES
                   ADD 1 TO PENDING-AGED
                   MOVE 'P' TO ITEM-QUEUE
                   MOVE PENDING-REPAIR-DATA TO ITEM-IMAGE
                   MOVE PENDING-REPAIR-CODE TO ITEM-CODE
                   MOVE PENDING-REPAIR-OPERATOR TO ITEM-OPERATOR
                   PERFORM AGE-ONE-ITEM
               END-IF
           END-PERFORM.
           IF PENDING-OPEN-FLAG = 'O'
               CLOSE PENDING-FILE
           END-IF.
           IF PENDING-AGED = 0
               PERFORM WRITE-NONE-LINE
           END-IF.

      * A stamp not moved on tonight belongs to an item that has
      * left its queue - repaired, released or refused.
       CLEAR-LEFT-ITEMS.
           IF NOT REJAGE-READY
               GO TO CLEAR-LEFT-ITEMS-EXIT
           END-IF.
           MOVE LOW-VALUES TO REJAGE-KEY.
           START REJAGE-FILE
               KEY IS NOT LESS THAN REJAGE-KEY
               INVALID KEY
                   MOVE 'Y' TO REJAGE-EOF
           END-START.
           PERFORM UNTIL REJAGE-EOF-YES
               READ REJAGE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO REJAGE-EOF
               END-READ
               IF NOT REJAGE-EOF-YES AND
                  REJAGE-LAST-SEEN NOT = BUSINESS-DATE-NUM
                   IF (REJAGE-ON-REJECTS AND REJECTS-READ-OK) OR
                      (REJAGE-ON-PENDING AND PENDING-READ-OK)
                       DELETE REJAGE-FILE
                           INVALID KEY
                               DISPLAY "REJ03: DELETE REJAGE-FILE"
                                       " - status " REJAGE-STATUS
                           NOT INVALID KEY
                               ADD 1 TO CLEARED-COUNT
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
       CLEAR-LEFT-ITEMS-EXIT.
           EXIT.

       WRITE-BUCKET-SUMMARY.
           IF REJ03RPT-STATUS = "00"
               MOVE SPACES TO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
               MOVE "BUSINESS DAYS OUTSTANDING" TO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
               PERFORM VARYING BUCKET-IDX FROM 1 BY 1
                       UNTIL BUCKET-IDX > 5
                   MOVE SPACES TO REJ03-REPORT-LINE
                   STRING "BUCKET " BUCKET-LABEL (BUCKET-IDX)
                          " REJECTS " BUCKET-REJECTS (BUCKET-IDX)
                          " PENDING " BUCKET-PENDING (BUCKET-IDX)
                       DELIMITED BY SIZE INTO REJ03-REPORT-LINE
                   WRITE REJ03-REPORT-LINE
               END-PERFORM
               MOVE SPACES TO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
               MOVE SPACES TO REJ03-REPORT-LINE
               STRING "Rejects is= " REJECTS-AGED
                      "  Pending is= " PENDING-AGED
                      "  First seen tonight is= " NEWLY-STAMPED
                   DELIMITED BY SIZE INTO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
               MOVE SPACES TO REJ03-REPORT-LINE
               STRING "Past SLA is= " OVER-SLA-COUNT
                      "  Escalated tonight is= " ESCALATED-COUNT
                      "  Left the queues is= " CLEARED-COUNT
                   DELIMITED BY SIZE INTO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
               IF TOUCH-FULL
                   MOVE SPACES TO REJ03-REPORT-LINE
                   STRING "*** REPAIR TRAIL TABLE FULL - SOME "
                          "LAST TOUCHES NOT SHOWN ***"
                       DELIMITED BY SIZE INTO REJ03-REPORT-LINE
                   WRITE REJ03-REPORT-LINE
               END-IF
           END-IF.

       CLOSE-THE-FILES.
           IF REJAGE-READY
               CLOSE REJAGE-FILE
           END-IF.
           IF REJ03RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
               CLOSE REJ03-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       LOAD-ONE-CALENDAR-CARD.
           EVALUATE HOLCAL-REC-TYPE
               WHEN 'W'
                   MOVE HOLCAL-SAT-SW TO PROCESS-SAT-SW
                   MOVE HOLCAL-SUN-SW TO PROCESS-SUN-SW
               WHEN 'H'
                   IF HOLIDAY-COUNT < 30
                       ADD 1 TO HOLIDAY-COUNT
                       MOVE HOLCAL-DATE TO
                            HOLIDAY-TBL-DATE (HOLIDAY-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOAD-ONE-SLA-CARD.
           IF REJSLA-CODE = SPACES
               MOVE REJSLA-DAYS TO DEFAULT-SLA-DAYS
           ELSE
               IF SLA-COUNT < 50
                   ADD 1 TO SLA-COUNT
                   MOVE REJSLA-CODE TO SLA-TBL-CODE (SLA-COUNT)
                   MOVE REJSLA-DAYS TO SLA-TBL-DAYS (SLA-COUNT)
               ELSE
                   DISPLAY "REJ03: SLA table full - card ignored"
               END-IF
           END-IF.

       NOTE-ONE-TOUCH.
           MOVE 0 TO TOUCH-FOUND-IDX.
           PERFORM VARYING TOUCH-IDX FROM 1 BY 1
                   UNTIL TOUCH-IDX > TOUCH-COUNT
               IF TOUCH-ACCT (TOUCH-IDX) = REPAIR-LOG-ACCT
                   MOVE TOUCH-IDX TO TOUCH-FOUND-IDX
               END-IF
           END-PERFORM.
           IF TOUCH-FOUND-IDX = 0
               IF TOUCH-COUNT < 1000
                   ADD 1 TO TOUCH-COUNT
                   MOVE TOUCH-COUNT TO TOUCH-FOUND-IDX
                   MOVE REPAIR-LOG-ACCT TO TOUCH-ACCT (TOUCH-COUNT)
               ELSE
                   MOVE 'Y' TO TOUCH-FULL-SW
               END-IF
           END-IF.
           IF TOUCH-FOUND-IDX > 0
               MOVE REPAIR-LOG-OPERATOR TO
                    TOUCH-OPERATOR (TOUCH-FOUND-IDX)
               MOVE REPAIR-LOG-ACTION TO
                    TOUCH-ACTION (TOUCH-FOUND-IDX)
               MOVE REPAIR-LOG-DATE TO TOUCH-DATE (TOUCH-FOUND-IDX)
           END-IF.

      * Stamp (or find the stamp for) one queued item, age it in
      * business days, bucket it, escalate it the night it first
      * runs past its SLA, and report it.
       AGE-ONE-ITEM.
           PERFORM FIND-THE-STAMP.
           PERFORM COUNT-BUSINESS-DAYS.
           EVALUATE TRUE
               WHEN BUSINESS-DAYS <= 1
                   MOVE 1 TO BUCKET-IDX
               WHEN BUSINESS-DAYS <= 3
                   MOVE 2 TO BUCKET-IDX
               WHEN BUSINESS-DAYS <= 5
                   MOVE 3 TO BUCKET-IDX
               WHEN BUSINESS-DAYS <= 10
                   MOVE 4 TO BUCKET-IDX
               WHEN OTHER
                   MOVE 5 TO BUCKET-IDX
           END-EVALUATE.
           IF ITEM-QUEUE = 'R'
               ADD 1 TO BUCKET-REJECTS (BUCKET-IDX)
           ELSE
               ADD 1 TO BUCKET-PENDING (BUCKET-IDX)
           END-IF.
           MOVE DEFAULT-SLA-DAYS TO ITEM-SLA-DAYS.
           PERFORM VARYING SLA-IDX FROM 1 BY 1
                   UNTIL SLA-IDX > SLA-COUNT
               IF SLA-TBL-CODE (SLA-IDX) = ITEM-CODE
                   MOVE SLA-TBL-DAYS (SLA-IDX) TO ITEM-SLA-DAYS
               END-IF
           END-PERFORM.
           CALL "MASKACCT" USING ITEM-IMAGE (1:10) MASKED-ACCT.
           MOVE SPACES TO ITEM-FLAG.
           IF BUSINESS-DAYS > ITEM-SLA-DAYS
               ADD 1 TO OVER-SLA-COUNT
               MOVE "OVER" TO ITEM-FLAG
               IF REJAGE-ESCALATED-DATE = 0
                   PERFORM ESCALATE-THE-ITEM
               END-IF
           END-IF.
           PERFORM SAVE-THE-STAMP.
           PERFORM FIND-LAST-TOUCH.
           PERFORM WRITE-ITEM-LINE.

       FIND-THE-STAMP.
           MOVE 'N' TO STAMPED-SW.
           MOVE SPACES TO REJAGE-REC.
           MOVE ITEM-QUEUE TO REJAGE-QUEUE.
           MOVE ITEM-IMAGE TO REJAGE-IMAGE.
           MOVE ITEM-CODE TO REJAGE-CODE.
           IF REJAGE-READY
               READ REJAGE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO STAMPED-SW
               END-READ
           END-IF.
           IF NOT ITEM-STAMPED
               ADD 1 TO NEWLY-STAMPED
               MOVE SPACES TO REJAGE-REC
               MOVE ITEM-QUEUE TO REJAGE-QUEUE
               MOVE ITEM-IMAGE TO REJAGE-IMAGE
               MOVE ITEM-CODE TO REJAGE-CODE
               MOVE BUSINESS-DATE-NUM TO REJAGE-FIRST-SEEN
               MOVE 0 TO REJAGE-ESCALATED-DATE
           END-IF.
           MOVE BUSINESS-DATE-NUM TO REJAGE-LAST-SEEN.

       SAVE-THE-STAMP.
           IF REJAGE-READY
               IF ITEM-STAMPED
                   REWRITE REJAGE-REC
                       INVALID KEY
                           DISPLAY "REJ03: REWRITE REJAGE-FILE - "
                                   "status " REJAGE-STATUS
                   END-REWRITE
               ELSE
                   WRITE REJAGE-REC
                       INVALID KEY
                           DISPLAY "REJ03: WRITE REJAGE-FILE - "
                                   "status " REJAGE-STATUS
                   END-WRITE
               END-IF
           END-IF.

      * Business days after the first-seen date up to and
      * including tonight; the day it arrived does not count.
       COUNT-BUSINESS-DAYS.
           MOVE 0 TO BUSINESS-DAYS.
           MOVE 0 TO CALENDAR-DAYS.
           MOVE REJAGE-FIRST-SEEN TO STEP-DATE.
           PERFORM UNTIL STEP-DATE NOT < BUSINESS-DATE-NUM
                      OR CALENDAR-DAYS > 3660
               PERFORM STEP-ONE-DAY
               ADD 1 TO CALENDAR-DAYS
               PERFORM CHECK-PROCESSING-DAY
               IF PROCESSING-DAY
                   ADD 1 TO BUSINESS-DAYS
               END-IF
           END-PERFORM.

       STEP-ONE-DAY.
           ADD 1 TO STEP-DD.
           MOVE STEP-DATE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               MOVE 1 TO STEP-DD
               ADD 1 TO STEP-MM
               IF STEP-MM > 12
                   MOVE 1 TO STEP-MM
                   ADD 1 TO STEP-CCYY
               END-IF
           END-IF.

      * The CAL01 test: a weekend day the rule does not process,
      * or any holiday on the calendar.
       CHECK-PROCESSING-DAY.
           MOVE 'Y' TO PROCESSING-DAY-SW.
           MOVE STEP-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO SERIAL-WORK.
           COMPUTE DAY-OF-WEEK-NUM =
               SERIAL-WORK - ((SERIAL-WORK / 7) * 7).
           IF DAY-OF-WEEK-NUM = 0 AND PROCESS-SAT-SW NOT = 'Y'
               MOVE 'N' TO PROCESSING-DAY-SW
           END-IF.
           IF DAY-OF-WEEK-NUM = 1 AND PROCESS-SUN-SW NOT = 'Y'
               MOVE 'N' TO PROCESSING-DAY-SW
           END-IF.
           PERFORM VARYING HOLIDAY-IDX FROM 1 BY 1
                   UNTIL HOLIDAY-IDX > HOLIDAY-COUNT
               IF STEP-DATE = HOLIDAY-TBL-DATE (HOLIDAY-IDX)
                   MOVE 'N' TO PROCESSING-DAY-SW
               END-IF
           END-PERFORM.

       ESCALATE-THE-ITEM.
           ADD 1 TO ESCALATED-COUNT.
           MOVE "ESC " TO ITEM-FLAG.
           MOVE BUSINESS-DATE-NUM TO REJAGE-ESCALATED-DATE.
           MOVE SPACES TO ALERT-MESSAGE.
           IF ITEM-QUEUE = 'R'
               STRING "REJECT SLA PASSED " ITEM-CODE " "
                      MASKED-ACCT
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
           ELSE
               STRING "REPAIR SLA PASSED " ITEM-CODE " "
                      MASKED-ACCT
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
           END-IF.
           PERFORM WRITE-ALERT-NOTIFICATION.

      * Last touch from the repair trail; a pending repair never
      * logged still shows the operator who keyed it.
       FIND-LAST-TOUCH.
           MOVE SPACES TO LAST-OPERATOR.
           MOVE SPACES TO LAST-ACTION.
           MOVE SPACES TO LAST-DATE.
           PERFORM VARYING TOUCH-IDX FROM 1 BY 1
                   UNTIL TOUCH-IDX > TOUCH-COUNT
               IF TOUCH-ACCT (TOUCH-IDX) = MASKED-ACCT
                   MOVE TOUCH-OPERATOR (TOUCH-IDX) TO LAST-OPERATOR
                   MOVE TOUCH-ACTION (TOUCH-IDX) TO LAST-ACTION
                   MOVE TOUCH-DATE (TOUCH-IDX) TO LAST-DATE
               END-IF
           END-PERFORM.
           IF LAST-OPERATOR = SPACES
               IF ITEM-OPERATOR NOT = SPACES
                   MOVE ITEM-OPERATOR TO LAST-OPERATOR
                   MOVE "REPAIRED" TO LAST-ACTION
               ELSE
                   MOVE "(none)" TO LAST-OPERATOR
               END-IF
           END-IF.

       WRITE-SECTION-HEADING.
           IF REJ03RPT-STATUS = "00"
               MOVE SPACES TO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
               MOVE SPACES TO REJ03-REPORT-LINE
               IF ITEM-QUEUE = 'R'
                   MOVE "OPEN REJECTS ON FILEDATREJ" TO
                        REJ03-REPORT-LINE
               ELSE
                   MOVE "REPAIRS PENDING REVIEW ON FILEDATPND" TO
                        REJ03-REPORT-LINE
               END-IF
               WRITE REJ03-REPORT-LINE
               MOVE SPACES TO REJ03-REPORT-LINE
               MOVE "ACCOUNT" TO REJ03-REPORT-LINE (1:7)
               MOVE "CODE" TO REJ03-REPORT-LINE (12:4)
               MOVE "FIRST" TO REJ03-REPORT-LINE (17:5)
               MOVE "BDAYS" TO REJ03-REPORT-LINE (26:5)
               MOVE "SLA" TO REJ03-REPORT-LINE (32:3)
               MOVE "LAST TOUCHED BY" TO REJ03-REPORT-LINE (41:15)
               WRITE REJ03-REPORT-LINE
           END-IF.

       WRITE-NONE-LINE.
           IF REJ03RPT-STATUS = "00"
               MOVE "  (none)" TO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
           END-IF.

       WRITE-ITEM-LINE.
           IF REJ03RPT-STATUS = "00"
               MOVE BUSINESS-DAYS TO EDITED-DAYS
               MOVE ITEM-SLA-DAYS TO EDITED-SLA
               MOVE SPACES TO REJ03-REPORT-LINE
               STRING MASKED-ACCT " " ITEM-CODE " "
                      REJAGE-FIRST-SEEN " " EDITED-DAYS " "
                      EDITED-SLA " " ITEM-FLAG " "
                      LAST-OPERATOR " " LAST-ACTION " " LAST-DATE
                   DELIMITED BY SIZE INTO REJ03-REPORT-LINE
               WRITE REJ03-REPORT-LINE
           END-IF.

      * Same alert record CNT01 writes, appended to the shared
      * CNT01ALRT file for the ALR01 routing.
       WRITE-ALERT-NOTIFICATION.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE-CCYY TO SUITE-RUN-DATE-X-CCYY.
           MOVE SUITE-RUN-DATE-MM   TO SUITE-RUN-DATE-X-MM.
           MOVE SUITE-RUN-DATE-DD   TO SUITE-RUN-DATE-X-DD.
           ACCEPT SUITE-RUN-TIME FROM TIME.
           OPEN EXTEND REJ03-ALERT.
           IF CNT01ALRT-STATUS NOT = "00"
               OPEN OUTPUT REJ03-ALERT
           END-IF.
           MOVE SPACES TO REJ03-ALERT-REC.
           MOVE SUITE-RUN-DATE-X TO ALERT-DATE.
           MOVE SUITE-RUN-TIME   TO ALERT-TIME.
           MOVE "HIGH    "    TO ALERT-SEVERITY.
           MOVE "REJ03   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE REJ03-ALERT-REC.
           CLOSE REJ03-ALERT.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="REJ03"==.
