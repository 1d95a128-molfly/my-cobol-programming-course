       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCR01.
      *--------------------------------------------------
      * MONTHLY SUPPLIER PERFORMANCE SCORECARD AND TREND. DQS01
      * GRADES A FILE THE NIGHT IT ARRIVES AND SUP01 AND ARR01
      * CATCH THE MISSING AND THE LATE, BUT THE QUARTERLY
      * SUPPLIER REVIEW HAD NOTHING SHOWING A SUPPLIER'S RECORD
      * OVER TIME. SCR01 RUNS ONCE A MONTH AND SCORES EVERY
      * SUPMST SOURCE ID FOR THE MONTH ON:
      *   ON-TIME DELIVERY - EACH DAY'S FIRST ARRIVALS RECORD
      *   AGAINST SUPMST-CUTOFF-TIME, AS A PERCENTAGE OF THE
      *   DAYS IT DELIVERED PLUS THE DAYS IT MISSED;
      *   MISSED DELIVERIES - FROM SUP01'S SUPMISS HISTORY;
      *   TRAILER-RECONCILIATION FAILURES - CNT01DLV VERDICTS;
      *   REJECT AND DUPLICATE RATES - CNT01STAT, MATCHED TO THE
      *   SUPPLIER THROUGH THE DELIVERY SUMMARY FOR THE SAME
      *   DATE AND FILE NAME;
      *   DQS01 GRADES - FROM THE DQSHIST HISTORY, MATCHED THE
      *   SAME WAY, WITH THE SHARE GRADED C OR F.
      * EACH MONTH IS COMPARED WITH THE AVERAGE OF THE THREE
      * BEFORE IT ON THE SCRHIST FILE; A SUPPLIER WORSE ON AT
      * LEAST THE SCR01PM NUMBER OF MEASURES (DEFAULT 2) IS
      * MARKED DETERIORATING. THE MONTH'S SCORECARD IS WRITTEN
      * BACK TO SCRHIST, WHICH NOTHING PURGES, SO THE TREND
      * OUTLIVES THE RAW HISTORIES. CNT01DLV AND CNT01STAT ARE
      * THE RUNNING HISTORIES BIL01 BILLS FROM; SCR01PM CARRIES
      * THE CCYYMM TO SCORE (DEFAULT THE MONTH BEFORE THE RUN
      * DATE) AND THE DETERIORATION COUNT.
      * RETURN CODE 4 WHEN ANY SUPPLIER IS DETERIORATING.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCR01-PARMCARD ASSIGN TO SCR01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SCR01PM-STATUS.

           SELECT SCR01-SUPPLIERS ASSIGN TO SUPMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SUPMST-SOURCE-ID
                  FILE STATUS   IS SUPMST-STATUS.

           SELECT SCR01-DELIVERY ASSIGN TO CNT01DLV
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01DLV-STATUS.

           SELECT SCR01-STATS ASSIGN TO CNT01STAT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01STAT-STATUS.

           SELECT SCR01-GRADES ASSIGN TO DQSHIST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DQSHIST-STATUS.

           SELECT ARRIVAL-FILE ASSIGN TO ARRIVALS
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ARRIVALS-STATUS.

           SELECT SCR01-MISSED ASSIGN TO SUPMISS
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUPMISS-STATUS.

           SELECT SCR01-HISTORY ASSIGN TO SCRHIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SCRHIST-KEY
                  FILE STATUS   IS SCRHIST-STATUS.

           SELECT SCR01-REPORT ASSIGN TO SCR01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SCR01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCR01-PARMCARD.
       01  SCR01PM-REC.
           05  SCR01PM-MONTH            PIC X(6).
           05  SCR01PM-WORSE-LIMIT      PIC X.

       FD  SCR01-SUPPLIERS.
           COPY "supmst.cpy".

       FD  SCR01-DELIVERY.
       01  SCR01-DELIVERY-REC.
           05  DLV-DATE                 PIC X(10).
           05  DLV-FILE-NAME            PIC X(20).
           05  DLV-SOURCE-ID            PIC X(8).
           05  DLV-ACCEPTED             PIC 9(6).
           05  DLV-REJECTED             PIC 9(6).
           05  DLV-AMOUNT               PIC S9(11)V99.
           05  DLV-VERDICT              PIC X(8).
           05  DLV-CYCLE                PIC 9(2).
           05  FILLER                   PIC X(7).

       FD  SCR01-STATS.
       01  SCR01-STATS-REC.
           05  STAT-DATE                PIC X(10).
           05  STAT-FILE-NAME           PIC X(20).
           05  STAT-OPEN-TIME           PIC 9(8).
           05  STAT-CLOSE-TIME          PIC 9(8).
           05  STAT-ELAPSED-SECS        PIC 9(7).
           05  STAT-RECORDS-READ        PIC 9(6).
           05  STAT-RECORDS-REJECTED    PIC 9(6).
           05  STAT-DUPLICATES          PIC 9(5).
           05  STAT-BAD-DATES           PIC 9(5).
           05  STAT-ZERO-AMOUNTS        PIC 9(5).

       FD  SCR01-GRADES.
           COPY "dqshist.cpy".

       FD  ARRIVAL-FILE.
       01  ARRIVAL-REC.
           05  ARR-DATE                 PIC 9(8).
           05  FILLER                   PIC X.
           05  ARR-TIME                 PIC 9(8).
           05  FILLER                   PIC X.
           05  ARR-SOURCE-ID            PIC X(8).
           05  FILLER                   PIC X(54).

       FD  SCR01-MISSED.
           COPY "supmiss.cpy".

       FD  SCR01-HISTORY.
           COPY "scrhist.cpy".

       FD  SCR01-REPORT.
       01  SCR01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SUPMST==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CNT01DLV==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CNT01STAT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DQSHIST==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ARRIVALF==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SUPMISS==.

       01  SCR01PM-STATUS.
           05  SCR01PM-STATUS-L         PIC X.
           05  SCR01PM-STATUS-R         PIC X.
       01  SUPMST-STATUS.
           05  SUPMST-STATUS-L          PIC X.
           05  SUPMST-STATUS-R          PIC X.
       01  CNT01DLV-STATUS.
           05  CNT01DLV-STATUS-L        PIC X.
           05  CNT01DLV-STATUS-R        PIC X.
       01  CNT01STAT-STATUS.
           05  CNT01STAT-STATUS-L       PIC X.
           05  CNT01STAT-STATUS-R       PIC X.
       01  DQSHIST-STATUS.
           05  DQSHIST-STATUS-L         PIC X.
           05  DQSHIST-STATUS-R         PIC X.
       01  ARRIVALS-STATUS.
           05  ARRIVALS-STATUS-L        PIC X.
           05  ARRIVALS-STATUS-R        PIC X.
       01  SUPMISS-STATUS.
           05  SUPMISS-STATUS-L         PIC X.
           05  SUPMISS-STATUS-R         PIC X.
       01  SCRHIST-STATUS.
           05  SCRHIST-STATUS-L         PIC X.
           05  SCRHIST-STATUS-R         PIC X.
       01  SCR01RPT-STATUS.
           05  SCR01RPT-STATUS-L        PIC X.
           05  SCR01RPT-STATUS-R        PIC X.

      * The month scored, as CCYYMM and in the CCYY-MM form the
      * CNT01 history records carry their dates in.
       01  SCORE-MONTH.
           05  SCORE-MONTH-CCYY         PIC 9(4).
           05  SCORE-MONTH-MM           PIC 9(2).
       01  SCORE-MONTH-DIGITS REDEFINES SCORE-MONTH
                                        PIC X(6).
       01  SCORE-MONTH-NUM REDEFINES SCORE-MONTH
                                        PIC 9(6).
       01  SCORE-MONTH-X.
           05  SCORE-MONTH-X-CCYY       PIC 9(4).
           05  FILLER                   PIC X       VALUE "-".
           05  SCORE-MONTH-X-MM         PIC 9(2).
       01  PRIOR-MONTH.
           05  PRIOR-MONTH-CCYY         PIC 9(4).
           05  PRIOR-MONTH-MM           PIC 9(2).
       01  PRIOR-MONTH-NUM REDEFINES PRIOR-MONTH
                                        PIC 9(6).
       01  PRIOR-IDX                    PIC 9.
       01  WORSE-LIMIT                  PIC 9       VALUE 2.

      * One slot per SUPMST profile, with the month's measures.
       01  SUPPLIER-COUNT               PIC 99      VALUE 0.
       01  SUPPLIER-TABLE.
           05  SUPPLIER-ENTRY OCCURS 50 TIMES.
               10  SUP-TBL-ID           PIC X(8).
               10  SUP-TBL-NAME         PIC X(20).
               10  SUP-TBL-CUTOFF       PIC 9(4).
               10  SUP-TBL-ARRIVED-DAYS PIC 9(3).
               10  SUP-TBL-ONTIME-DAYS  PIC 9(3).
               10  SUP-TBL-LAST-ARRIVAL PIC 9(8).
               10  SUP-TBL-MISSED       PIC 9(3).
               10  SUP-TBL-DELIVERIES   PIC 9(5).
               10  SUP-TBL-TRAILER-FAILS PIC 9(5).
               10  SUP-TBL-READ         PIC 9(9).
               10  SUP-TBL-REJECTED     PIC 9(9).
               10  SUP-TBL-DUPLICATES   PIC 9(7).
               10  SUP-TBL-GRADE-COUNT OCCURS 4 TIMES
                                        PIC 9(4).
       01  SUPPLIER-IDX                 PIC 99.
       01  SUPPLIER-FOUND-IDX           PIC 99.
       01  LOOKUP-SOURCE-ID             PIC X(8).

      * The month's delivery files by date and name, so a stats
      * or grade record can be traced to the supplier who sent
      * the file.
       01  FILE-COUNT                   PIC 9(4)    VALUE 0.
       01  FILE-TABLE.
           05  FILE-ENTRY OCCURS 2000 TIMES.
               10  FILE-TBL-DATE        PIC X(10).
               10  FILE-TBL-NAME        PIC X(20).
               10  FILE-TBL-SUPPLIER    PIC 99.
       01  FILE-IDX                     PIC 9(4).
       01  LOOKUP-DATE                  PIC X(10).
       01  LOOKUP-FILE-NAME             PIC X(20).
       01  FILE-TABLE-FULL-SW           PIC X       VALUE 'N'.
           88  FILE-TABLE-FULL                       VALUE 'Y'.

       01  GRADE-IDX                    PIC 9.
       01  GRADE-TOTAL                  PIC 9(5).
       01  ARRIVAL-HHMM                 PIC 9(4).
       01  DAYS-OWED                    PIC 9(4).
       01  SCRHIST-READY-SW             PIC X       VALUE 'N'.
           88  SCRHIST-READY                         VALUE 'Y'.

      * This month's measures and the prior three months'
      * averages, side by side for the comparison.
       01  THIS-MONTH.
           05  THIS-ONTIME-PCT          PIC 9(3)V99.
           05  THIS-MISSED              PIC 9(3)V99.
           05  THIS-TRAILER-FAILS       PIC 9(5)V99.
           05  THIS-REJECT-PCT          PIC 9(3)V99.
           05  THIS-DUP-PCT             PIC 9(3)V99.
           05  THIS-LOW-GRADE-PCT       PIC 9(3)V99.
       01  PRIOR-AVERAGE.
           05  PRIOR-ONTIME-PCT         PIC 9(3)V99.
           05  PRIOR-MISSED             PIC 9(3)V99.
           05  PRIOR-TRAILER-FAILS      PIC 9(5)V99.
           05  PRIOR-REJECT-PCT         PIC 9(3)V99.
           05  PRIOR-DUP-PCT            PIC 9(3)V99.
           05  PRIOR-LOW-GRADE-PCT      PIC 9(3)V99.
       01  PRIOR-SUMS.
           05  SUM-ONTIME-PCT           PIC 9(5)V99.
           05  SUM-MISSED               PIC 9(5)V99.
           05  SUM-TRAILER-FAILS        PIC 9(7)V99.
           05  SUM-REJECT-PCT           PIC 9(5)V99.
           05  SUM-DUP-PCT              PIC 9(5)V99.
           05  SUM-LOW-GRADE-PCT        PIC 9(5)V99.
       01  PRIOR-FOUND                  PIC 9.
       01  WORSE-COUNT                  PIC 9.
       01  WORSE-WORDS                  PIC X(60).
       01  WORSE-POINTER                PIC 99.
       01  ACTIVITY-SW                  PIC X.
           88  SUPPLIER-ACTIVE                       VALUE 'Y'.

       01  SUPPLIERS-SCORED             PIC 9(3)    VALUE 0.
       01  DETERIORATING-COUNT          PIC 9(3)    VALUE 0.
       01  UNMATCHED-FILES              PIC 9(5)    VALUE 0.
       01  EDITED-ONTIME                PIC ZZ9.9.
       01  EDITED-MISSED                PIC ZZ9.
       01  EDITED-TRAILER               PIC ZZZZ9.
       01  EDITED-REJECT                PIC ZZ9.99.
       01  EDITED-DUP                   PIC ZZ9.99.
       01  EDITED-LOW-GRADE             PIC ZZ9.99.
       01  EDITED-GRADE                 PIC ZZZ9.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "SCR01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM SET-SCORING-MONTH.
           PERFORM LOAD-THE-SUPPLIERS.
           PERFORM TOTAL-THE-DELIVERIES.
           PERFORM TOTAL-THE-STATISTICS.
           PERFORM TOTAL-THE-GRADES.
           PERFORM COUNT-THE-ARRIVALS.
           PERFORM COUNT-THE-MISSES.
           PERFORM OPEN-THE-OUTPUTS.
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               PERFORM SCORE-ONE-SUPPLIER
           END-PERFORM.
           PERFORM CLOSE-THE-OUTPUTS.
           DISPLAY "SCR01: month scored=        " SCORE-MONTH-X.
           DISPLAY "SCR01: suppliers scored=    " SUPPLIERS-SCORED.
           DISPLAY "SCR01: deteriorating=       " DETERIORATING-COUNT.
           IF DETERIORATING-COUNT > 0
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           CALL "DAYLOG" USING "SCR01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       SET-SCORING-MONTH.
           MOVE SUITE-RUN-DATE-CCYY TO SCORE-MONTH-CCYY.
           MOVE SUITE-RUN-DATE-MM TO SCORE-MONTH-MM.
           IF SCORE-MONTH-MM = 1
               MOVE 12 TO SCORE-MONTH-MM
               SUBTRACT 1 FROM SCORE-MONTH-CCYY
           ELSE
               SUBTRACT 1 FROM SCORE-MONTH-MM
           END-IF.
           OPEN INPUT SCR01-PARMCARD.
           IF SCR01PM-STATUS = "00"
               READ SCR01-PARMCARD
                   AT END MOVE "10" TO SCR01PM-STATUS
               END-READ
               IF SCR01PM-STATUS = "00"
                   IF SCR01PM-MONTH IS NUMERIC AND
                      SCR01PM-MONTH (5:2) > "00" AND
                      SCR01PM-MONTH (5:2) < "13"
                       MOVE SCR01PM-MONTH TO SCORE-MONTH-DIGITS
                   ELSE
                       IF SCR01PM-MONTH NOT = SPACES
                           DISPLAY "SCR01: parm month "
                                   SCR01PM-MONTH
                                   " refused - scoring the default"
                       END-IF
                   END-IF
                   IF SCR01PM-WORSE-LIMIT IS NUMERIC AND
                      SCR01PM-WORSE-LIMIT > "0"
                       MOVE SCR01PM-WORSE-LIMIT TO WORSE-LIMIT
                   END-IF
               END-IF
               CLOSE SCR01-PARMCARD
           END-IF.
           MOVE SCORE-MONTH-CCYY TO SCORE-MONTH-X-CCYY.
           MOVE SCORE-MONTH-MM TO SCORE-MONTH-X-MM.

       LOAD-THE-SUPPLIERS.
           MOVE 0 TO SUPPLIER-COUNT.
           OPEN INPUT SCR01-SUPPLIERS.
           IF SUPMST-STATUS NOT = "00"
               DISPLAY "SCR01: OPEN SCR01-SUPPLIERS - status "
                       SUPMST-STATUS
               MOVE 'Y' TO SUPMST-EOF
           END-IF.
           PERFORM UNTIL SUPMST-EOF-YES
               READ SCR01-SUPPLIERS NEXT RECORD
                   AT END MOVE 'Y' TO SUPMST-EOF
               END-READ
               IF NOT SUPMST-EOF-YES
                   IF SUPPLIER-COUNT < 50
                       ADD 1 TO SUPPLIER-COUNT
                       INITIALIZE SUPPLIER-ENTRY (SUPPLIER-COUNT)
                       MOVE SUPMST-SOURCE-ID TO
                            SUP-TBL-ID (SUPPLIER-COUNT)
                       MOVE SUPMST-NAME TO
                            SUP-TBL-NAME (SUPPLIER-COUNT)
                       MOVE SUPMST-CUTOFF-TIME TO
                            SUP-TBL-CUTOFF (SUPPLIER-COUNT)
                   ELSE
                       DISPLAY "SCR01: supplier table full - "
                               SUPMST-SOURCE-ID " not scored"
                   END-IF
               END-IF
           END-PERFORM.
           IF SUPMST-STATUS = "00" OR SUPMST-STATUS = "10"
               CLOSE SCR01-SUPPLIERS
           END-IF.
           DISPLAY "SCR01: supplier profiles loaded= " SUPPLIER-COUNT.

       TOTAL-THE-DELIVERIES.
           OPEN INPUT SCR01-DELIVERY.
           IF CNT01DLV-STATUS NOT = "00"
               DISPLAY "SCR01: OPEN SCR01-DELIVERY - status "
                       CNT01DLV-STATUS
               MOVE 'Y' TO CNT01DLV-EOF
           END-IF.
           PERFORM UNTIL CNT01DLV-EOF-YES
               READ SCR01-DELIVERY
                   AT END MOVE 'Y' TO CNT01DLV-EOF
               END-READ
               IF NOT CNT01DLV-EOF-YES AND
                  DLV-DATE (1:7) = SCORE-MONTH-X
                   PERFORM TOTAL-ONE-DELIVERY
               END-IF
           END-PERFORM.
           IF CNT01DLV-STATUS = "00" OR CNT01DLV-STATUS = "10"
               CLOSE SCR01-DELIVERY
           END-IF.
           IF FILE-TABLE-FULL
               DISPLAY "SCR01: *** FILE TABLE FULL - LATER FILES "
                       "NOT MATCHED TO STATS OR GRADES ***"
           END-IF.

       TOTAL-THE-STATISTICS.
           OPEN INPUT SCR01-STATS.
           IF CNT01STAT-STATUS NOT = "00"
               DISPLAY "SCR01: OPEN SCR01-STATS - status "
                       CNT01STAT-STATUS
               MOVE 'Y' TO CNT01STAT-EOF
           END-IF.
           PERFORM UNTIL CNT01STAT-EOF-YES
               READ SCR01-STATS
                   AT END MOVE 'Y' TO CNT01STAT-EOF
               END-READ
               IF NOT CNT01STAT-EOF-YES AND
                  STAT-DATE (1:7) = SCORE-MONTH-X
                   MOVE STAT-DATE TO LOOKUP-DATE
                   MOVE STAT-FILE-NAME TO LOOKUP-FILE-NAME
                   PERFORM FIND-FILE-SUPPLIER
                   IF SUPPLIER-FOUND-IDX > 0
                       ADD STAT-RECORDS-READ TO
                           SUP-TBL-READ (SUPPLIER-FOUND-IDX)
                       ADD STAT-RECORDS-REJECTED TO
                           SUP-TBL-REJECTED (SUPPLIER-FOUND-IDX)
                       ADD STAT-DUPLICATES TO
                           SUP-TBL-DUPLICATES (SUPPLIER-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF CNT01STAT-STATUS = "00" OR CNT01STAT-STATUS = "10"
               CLOSE SCR01-STATS
           END-IF.

       TOTAL-THE-GRADES.
           OPEN INPUT SCR01-GRADES.
           IF DQSHIST-STATUS NOT = "00"
               DISPLAY "SCR01: OPEN SCR01-GRADES - status "
                       DQSHIST-STATUS
               MOVE 'Y' TO DQSHIST-EOF
           END-IF.
           PERFORM UNTIL DQSHIST-EOF-YES
               READ SCR01-GRADES
                   AT END MOVE 'Y' TO DQSHIST-EOF
               END-READ
               IF NOT DQSHIST-EOF-YES AND
                  DQSHIST-DATE (1:7) = SCORE-MONTH-X
                   MOVE DQSHIST-DATE TO LOOKUP-DATE
                   MOVE DQSHIST-FILE-NAME TO LOOKUP-FILE-NAME
                   PERFORM FIND-FILE-SUPPLIER
                   IF SUPPLIER-FOUND-IDX > 0
                       PERFORM COUNT-ONE-GRADE
                   END-IF
               END-IF
           END-PERFORM.
           IF DQSHIST-STATUS = "00" OR DQSHIST-STATUS = "10"
               CLOSE SCR01-GRADES
           END-IF.

      * A supplier's day is judged on its first registered
      * arrival; later re-registrations that day are ignored.
       COUNT-THE-ARRIVALS.
           OPEN INPUT ARRIVAL-FILE.
           IF ARRIVALS-STATUS NOT = "00"
               DISPLAY "SCR01: OPEN ARRIVAL-FILE - status "
                       ARRIVALS-STATUS
               MOVE 'Y' TO ARRIVALF-EOF
           END-IF.
           PERFORM UNTIL ARRIVALF-EOF-YES
               READ ARRIVAL-FILE
                   AT END MOVE 'Y' TO ARRIVALF-EOF
               END-READ
               IF NOT ARRIVALF-EOF-YES AND
                  ARR-DATE (1:6) = SCORE-MONTH-DIGITS
                   PERFORM COUNT-ONE-ARRIVAL
               END-IF
           END-PERFORM.
           IF ARRIVALS-STATUS = "00" OR ARRIVALS-STATUS = "10"
               CLOSE ARRIVAL-FILE
           END-IF.

       COUNT-THE-MISSES.
           OPEN INPUT SCR01-MISSED.
           IF SUPMISS-STATUS NOT = "00"
               DISPLAY "SCR01: OPEN SCR01-MISSED - status "
                       SUPMISS-STATUS
               MOVE 'Y' TO SUPMISS-EOF
           END-IF.
           PERFORM UNTIL SUPMISS-EOF-YES
               READ SCR01-MISSED
                   AT END MOVE 'Y' TO SUPMISS-EOF
               END-READ
               IF NOT SUPMISS-EOF-YES AND
                  SUPMISS-DATE (1:6) = SCORE-MONTH-DIGITS
                   MOVE SUPMISS-SOURCE-ID TO LOOKUP-SOURCE-ID
                   PERFORM FIND-SUPPLIER
                   IF SUPPLIER-FOUND-IDX > 0
                       ADD 1 TO SUP-TBL-MISSED (SUPPLIER-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF SUPMISS-STATUS = "00" OR SUPMISS-STATUS = "10"
               CLOSE SCR01-MISSED
           END-IF.

      * First-ever run: no scorecard history yet, so an empty
      * one is built, the way MST01 starts ACCTMST.
       OPEN-THE-OUTPUTS.
           OPEN I-O SCR01-HISTORY.
           IF SCRHIST-STATUS = "35"
               OPEN OUTPUT SCR01-HISTORY
               CLOSE SCR01-HISTORY
               OPEN I-O SCR01-HISTORY
           END-IF.
           IF SCRHIST-STATUS = "00"
               MOVE 'Y' TO SCRHIST-READY-SW
           ELSE
               DISPLAY "SCR01: OPEN SCR01-HISTORY - status "
                       SCRHIST-STATUS " - no trend, nothing kept"
           END-IF.
           OPEN OUTPUT SCR01-REPORT.
           IF SCR01RPT-STATUS NOT = "00"
               DISPLAY "SCR01: OPEN SCR01-REPORT - status "
                       SCR01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO SCR01-REPORT-LINE
               WRITE SCR01-REPORT-LINE
               MOVE SPACES TO SCR01-REPORT-LINE
               STRING "SUPPLIER SCORECARD FOR " SCORE-MONTH-X
                      " AGAINST THE PRIOR THREE MONTHS"
                   DELIMITED BY SIZE INTO SCR01-REPORT-LINE
               WRITE SCR01-REPORT-LINE
               MOVE SPACES TO SCR01-REPORT-LINE
               WRITE SCR01-REPORT-LINE
               MOVE SPACES TO SCR01-REPORT-LINE
               MOVE "SOURCE" TO SCR01-REPORT-LINE (1:6)
               MOVE "PERIOD" TO SCR01-REPORT-LINE (10:6)
               MOVE "ONTIME%" TO SCR01-REPORT-LINE (19:7)
               MOVE "MISS" TO SCR01-REPORT-LINE (27:4)
               MOVE "TRLR" TO SCR01-REPORT-LINE (33:4)
               MOVE "REJ%" TO SCR01-REPORT-LINE (40:4)
               MOVE "DUP%" TO SCR01-REPORT-LINE (47:4)
               MOVE "C/F%" TO SCR01-REPORT-LINE (54:4)
               MOVE "GRADES A/B/C/F" TO SCR01-REPORT-LINE (60:14)
               WRITE SCR01-REPORT-LINE
           END-IF.

       SCORE-ONE-SUPPLIER.
           ADD 1 TO SUPPLIERS-SCORED.
           PERFORM MEASURE-THIS-MONTH.
           PERFORM AVERAGE-PRIOR-MONTHS.
           PERFORM COMPARE-WITH-PRIOR THRU
               COMPARE-WITH-PRIOR-EXIT.
           PERFORM KEEP-THE-SCORECARD.
           PERFORM WRITE-SUPPLIER-LINES THRU
               WRITE-SUPPLIER-LINES-EXIT.

       CLOSE-THE-OUTPUTS.
           IF SCRHIST-READY
               CLOSE SCR01-HISTORY
           END-IF.
           IF SCR01RPT-STATUS = "00"
               MOVE SPACES TO SCR01-REPORT-LINE
               WRITE SCR01-REPORT-LINE
               MOVE SPACES TO SCR01-REPORT-LINE
               STRING "Suppliers scored is= " SUPPLIERS-SCORED
                      "  Deteriorating is= " DETERIORATING-COUNT
                      "  Unmatched files is= " UNMATCHED-FILES
                   DELIMITED BY SIZE INTO SCR01-REPORT-LINE
               WRITE SCR01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO SCR01-REPORT-LINE
               WRITE SCR01-REPORT-LINE
               CLOSE SCR01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       TOTAL-ONE-DELIVERY.
           MOVE DLV-SOURCE-ID TO LOOKUP-SOURCE-ID.
           PERFORM FIND-SUPPLIER.
           IF SUPPLIER-FOUND-IDX > 0
               ADD 1 TO SUP-TBL-DELIVERIES (SUPPLIER-FOUND-IDX)
               IF DLV-VERDICT = "MISMATCH" OR
                  DLV-VERDICT = "NOTRAILR"
                   ADD 1 TO
                       SUP-TBL-TRAILER-FAILS (SUPPLIER-FOUND-IDX)
               END-IF
               IF FILE-COUNT < 2000
                   ADD 1 TO FILE-COUNT
                   MOVE DLV-DATE TO FILE-TBL-DATE (FILE-COUNT)
                   MOVE DLV-FILE-NAME TO FILE-TBL-NAME (FILE-COUNT)
                   MOVE SUPPLIER-FOUND-IDX TO
                        FILE-TBL-SUPPLIER (FILE-COUNT)
               ELSE
                   MOVE 'Y' TO FILE-TABLE-FULL-SW
               END-IF
           END-IF.

       FIND-SUPPLIER.
           MOVE 0 TO SUPPLIER-FOUND-IDX.
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               IF SUP-TBL-ID (SUPPLIER-IDX) = LOOKUP-SOURCE-ID
                   MOVE SUPPLIER-IDX TO SUPPLIER-FOUND-IDX
               END-IF
           END-PERFORM.

       FIND-FILE-SUPPLIER.
           MOVE 0 TO SUPPLIER-FOUND-IDX.
           PERFORM VARYING FILE-IDX FROM 1 BY 1
                   UNTIL FILE-IDX > FILE-COUNT
               IF FILE-TBL-DATE (FILE-IDX) = LOOKUP-DATE AND
                  FILE-TBL-NAME (FILE-IDX) = LOOKUP-FILE-NAME
                   MOVE FILE-TBL-SUPPLIER (FILE-IDX) TO
                        SUPPLIER-FOUND-IDX
               END-IF
           END-PERFORM.
           IF SUPPLIER-FOUND-IDX = 0
               ADD 1 TO UNMATCHED-FILES
           END-IF.

       COUNT-ONE-GRADE.
           EVALUATE DQSHIST-GRADE
               WHEN 'A'
                   MOVE 1 TO GRADE-IDX
               WHEN 'B'
                   MOVE 2 TO GRADE-IDX
               WHEN 'C'
                   MOVE 3 TO GRADE-IDX
               WHEN OTHER
                   MOVE 4 TO GRADE-IDX
           END-EVALUATE.
           ADD 1 TO
               SUP-TBL-GRADE-COUNT (SUPPLIER-FOUND-IDX, GRADE-IDX).

       COUNT-ONE-ARRIVAL.
           MOVE ARR-SOURCE-ID TO LOOKUP-SOURCE-ID.
           PERFORM FIND-SUPPLIER.
           IF SUPPLIER-FOUND-IDX > 0 AND
              ARR-DATE NOT = SUP-TBL-LAST-ARRIVAL (SUPPLIER-FOUND-IDX)
               MOVE ARR-DATE TO
                    SUP-TBL-LAST-ARRIVAL (SUPPLIER-FOUND-IDX)
               ADD 1 TO SUP-TBL-ARRIVED-DAYS (SUPPLIER-FOUND-IDX)
               MOVE ARR-TIME (1:4) TO ARRIVAL-HHMM
               IF SUP-TBL-CUTOFF (SUPPLIER-FOUND-IDX) = 0 OR
                  ARRIVAL-HHMM NOT >
                      SUP-TBL-CUTOFF (SUPPLIER-FOUND-IDX)
                   ADD 1 TO
                       SUP-TBL-ONTIME-DAYS (SUPPLIER-FOUND-IDX)
               END-IF
           END-IF.

      * A supplier with no delivery owed all month scores 100
      * on time rather than nothing.
       MEASURE-THIS-MONTH.
           MOVE 'N' TO ACTIVITY-SW.
           COMPUTE DAYS-OWED = SUP-TBL-ARRIVED-DAYS (SUPPLIER-IDX) +
                               SUP-TBL-MISSED (SUPPLIER-IDX).
           IF DAYS-OWED > 0 OR SUP-TBL-DELIVERIES (SUPPLIER-IDX) > 0
               MOVE 'Y' TO ACTIVITY-SW
           END-IF.
           IF DAYS-OWED > 0
               COMPUTE THIS-ONTIME-PCT ROUNDED =
                   SUP-TBL-ONTIME-DAYS (SUPPLIER-IDX) * 100 /
                   DAYS-OWED
           ELSE
               MOVE 100 TO THIS-ONTIME-PCT
           END-IF.
           MOVE SUP-TBL-MISSED (SUPPLIER-IDX) TO THIS-MISSED.
           MOVE SUP-TBL-TRAILER-FAILS (SUPPLIER-IDX) TO
                THIS-TRAILER-FAILS.
           IF SUP-TBL-READ (SUPPLIER-IDX) > 0
               COMPUTE THIS-REJECT-PCT ROUNDED =
                   SUP-TBL-REJECTED (SUPPLIER-IDX) * 100 /
                   SUP-TBL-READ (SUPPLIER-IDX)
               COMPUTE THIS-DUP-PCT ROUNDED =
                   SUP-TBL-DUPLICATES (SUPPLIER-IDX) * 100 /
                   SUP-TBL-READ (SUPPLIER-IDX)
           ELSE
               MOVE 0 TO THIS-REJECT-PCT
               MOVE 0 TO THIS-DUP-PCT
           END-IF.
           COMPUTE GRADE-TOTAL =
               SUP-TBL-GRADE-COUNT (SUPPLIER-IDX, 1) +
               SUP-TBL-GRADE-COUNT (SUPPLIER-IDX, 2) +
               SUP-TBL-GRADE-COUNT (SUPPLIER-IDX, 3) +
               SUP-TBL-GRADE-COUNT (SUPPLIER-IDX, 4).
           IF GRADE-TOTAL > 0
               COMPUTE THIS-LOW-GRADE-PCT ROUNDED =
                   (SUP-TBL-GRADE-COUNT (SUPPLIER-IDX, 3) +
                    SUP-TBL-GRADE-COUNT (SUPPLIER-IDX, 4)) * 100 /
                   GRADE-TOTAL
           ELSE
               MOVE 0 TO THIS-LOW-GRADE-PCT
           END-IF.

       AVERAGE-PRIOR-MONTHS.
           MOVE 0 TO PRIOR-FOUND.
           INITIALIZE PRIOR-SUMS.
           INITIALIZE PRIOR-AVERAGE.
           MOVE SCORE-MONTH TO PRIOR-MONTH.
           IF SCRHIST-READY
               PERFORM VARYING PRIOR-IDX FROM 1 BY 1
                       UNTIL PRIOR-IDX > 3
                   IF PRIOR-MONTH-MM = 1
                       MOVE 12 TO PRIOR-MONTH-MM
                       SUBTRACT 1 FROM PRIOR-MONTH-CCYY
                   ELSE
                       SUBTRACT 1 FROM PRIOR-MONTH-MM
                   END-IF
                   PERFORM ADD-ONE-PRIOR-MONTH
               END-PERFORM
           END-IF.
           IF PRIOR-FOUND > 0
               COMPUTE PRIOR-ONTIME-PCT ROUNDED =
                   SUM-ONTIME-PCT / PRIOR-FOUND
               COMPUTE PRIOR-MISSED ROUNDED =
                   SUM-MISSED / PRIOR-FOUND
               COMPUTE PRIOR-TRAILER-FAILS ROUNDED =
                   SUM-TRAILER-FAILS / PRIOR-FOUND
               COMPUTE PRIOR-REJECT-PCT ROUNDED =
                   SUM-REJECT-PCT / PRIOR-FOUND
               COMPUTE PRIOR-DUP-PCT ROUNDED =
                   SUM-DUP-PCT / PRIOR-FOUND
               COMPUTE PRIOR-LOW-GRADE-PCT ROUNDED =
                   SUM-LOW-GRADE-PCT / PRIOR-FOUND
           END-IF.

       ADD-ONE-PRIOR-MONTH.
           MOVE SUP-TBL-ID (SUPPLIER-IDX) TO SCRHIST-SOURCE-ID.
           MOVE PRIOR-MONTH-NUM TO SCRHIST-MONTH.
           READ SCR01-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PRIOR-FOUND
                   ADD SCRHIST-ONTIME-PCT TO SUM-ONTIME-PCT
                   ADD SCRHIST-MISSED TO SUM-MISSED
                   ADD SCRHIST-TRAILER-FAILS TO SUM-TRAILER-FAILS
                   ADD SCRHIST-REJECT-PCT TO SUM-REJECT-PCT
                   ADD SCRHIST-DUP-PCT TO SUM-DUP-PCT
                   ADD SCRHIST-LOW-GRADE-PCT TO SUM-LOW-GRADE-PCT
           END-READ.

      * Worse than the prior average on a measure counts once;
      * with no prior months there is nothing to be worse than.
       COMPARE-WITH-PRIOR.
           MOVE 0 TO WORSE-COUNT.
           MOVE SPACES TO WORSE-WORDS.
           MOVE 1 TO WORSE-POINTER.
           IF PRIOR-FOUND = 0 OR NOT SUPPLIER-ACTIVE
               GO TO COMPARE-WITH-PRIOR-EXIT
           END-IF.
           IF THIS-ONTIME-PCT < PRIOR-ONTIME-PCT
               ADD 1 TO WORSE-COUNT
               STRING "ON-TIME " DELIMITED BY SIZE
                   INTO WORSE-WORDS WITH POINTER WORSE-POINTER
           END-IF.
           IF THIS-MISSED > PRIOR-MISSED
               ADD 1 TO WORSE-COUNT
               STRING "MISSED " DELIMITED BY SIZE
                   INTO WORSE-WORDS WITH POINTER WORSE-POINTER
           END-IF.
           IF THIS-TRAILER-FAILS > PRIOR-TRAILER-FAILS
               ADD 1 TO WORSE-COUNT
               STRING "TRAILER " DELIMITED BY SIZE
                   INTO WORSE-WORDS WITH POINTER WORSE-POINTER
           END-IF.
           IF THIS-REJECT-PCT > PRIOR-REJECT-PCT
               ADD 1 TO WORSE-COUNT
               STRING "REJECTS " DELIMITED BY SIZE
                   INTO WORSE-WORDS WITH POINTER WORSE-POINTER
           END-IF.
           IF THIS-DUP-PCT > PRIOR-DUP-PCT
               ADD 1 TO WORSE-COUNT
               STRING "DUPLICATES " DELIMITED BY SIZE
                   INTO WORSE-WORDS WITH POINTER WORSE-POINTER
           END-IF.
           IF THIS-LOW-GRADE-PCT > PRIOR-LOW-GRADE-PCT
               ADD 1 TO WORSE-COUNT
               STRING "GRADES " DELIMITED BY SIZE
                   INTO WORSE-WORDS WITH POINTER WORSE-POINTER
           END-IF.
           IF WORSE-COUNT NOT < WORSE-LIMIT
               ADD 1 TO DETERIORATING-COUNT
               DISPLAY "SCR01: *** DETERIORATING *** "
                       SUP-TBL-ID (SUPPLIER-IDX)
           END-IF.
       COMPARE-WITH-PRIOR-EXIT.
           EXIT.

      * A rerun for the same month replaces its own scorecard.
       KEEP-THE-SCORECARD.
           IF SCRHIST-READY
               MOVE SPACES TO SCRHIST-REC
               MOVE SUP-TBL-ID (SUPPLIER-IDX) TO SCRHIST-SOURCE-ID
               MOVE SCORE-MONTH-NUM TO SCRHIST-MONTH
               MOVE SUP-TBL-ARRIVED-DAYS (SUPPLIER-IDX) TO
                    SCRHIST-ARRIVED-DAYS
               MOVE SUP-TBL-ONTIME-DAYS (SUPPLIER-IDX) TO
                    SCRHIST-ONTIME-DAYS
               MOVE SUP-TBL-MISSED (SUPPLIER-IDX) TO SCRHIST-MISSED
               MOVE THIS-ONTIME-PCT TO SCRHIST-ONTIME-PCT
               MOVE SUP-TBL-DELIVERIES (SUPPLIER-IDX) TO
                    SCRHIST-DELIVERIES
               MOVE SUP-TBL-TRAILER-FAILS (SUPPLIER-IDX) TO
                    SCRHIST-TRAILER-FAILS
               MOVE SUP-TBL-READ (SUPPLIER-IDX) TO
                    SCRHIST-RECORDS-READ
               MOVE SUP-TBL-REJECTED (SUPPLIER-IDX) TO
                    SCRHIST-REJECTED
               MOVE SUP-TBL-DUPLICATES (SUPPLIER-IDX) TO
                    SCRHIST-DUPLICATES
               MOVE THIS-REJECT-PCT TO SCRHIST-REJECT-PCT
               MOVE THIS-DUP-PCT TO SCRHIST-DUP-PCT
               MOVE THIS-LOW-GRADE-PCT TO SCRHIST-LOW-GRADE-PCT
               PERFORM VARYING GRADE-IDX FROM 1 BY 1
                       UNTIL GRADE-IDX > 4
                   MOVE SUP-TBL-GRADE-COUNT (SUPPLIER-IDX, GRADE-IDX)
                        TO SCRHIST-GRADE-COUNT (GRADE-IDX)
               END-PERFORM
               MOVE WORSE-COUNT TO SCRHIST-WORSE-COUNT
               MOVE SUITE-RUN-DATE TO SCRHIST-SCORED-DATE
               WRITE SCRHIST-REC
                   INVALID KEY
                       REWRITE SCRHIST-REC
                           INVALID KEY
                               DISPLAY "SCR01: REWRITE SCR01-HISTORY"
                                       " - status " SCRHIST-STATUS
                       END-REWRITE
               END-WRITE
           END-IF.

       WRITE-SUPPLIER-LINES.
           IF SCR01RPT-STATUS NOT = "00"
               GO TO WRITE-SUPPLIER-LINES-EXIT
           END-IF.
           MOVE SPACES TO SCR01-REPORT-LINE.
           WRITE SCR01-REPORT-LINE.
           MOVE SPACES TO SCR01-REPORT-LINE.
           STRING SUP-TBL-ID (SUPPLIER-IDX) " "
                  SUP-TBL-NAME (SUPPLIER-IDX)
               DELIMITED BY SIZE INTO SCR01-REPORT-LINE.
           WRITE SCR01-REPORT-LINE.
           MOVE SPACES TO SCR01-REPORT-LINE.
           MOVE SCORE-MONTH-X TO SCR01-REPORT-LINE (10:7).
           IF SUPPLIER-ACTIVE
               MOVE THIS-ONTIME-PCT TO EDITED-ONTIME
               MOVE EDITED-ONTIME TO SCR01-REPORT-LINE (20:5)
               MOVE THIS-MISSED TO EDITED-MISSED
               MOVE EDITED-MISSED TO SCR01-REPORT-LINE (28:3)
               MOVE THIS-TRAILER-FAILS TO EDITED-TRAILER
               MOVE EDITED-TRAILER TO SCR01-REPORT-LINE (32:5)
               MOVE THIS-REJECT-PCT TO EDITED-REJECT
               MOVE EDITED-REJECT TO SCR01-REPORT-LINE (38:6)
               MOVE THIS-DUP-PCT TO EDITED-DUP
               MOVE EDITED-DUP TO SCR01-REPORT-LINE (45:6)
               MOVE THIS-LOW-GRADE-PCT TO EDITED-LOW-GRADE
               MOVE EDITED-LOW-GRADE TO SCR01-REPORT-LINE (52:6)
               PERFORM VARYING GRADE-IDX FROM 1 BY 1
                       UNTIL GRADE-IDX > 4
                   MOVE SUP-TBL-GRADE-COUNT (SUPPLIER-IDX, GRADE-IDX)
                        TO EDITED-GRADE
                   MOVE EDITED-GRADE TO
                        SCR01-REPORT-LINE (55 + (GRADE-IDX * 5):4)
               END-PERFORM
           ELSE
               MOVE "NO DELIVERIES OWED OR MADE" TO
                    SCR01-REPORT-LINE (20:26)
           END-IF.
           WRITE SCR01-REPORT-LINE.
           MOVE SPACES TO SCR01-REPORT-LINE.
           MOVE "PRIOR 3" TO SCR01-REPORT-LINE (10:7).
           IF PRIOR-FOUND = 0
               MOVE "NO HISTORY YET" TO SCR01-REPORT-LINE (20:14)
           ELSE
               MOVE PRIOR-ONTIME-PCT TO EDITED-ONTIME
               MOVE EDITED-ONTIME TO SCR01-REPORT-LINE (20:5)
               MOVE PRIOR-MISSED TO EDITED-MISSED
               MOVE EDITED-MISSED TO SCR01-REPORT-LINE (28:3)
               MOVE PRIOR-TRAILER-FAILS TO EDITED-TRAILER
               MOVE EDITED-TRAILER TO SCR01-REPORT-LINE (32:5)
               MOVE PRIOR-REJECT-PCT TO EDITED-REJECT
               MOVE EDITED-REJECT TO SCR01-REPORT-LINE (38:6)
               MOVE PRIOR-DUP-PCT TO EDITED-DUP
               MOVE EDITED-DUP TO SCR01-REPORT-LINE (45:6)
               MOVE PRIOR-LOW-GRADE-PCT TO EDITED-LOW-GRADE
               MOVE EDITED-LOW-GRADE TO SCR01-REPORT-LINE (52:6)
               MOVE PRIOR-FOUND TO SCR01-REPORT-LINE (60:1)
               MOVE "MONTH(S) ON FILE" TO SCR01-REPORT-LINE (62:16)
           END-IF.
           WRITE SCR01-REPORT-LINE.
           IF WORSE-COUNT > 0
               MOVE SPACES TO SCR01-REPORT-LINE
               IF WORSE-COUNT NOT < WORSE-LIMIT
                   STRING "  *** DETERIORATING - WORSE ON: "
                          WORSE-WORDS
                       DELIMITED BY SIZE INTO SCR01-REPORT-LINE
               ELSE
                   STRING "  WORSE ON: " WORSE-WORDS
                       DELIMITED BY SIZE INTO SCR01-REPORT-LINE
               END-IF
               WRITE SCR01-REPORT-LINE
           END-IF.
       WRITE-SUPPLIER-LINES-EXIT.
           EXIT.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="SCR01"==.
