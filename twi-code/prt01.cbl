       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRT01.
      *--------------------------------------------------
      * SPLITS THE DAY'S VALIDATED FILE (FILEDATVAL, AS CNT01
      * WROTE IT) INTO ACCOUNT-RANGE PARTITIONS SO SEVERAL MST01
      * AND ROL01 INSTANCES CAN EACH TAKE ONE PARTITION INSTEAD
      * OF ONE STEP WALKING THE WHOLE FILE. THE PRT01PC
      * PARTITION CARD HAS ONE LINE PER PARTITION, NUMBERED 1 UP
      * (AT MOST 6), GIVING THE ACCOUNT NUMBER THE PARTITION
      * STARTS AT (COLUMNS 3-12) OR A BRANCH CODE (COLUMNS
      * 14-17) WHOSE LOWEST BRANCHMAP RANGE IT STARTS AT, SO THE
      * PARTITIONS CAN FOLLOW THE BRANCH MAP. PARTITION 1 ALWAYS
      * STARTS AT THE BOTTOM AND EACH PARTITION RUNS UP TO THE
      * NEXT ONE'S START, THE LAST TO THE TOP - NO ACCOUNT CAN
      * FALL BETWEEN PARTITIONS OR INTO TWO OF THEM.
      * THE VALIDATED INPUT IS CHECKED AGAINST CNT01'S CNT01VAL
      * CONTROL RECORD BEFORE ANYTHING IS SPLIT. EACH PARTITION'S
      * DATA RECORDS GO TO PRTPART1 - PRTPART6, ITS RANGE AND
      * TOTALS TO THE PRT01BND BOUNDS FILE, AND ITS COUNT AND
      * AMOUNT TO THE SHARED CONTROLS DATASET AS STEP PRT01P1 -
      * PRT01P6 FOR THE PARTITION'S MST01 AND ROL01 TO VERIFY.
      * NO CARD MEANS ONE PARTITION HOLDING EVERYTHING (RC 4);
      * A BAD CARD OR A CONTROL MISMATCH SPLITS NOTHING (RC 16).
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEDATCLT-FILE ASSIGN TO FILEDATVAL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILEDATCLT-STATUS.

           SELECT PRT01-PARTCARD ASSIGN TO PRT01PC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRT01PC-STATUS.

           SELECT BRANCH-MAP ASSIGN TO BRANCHMAP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BRANCHMAP-STATUS.

           SELECT PRT01-BOUNDS ASSIGN TO PRT01BND
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRT01BND-STATUS.

           SELECT PRT01-PART1 ASSIGN TO PRTPART1
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRTPART1-STATUS.

           SELECT PRT01-PART2 ASSIGN TO PRTPART2
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRTPART2-STATUS.

           SELECT PRT01-PART3 ASSIGN TO PRTPART3
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRTPART3-STATUS.

           SELECT PRT01-PART4 ASSIGN TO PRTPART4
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRTPART4-STATUS.

           SELECT PRT01-PART5 ASSIGN TO PRTPART5
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRTPART5-STATUS.

           SELECT PRT01-PART6 ASSIGN TO PRTPART6
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRTPART6-STATUS.

           SELECT PRT01-REPORT ASSIGN TO PRT01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRT01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEDATCLT-FILE.
           COPY "filedatclt.cpy".

       FD  PRT01-PARTCARD.
       01  PRT01PC-REC.
           05  PRT01PC-PARTITION        PIC X.
           05  FILLER                   PIC X.
           05  PRT01PC-START-ACCT       PIC X(10).
           05  FILLER                   PIC X.
           05  PRT01PC-START-BRANCH     PIC X(4).
           05  FILLER                   PIC X(63).

       FD  BRANCH-MAP.
       01  BRANCH-MAP-REC.
           05  MAP-RANGE-LOW            PIC X(10).
           05  MAP-RANGE-HIGH           PIC X(10).
           05  MAP-BRANCH-CODE          PIC X(4).
           05  MAP-BRANCH-NAME          PIC X(20).
           05  MAP-REGION-CODE          PIC X(4).
           05  MAP-REGION-NAME          PIC X(20).
           05  FILLER                   PIC X(12).

       FD  PRT01-BOUNDS.
           COPY "prtbound.cpy".

       FD  PRT01-PART1.
       01  PRT01-PART1-REC              PIC X(80).

       FD  PRT01-PART2.
       01  PRT01-PART2-REC              PIC X(80).

       FD  PRT01-PART3.
       01  PRT01-PART3-REC              PIC X(80).

       FD  PRT01-PART4.
       01  PRT01-PART4-REC              PIC X(80).

       FD  PRT01-PART5.
       01  PRT01-PART5-REC              PIC X(80).

       FD  PRT01-PART6.
       01  PRT01-PART6-REC              PIC X(80).

       FD  PRT01-REPORT.
       01  PRT01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==FILEDATCLT==.

       01  FILEDATCLT-STATUS.
           05  FILEDATCLT-STATUS-L      PIC X.
           05  FILEDATCLT-STATUS-R      PIC X.
       01  PRT01PC-STATUS.
           05  PRT01PC-STATUS-L         PIC X.
           05  PRT01PC-STATUS-R         PIC X.
       01  BRANCHMAP-STATUS.
           05  BRANCHMAP-STATUS-L       PIC X.
           05  BRANCHMAP-STATUS-R       PIC X.
       01  PRT01BND-STATUS.
           05  PRT01BND-STATUS-L        PIC X.
           05  PRT01BND-STATUS-R        PIC X.
       01  PRTPART1-STATUS.
           05  PRTPART1-STATUS-L        PIC X.
           05  PRTPART1-STATUS-R        PIC X.
       01  PRTPART2-STATUS.
           05  PRTPART2-STATUS-L        PIC X.
           05  PRTPART2-STATUS-R        PIC X.
       01  PRTPART3-STATUS.
           05  PRTPART3-STATUS-L        PIC X.
           05  PRTPART3-STATUS-R        PIC X.
       01  PRTPART4-STATUS.
           05  PRTPART4-STATUS-L        PIC X.
           05  PRTPART4-STATUS-R        PIC X.
       01  PRTPART5-STATUS.
           05  PRTPART5-STATUS-L        PIC X.
           05  PRTPART5-STATUS-R        PIC X.
       01  PRTPART6-STATUS.
           05  PRTPART6-STATUS-L        PIC X.
           05  PRTPART6-STATUS-R        PIC X.
       01  PRT01RPT-STATUS.
           05  PRT01RPT-STATUS-L        PIC X.
           05  PRT01RPT-STATUS-R        PIC X.

      * The partitions as resolved from the card: each runs from
      * its low bound up to, not including, its high bound.
       01  PART-COUNT                   PIC 9       VALUE 0.
       01  PART-TABLE.
           05  PART-ENTRY OCCURS 6 TIMES.
               10  PART-LOW             PIC X(10).
               10  PART-HIGH            PIC X(10).
               10  PART-BRANCH          PIC X(4).
               10  PART-RECORDS         PIC 9(7).
               10  PART-AMOUNT          PIC S9(11)V99.
       01  PART-IDX                     PIC 9.
       01  PART-SLOT                    PIC 9.
       01  CARD-NUMBER                  PIC 9.
       01  CARD-REFUSED-SW              PIC X       VALUE 'N'.
           88  CARD-REFUSED                          VALUE 'Y'.
       01  CARD-MISSING-SW              PIC X       VALUE 'N'.
           88  CARD-MISSING                          VALUE 'Y'.
       01  CARD-START                   PIC X(10).

      * Branch starting points, loaded from BRANCHMAP only when
      * a card line names a branch.
       01  BRANCH-COUNT                 PIC 99      VALUE 0.
       01  BRANCH-LOADED-SW             PIC X       VALUE 'N'.
           88  BRANCH-MAP-LOADED                     VALUE 'Y'.
       01  BRANCH-TABLE.
           05  BRANCH-ENTRY OCCURS 50 TIMES.
               10  BRANCH-TBL-CODE      PIC X(4).
               10  BRANCH-TBL-LOW       PIC X(10).
       01  BRANCH-IDX                   PIC 99.

      * Control-total handoff: the validated input is pre-counted
      * and checked against CNT01's CNT01VAL control record via
      * the shared CTLPASS before a single record is split.
       01  CTLPASS-RESULT               PIC X.
       01  INPUT-CTL-COUNT              PIC 9(7)    VALUE 0.
       01  INPUT-CTL-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  CONTROL-REFUSED-SW           PIC X       VALUE 'N'.
           88  CONTROL-REFUSED                       VALUE 'Y'.
       01  PART-STEP-NAME.
           05  FILLER                   PIC X(6)    VALUE "PRT01P".
           05  PART-STEP-ID             PIC 9.
           05  FILLER                   PIC X       VALUE SPACE.
       01  PART-CTL-COUNT               PIC 9(7).
       01  PART-CTL-AMOUNT              PIC S9(11)V99.

       01  RECORDS-SPLIT                PIC 9(7)    VALUE 0.
       01  AMOUNT-SPLIT                 PIC S9(11)V99 VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.
       01  MASKED-ACCT                  PIC X(10).
       01  BOUND-SHOWN                  PIC X(10).
       01  EDITED-AMOUNT                PIC -(11)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "PRT01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM LOAD-PARTITION-CARD THRU
               LOAD-PARTITION-CARD-EXIT.
           IF CARD-REFUSED
               DISPLAY "PRT01: *** PARTITION CARD REFUSED - "
                       "NOTHING SPLIT ***"
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM VERIFY-INPUT-CONTROLS.
           IF CONTROL-REFUSED
               DISPLAY "PRT01: *** INPUT CONTROL MISMATCH - "
                       "NOTHING SPLIT ***"
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM OPEN-THE-FILES.
           IF RUN-SEVERITY = 16
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM UNTIL FILEDATCLT-EOF-YES
               READ FILEDATCLT-FILE
                   AT END MOVE 'Y' TO FILEDATCLT-EOF
               END-READ
               IF NOT FILEDATCLT-EOF-YES AND
                  NOT FILEDATCLT-CONTROL-REC
                   PERFORM SPLIT-ONE-RECORD
               END-IF
           END-PERFORM.
           PERFORM CLOSE-THE-FILES.
           PERFORM WRITE-PARTITION-BOUNDS.
           PERFORM WRITE-SPLIT-REPORT.
           IF CARD-MISSING AND RUN-SEVERITY < 4
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           DISPLAY "PRT01: partitions= " PART-COUNT
                   " records split= " RECORDS-SPLIT.
       PROGRAM-WRAP-UP.
           CALL "DAYLOG" USING "PRT01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * No card (or an empty one) is the single-partition
      * fallback; anything malformed refuses the split outright
      * rather than guessing where a partition was meant to
      * start.
       LOAD-PARTITION-CARD.
           MOVE 0 TO PART-COUNT.
           MOVE 0 TO CARD-NUMBER.
           OPEN INPUT PRT01-PARTCARD.
           IF PRT01PC-STATUS = "00"
               PERFORM UNTIL PRT01PC-STATUS NOT = "00" OR
                             CARD-REFUSED
                   READ PRT01-PARTCARD
                       AT END MOVE "10" TO PRT01PC-STATUS
                   END-READ
                   IF PRT01PC-STATUS = "00" AND
                      PRT01PC-REC NOT = SPACES
                       PERFORM TAKE-ONE-CARD-LINE THRU
                           TAKE-ONE-CARD-LINE-EXIT
                   END-IF
               END-PERFORM
               CLOSE PRT01-PARTCARD
           END-IF.
           IF CARD-REFUSED
               GO TO LOAD-PARTITION-CARD-EXIT
           END-IF.
           IF PART-COUNT = 0
               DISPLAY "PRT01: no partition card - one partition"
               MOVE 'Y' TO CARD-MISSING-SW
               MOVE 1 TO PART-COUNT
               MOVE LOW-VALUES TO PART-LOW (1)
               MOVE SPACES TO PART-BRANCH (1)
           END-IF.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               IF PART-IDX < PART-COUNT
                   MOVE PART-LOW (PART-IDX + 1) TO
                        PART-HIGH (PART-IDX)
               ELSE
                   MOVE HIGH-VALUES TO PART-HIGH (PART-IDX)
               END-IF
               MOVE 0 TO PART-RECORDS (PART-IDX)
               MOVE 0 TO PART-AMOUNT (PART-IDX)
           END-PERFORM.
       LOAD-PARTITION-CARD-EXIT.
           EXIT.

       VERIFY-INPUT-CONTROLS.
           MOVE 0 TO INPUT-CTL-COUNT.
           MOVE 0 TO INPUT-CTL-AMOUNT.
           MOVE 'N' TO FILEDATCLT-EOF.
           OPEN INPUT FILEDATCLT-FILE.
           IF FILEDATCLT-STATUS NOT = "00"
               MOVE 'Y' TO FILEDATCLT-EOF
           END-IF.
           PERFORM UNTIL FILEDATCLT-EOF-YES
               READ FILEDATCLT-FILE
                   AT END MOVE 'Y' TO FILEDATCLT-EOF
               END-READ
               IF NOT FILEDATCLT-EOF-YES AND
                  NOT FILEDATCLT-CONTROL-REC
                   ADD 1 TO INPUT-CTL-COUNT
                   ADD FILEDATCLT-AMOUNT TO INPUT-CTL-AMOUNT
               END-IF
           END-PERFORM.
           IF FILEDATCLT-STATUS = "00" OR FILEDATCLT-STATUS = "10"
               CLOSE FILEDATCLT-FILE
           END-IF.
           MOVE 'N' TO FILEDATCLT-EOF.
           CALL "CTLPASS" USING "V" "CNT01VAL"
                                 INPUT-CTL-COUNT
                                 INPUT-CTL-AMOUNT
                                 CTLPASS-RESULT.
           IF CTLPASS-RESULT = 'N'
               MOVE 'Y' TO CONTROL-REFUSED-SW
           END-IF.

      * A partition file that will not open stops the split: a
      * partition quietly missing its records would post short.
       OPEN-THE-FILES.
           OPEN INPUT FILEDATCLT-FILE.
           IF FILEDATCLT-STATUS NOT = "00"
               DISPLAY "PRT01: OPEN FILEDATCLT-FILE - status "
                       FILEDATCLT-STATUS
               MOVE 'Y' TO FILEDATCLT-EOF
           END-IF.
           OPEN OUTPUT PRT01-PART1.
           IF PRTPART1-STATUS NOT = "00"
               DISPLAY "PRT01: OPEN PRT01-PART1 - status "
                       PRTPART1-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           IF PART-COUNT > 1
               OPEN OUTPUT PRT01-PART2
               IF PRTPART2-STATUS NOT = "00"
                   DISPLAY "PRT01: OPEN PRT01-PART2 - status "
                           PRTPART2-STATUS
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           IF PART-COUNT > 2
               OPEN OUTPUT PRT01-PART3
               IF PRTPART3-STATUS NOT = "00"
                   DISPLAY "PRT01: OPEN PRT01-PART3 - status "
                           PRTPART3-STATUS
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           IF PART-COUNT > 3
               OPEN OUTPUT PRT01-PART4
               IF PRTPART4-STATUS NOT = "00"
                   DISPLAY "PRT01: OPEN PRT01-PART4 - status "
                           PRTPART4-STATUS
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           IF PART-COUNT > 4
               OPEN OUTPUT PRT01-PART5
               IF PRTPART5-STATUS NOT = "00"
                   DISPLAY "PRT01: OPEN PRT01-PART5 - status "
                           PRTPART5-STATUS
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           IF PART-COUNT > 5
               OPEN OUTPUT PRT01-PART6
               IF PRTPART6-STATUS NOT = "00"
                   DISPLAY "PRT01: OPEN PRT01-PART6 - status "
                           PRTPART6-STATUS
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           IF RUN-SEVERITY = 16
               DISPLAY "PRT01: *** PARTITION FILE UNAVAILABLE - "
                       "NOTHING SPLIT ***"
               PERFORM CLOSE-THE-FILES
           END-IF.

      * The highest partition whose low bound the account has
      * reached owns it; partition 1 starts at LOW-VALUES, so
      * every account lands somewhere.
       SPLIT-ONE-RECORD.
           MOVE 1 TO PART-SLOT.
           PERFORM VARYING PART-IDX FROM 2 BY 1
                   UNTIL PART-IDX > PART-COUNT
               IF FILEDATCLT-ACCT-NBR NOT < PART-LOW (PART-IDX)
                   MOVE PART-IDX TO PART-SLOT
               END-IF
           END-PERFORM.
           EVALUATE PART-SLOT
               WHEN 1
                   WRITE PRT01-PART1-REC FROM FILEDATCLT-REC
               WHEN 2
                   WRITE PRT01-PART2-REC FROM FILEDATCLT-REC
               WHEN 3
                   WRITE PRT01-PART3-REC FROM FILEDATCLT-REC
               WHEN 4
                   WRITE PRT01-PART4-REC FROM FILEDATCLT-REC
               WHEN 5
                   WRITE PRT01-PART5-REC FROM FILEDATCLT-REC
               WHEN 6
                   WRITE PRT01-PART6-REC FROM FILEDATCLT-REC
           END-EVALUATE.
           ADD 1 TO PART-RECORDS (PART-SLOT).
           ADD FILEDATCLT-AMOUNT TO PART-AMOUNT (PART-SLOT).
           ADD 1 TO RECORDS-SPLIT.
           ADD FILEDATCLT-AMOUNT TO AMOUNT-SPLIT.

       CLOSE-THE-FILES.
           IF FILEDATCLT-STATUS = "00" OR FILEDATCLT-STATUS = "10"
               CLOSE FILEDATCLT-FILE
           END-IF.
           IF PRTPART1-STATUS = "00"
               CLOSE PRT01-PART1
           END-IF.
           IF PART-COUNT > 1 AND PRTPART2-STATUS = "00"
               CLOSE PRT01-PART2
           END-IF.
           IF PART-COUNT > 2 AND PRTPART3-STATUS = "00"
               CLOSE PRT01-PART3
           END-IF.
           IF PART-COUNT > 3 AND PRTPART4-STATUS = "00"
               CLOSE PRT01-PART4
           END-IF.
           IF PART-COUNT > 4 AND PRTPART5-STATUS = "00"
               CLOSE PRT01-PART5
           END-IF.
           IF PART-COUNT > 5 AND PRTPART6-STATUS = "00"
               CLOSE PRT01-PART6
           END-IF.

      * The bounds file and one control record per partition:
      * the partition's MST01 and ROL01 each verify their input
      * against PRT01Pn before a record is touched.
       WRITE-PARTITION-BOUNDS.
           OPEN OUTPUT PRT01-BOUNDS.
           IF PRT01BND-STATUS NOT = "00"
               DISPLAY "PRT01: OPEN PRT01-BOUNDS - status "
                       PRT01BND-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               IF PRT01BND-STATUS = "00"
                   MOVE SPACES TO PRTBND-REC
                   MOVE PART-IDX TO PRTBND-PARTITION
                   MOVE PART-LOW (PART-IDX) TO PRTBND-LOW
                   MOVE PART-HIGH (PART-IDX) TO PRTBND-HIGH
                   MOVE PART-BRANCH (PART-IDX) TO PRTBND-BRANCH
                   MOVE PART-RECORDS (PART-IDX) TO PRTBND-COUNT
                   MOVE PART-AMOUNT (PART-IDX) TO PRTBND-AMOUNT
                   WRITE PRTBND-REC
               END-IF
               MOVE PART-IDX TO PART-STEP-ID
               MOVE PART-RECORDS (PART-IDX) TO PART-CTL-COUNT
               MOVE PART-AMOUNT (PART-IDX) TO PART-CTL-AMOUNT
               CALL "CTLPASS" USING "W" PART-STEP-NAME
                                     PART-CTL-COUNT
                                     PART-CTL-AMOUNT
                                     CTLPASS-RESULT
           END-PERFORM.
           IF PRT01BND-STATUS = "00"
               CLOSE PRT01-BOUNDS
           END-IF.

       WRITE-SPLIT-REPORT.
           OPEN OUTPUT PRT01-REPORT.
           IF PRT01RPT-STATUS NOT = "00"
               DISPLAY "PRT01: OPEN PRT01-REPORT - status "
                       PRT01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO PRT01-REPORT-LINE
               WRITE PRT01-REPORT-LINE
               PERFORM VARYING PART-IDX FROM 1 BY 1
                       UNTIL PART-IDX > PART-COUNT
                   PERFORM WRITE-PARTITION-LINE
               END-PERFORM
               MOVE AMOUNT-SPLIT TO EDITED-AMOUNT
               MOVE SPACES TO PRT01-REPORT-LINE
               STRING "Records split is= " RECORDS-SPLIT
                      "  Amount is= " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO PRT01-REPORT-LINE
               WRITE PRT01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO PRT01-REPORT-LINE
               WRITE PRT01-REPORT-LINE
               CLOSE PRT01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
      * Card lines must arrive numbered 1, 2, 3 ... with each
      * start above the one before; partition 1's start is
      * ignored - it always begins at the bottom.
       TAKE-ONE-CARD-LINE.
           ADD 1 TO CARD-NUMBER.
           IF PRT01PC-PARTITION NOT NUMERIC OR
              PRT01PC-PARTITION NOT = CARD-NUMBER
               DISPLAY "PRT01: card line " CARD-NUMBER
                       " is numbered " PRT01PC-PARTITION
               MOVE 'Y' TO CARD-REFUSED-SW
               GO TO TAKE-ONE-CARD-LINE-EXIT
           END-IF.
           IF CARD-NUMBER > 6
               DISPLAY "PRT01: more than 6 partitions on the card"
               MOVE 'Y' TO CARD-REFUSED-SW
               GO TO TAKE-ONE-CARD-LINE-EXIT
           END-IF.
           ADD 1 TO PART-COUNT.
           MOVE PRT01PC-START-BRANCH TO PART-BRANCH (PART-COUNT).
           IF PART-COUNT = 1
               MOVE LOW-VALUES TO PART-LOW (1)
               GO TO TAKE-ONE-CARD-LINE-EXIT
           END-IF.
           IF PRT01PC-START-ACCT NOT = SPACES
               MOVE PRT01PC-START-ACCT TO CARD-START
           ELSE
               IF PRT01PC-START-BRANCH = SPACES
                   DISPLAY "PRT01: partition " PRT01PC-PARTITION
                           " has no starting account or branch"
                   MOVE 'Y' TO CARD-REFUSED-SW
                   GO TO TAKE-ONE-CARD-LINE-EXIT
               END-IF
               PERFORM FIND-BRANCH-START
               IF CARD-START = SPACES
                   DISPLAY "PRT01: partition " PRT01PC-PARTITION
                           " branch " PRT01PC-START-BRANCH
                           " is not on BRANCHMAP"
                   MOVE 'Y' TO CARD-REFUSED-SW
                   GO TO TAKE-ONE-CARD-LINE-EXIT
               END-IF
           END-IF.
           IF CARD-START NOT > PART-LOW (PART-COUNT - 1)
               DISPLAY "PRT01: partition " PRT01PC-PARTITION
                       " does not start above the one before"
               MOVE 'Y' TO CARD-REFUSED-SW
               GO TO TAKE-ONE-CARD-LINE-EXIT
           END-IF.
           MOVE CARD-START TO PART-LOW (PART-COUNT).
       TAKE-ONE-CARD-LINE-EXIT.
           EXIT.

      * A branch may own several ranges on the map; its
      * partition starts at the lowest of them.
       FIND-BRANCH-START.
           IF NOT BRANCH-MAP-LOADED
               PERFORM LOAD-BRANCH-MAP
           END-IF.
           MOVE SPACES TO CARD-START.
           PERFORM VARYING BRANCH-IDX FROM 1 BY 1
                   UNTIL BRANCH-IDX > BRANCH-COUNT
               IF BRANCH-TBL-CODE (BRANCH-IDX) =
                  PRT01PC-START-BRANCH
                   IF CARD-START = SPACES OR
                      BRANCH-TBL-LOW (BRANCH-IDX) < CARD-START
                       MOVE BRANCH-TBL-LOW (BRANCH-IDX) TO
                            CARD-START
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-BRANCH-MAP.
           MOVE 'Y' TO BRANCH-LOADED-SW.
           MOVE 0 TO BRANCH-COUNT.
           OPEN INPUT BRANCH-MAP.
           IF BRANCHMAP-STATUS NOT = "00"
               DISPLAY "PRT01: OPEN BRANCH-MAP - status "
                       BRANCHMAP-STATUS
           ELSE
               PERFORM UNTIL BRANCHMAP-STATUS NOT = "00"
                   READ BRANCH-MAP
                       AT END MOVE "10" TO BRANCHMAP-STATUS
                   END-READ
                   IF BRANCHMAP-STATUS = "00" AND
                      BRANCH-COUNT < 50
                       ADD 1 TO BRANCH-COUNT
                       MOVE MAP-BRANCH-CODE TO
                            BRANCH-TBL-CODE (BRANCH-COUNT)
                       MOVE MAP-RANGE-LOW TO
                            BRANCH-TBL-LOW (BRANCH-COUNT)
                   END-IF
               END-PERFORM
               CLOSE BRANCH-MAP
           END-IF.

       WRITE-PARTITION-LINE.
           IF PART-IDX = 1
               MOVE "(BOTTOM)" TO BOUND-SHOWN
           ELSE
               CALL "MASKACCT" USING PART-LOW (PART-IDX)
                                      MASKED-ACCT
               MOVE MASKED-ACCT TO BOUND-SHOWN
           END-IF.
           MOVE PART-AMOUNT (PART-IDX) TO EDITED-AMOUNT.
           MOVE SPACES TO PRT01-REPORT-LINE.
           STRING "PART " PART-IDX
                  " FROM " BOUND-SHOWN
                  " BR " PART-BRANCH (PART-IDX)
                  " RECORDS " PART-RECORDS (PART-IDX)
                  " AMT " EDITED-AMOUNT
               DELIMITED BY SIZE INTO PRT01-REPORT-LINE.
           WRITE PRT01-REPORT-LINE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="PRT01"==.
