       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRT02.
      *--------------------------------------------------
      * COMBINES THE ACCOUNT-RANGE PARTITIONS OF THE NIGHT'S
      * POSTING BEFORE BAL01 BALANCES THE MASTER. PRT01 SPLIT
      * THE VALIDATED FILE AND RECORDED EACH PARTITION'S RANGE,
      * COUNT, AND AMOUNT ON PRT01BND; EACH PARTITION'S MST01
      * AND ROL01 LEFT A CONTROL RECORD (PRTMSTC AND PRTROLC
      * CONCATENATE THEM). PRT02 PROVES:
      *   EVERY PARTITION ON PRT01BND HAS EXACTLY ONE MST01 AND
      *   ONE ROL01 CONTROL RECORD - A PARTITION THAT NEVER RAN
      *   OR RAN TWICE INTO THE SAME DATASET IS CAUGHT HERE,
      *   EACH PARTITION READ AND FOLDED WHAT PRT01 GAVE IT,
      *   AND THE PARTITIONS ADD BACK TO CNT01'S CNT01VAL COUNT
      *   AND AMOUNT ON THE SHARED CONTROLS DATASET.
      * ON A CLEAN PROOF THE PARTITION TOTALS ARE ADDED INTO ONE
      * MST01CTL RECORD FOR BAL01 AND ONE ROL01CTL RECORD FOR
      * CRT01, EXACTLY AS A SINGLE UNPARTITIONED RUN WOULD HAVE
      * LEFT THEM, AND PRT02RPT CARRIES THE COMBINED
      * TRANSACTIONS-READ LINE CRT01 TIES TO. ANY FAILURE WRITES
      * NO COMBINED RECORDS AND ENDS RC 16 SO BAL01 NEVER
      * BALANCES A PARTIAL NIGHT; THE FAILED PARTITION IS RERUN
      * ON ITS OWN AND PRT02 RUN AGAIN.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRT02-BOUNDS ASSIGN TO PRT01BND
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRT01BND-STATUS.

           SELECT PRT02-MST01-PARTS ASSIGN TO PRTMSTC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRTMSTC-STATUS.

           SELECT PRT02-ROL01-PARTS ASSIGN TO PRTROLC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRTROLC-STATUS.

           SELECT MST01-CONTROL ASSIGN TO MST01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01CTL-STATUS.

           SELECT ROL01-CONTROL ASSIGN TO ROL01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ROL01CTL-STATUS.

           SELECT PRT02-REPORT ASSIGN TO PRT02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRT02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRT02-BOUNDS.
           COPY "prtbound.cpy".

       FD  PRT02-MST01-PARTS.
       01  PART-MST-REC.
           05  PMS-OPENING-COUNT        PIC 9(7).
           05  PMS-OPENING-BALANCE      PIC S9(11)V99.
           05  PMS-APPLIED-AMOUNT       PIC S9(11)V99.
           05  PMS-CLOSING-COUNT        PIC 9(7).
           05  PMS-CLOSING-BALANCE      PIC S9(11)V99.
           05  PMS-PARTITION            PIC X.
           05  PMS-INPUT-COUNT          PIC 9(7).
           05  PMS-INPUT-AMOUNT         PIC S9(11)V99.
           05  FILLER                   PIC X(6).

       FD  PRT02-ROL01-PARTS.
       01  PART-ROL-REC.
           05  PRL-FOLDED-COUNT         PIC 9(6).
           05  PRL-PARTITION            PIC X.
           05  PRL-FOLDED-AMOUNT        PIC S9(11)V99.
           05  FILLER                   PIC X(60).

       FD  MST01-CONTROL.
       01  MST01-CONTROL-REC.
           05  CTL-OPENING-COUNT        PIC 9(7).
           05  CTL-OPENING-BALANCE      PIC S9(11)V99.
           05  CTL-APPLIED-AMOUNT       PIC S9(11)V99.
           05  CTL-CLOSING-COUNT        PIC 9(7).
           05  CTL-CLOSING-BALANCE      PIC S9(11)V99.
           05  CTL-PARTITION            PIC X.
           05  CTL-INPUT-COUNT          PIC 9(7).
           05  CTL-INPUT-AMOUNT         PIC S9(11)V99.
           05  FILLER                   PIC X(6).

       FD  ROL01-CONTROL.
       01  ROL01-CONTROL-REC.
           05  ROLCTL-FOLDED-COUNT      PIC 9(6).
           05  ROLCTL-PARTITION         PIC X.
           05  ROLCTL-FOLDED-AMOUNT     PIC S9(11)V99.
           05  FILLER                   PIC X(60).

       FD  PRT02-REPORT.
       01  PRT02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  PRT01BND-STATUS.
           05  PRT01BND-STATUS-L        PIC X.
           05  PRT01BND-STATUS-R        PIC X.
       01  PRTMSTC-STATUS.
           05  PRTMSTC-STATUS-L         PIC X.
           05  PRTMSTC-STATUS-R         PIC X.
       01  PRTROLC-STATUS.
           05  PRTROLC-STATUS-L         PIC X.
           05  PRTROLC-STATUS-R         PIC X.
       01  MST01CTL-STATUS.
           05  MST01CTL-STATUS-L        PIC X.
           05  MST01CTL-STATUS-R        PIC X.
       01  ROL01CTL-STATUS.
           05  ROL01CTL-STATUS-L        PIC X.
           05  ROL01CTL-STATUS-R        PIC X.
       01  PRT02RPT-STATUS.
           05  PRT02RPT-STATUS-L        PIC X.
           05  PRT02RPT-STATUS-R        PIC X.

      * One entry per partition on PRT01BND, with what PRT01
      * gave it and what its MST01 and ROL01 reported back.
       01  PART-COUNT                   PIC 9       VALUE 0.
       01  PART-TABLE.
           05  PART-ENTRY OCCURS 6 TIMES.
               10  PART-ID              PIC X.
               10  PART-SPLIT-COUNT     PIC 9(7).
               10  PART-SPLIT-AMOUNT    PIC S9(11)V99.
               10  PART-MST-SEEN        PIC 9.
               10  PART-MST-COUNT       PIC 9(7).
               10  PART-MST-AMOUNT      PIC S9(11)V99.
               10  PART-ROL-SEEN        PIC 9.
               10  PART-ROL-COUNT       PIC 9(6).
               10  PART-ROL-AMOUNT      PIC S9(11)V99.
       01  PART-IDX                     PIC 9.
       01  PART-SLOT                    PIC 9.
       01  LOOKUP-ID                    PIC X.

       01  SUM-OPENING-COUNT            PIC 9(7)    VALUE 0.
       01  SUM-OPENING-BALANCE          PIC S9(11)V99 VALUE 0.
       01  SUM-APPLIED-AMOUNT           PIC S9(11)V99 VALUE 0.
       01  SUM-CLOSING-COUNT            PIC 9(7)    VALUE 0.
       01  SUM-CLOSING-BALANCE          PIC S9(11)V99 VALUE 0.
       01  SUM-INPUT-COUNT              PIC 9(7)    VALUE 0.
       01  SUM-INPUT-AMOUNT             PIC S9(11)V99 VALUE 0.
       01  SUM-FOLDED-COUNT             PIC 9(7)    VALUE 0.
       01  SUM-FOLDED-AMOUNT            PIC S9(11)V99 VALUE 0.

       01  CTLPASS-RESULT               PIC X.
       01  PROOF-FAILED-SW              PIC X       VALUE 'N'.
           88  PROOF-FAILED                          VALUE 'Y'.
       01  STRAY-CONTROL-COUNT          PIC 9(3)    VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.
       01  PROBLEM-TEXT                 PIC X(60).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  TXN-READ-SHOWN               PIC 9(6).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "PRT02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM OPEN-PRT02-REPORT.
           PERFORM LOAD-PARTITION-BOUNDS.
           IF PART-COUNT = 0
               MOVE "NO PARTITIONS ON PRT01BND - PRT01 DID NOT SPLIT"
                    TO PROBLEM-TEXT
               PERFORM NOTE-PROBLEM
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM COLLECT-MST01-CONTROLS.
           PERFORM COLLECT-ROL01-CONTROLS.
           PERFORM PROVE-EACH-PARTITION THRU
               PROVE-EACH-PARTITION-EXIT.
           PERFORM PROVE-AGAINST-CNT01.
           IF NOT PROOF-FAILED
               PERFORM WRITE-COMBINED-CONTROLS
           END-IF.
       PROGRAM-WRAP-UP.
           PERFORM CLOSE-PRT02-REPORT.
           IF PROOF-FAILED
               DISPLAY "PRT02: *** PARTITIONS DO NOT PROVE - "
                       "NOTHING COMBINED ***"
               MOVE 16 TO RUN-SEVERITY
           ELSE
               DISPLAY "PRT02: " PART-COUNT
                       " partitions proved and combined"
           END-IF.
           CALL "DAYLOG" USING "PRT02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       OPEN-PRT02-REPORT.
           OPEN OUTPUT PRT02-REPORT.
           IF PRT02RPT-STATUS NOT = "00"
               DISPLAY "PRT02: OPEN PRT02-REPORT - status "
                       PRT02RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO PRT02-REPORT-LINE
               WRITE PRT02-REPORT-LINE
           END-IF.

       LOAD-PARTITION-BOUNDS.
           MOVE 0 TO PART-COUNT.
           OPEN INPUT PRT02-BOUNDS.
           IF PRT01BND-STATUS NOT = "00"
               DISPLAY "PRT02: OPEN PRT02-BOUNDS - status "
                       PRT01BND-STATUS
           ELSE
               PERFORM UNTIL PRT01BND-STATUS NOT = "00"
                   READ PRT02-BOUNDS
                       AT END MOVE "10" TO PRT01BND-STATUS
                   END-READ
                   IF PRT01BND-STATUS = "00" AND PART-COUNT < 6
                       ADD 1 TO PART-COUNT
                       MOVE PRTBND-PARTITION TO PART-ID (PART-COUNT)
                       MOVE PRTBND-COUNT TO
                            PART-SPLIT-COUNT (PART-COUNT)
                       MOVE PRTBND-AMOUNT TO
                            PART-SPLIT-AMOUNT (PART-COUNT)
                       MOVE 0 TO PART-MST-SEEN (PART-COUNT)
                       MOVE 0 TO PART-MST-COUNT (PART-COUNT)
                       MOVE 0 TO PART-MST-AMOUNT (PART-COUNT)
                       MOVE 0 TO PART-ROL-SEEN (PART-COUNT)
                       MOVE 0 TO PART-ROL-COUNT (PART-COUNT)
                       MOVE 0 TO PART-ROL-AMOUNT (PART-COUNT)
                   END-IF
               END-PERFORM
               CLOSE PRT02-BOUNDS
           END-IF.

      * The master totals are summed whatever the proof says,
      * but only written for BAL01 once every partition proves.
       COLLECT-MST01-CONTROLS.
           OPEN INPUT PRT02-MST01-PARTS.
           IF PRTMSTC-STATUS NOT = "00"
               DISPLAY "PRT02: OPEN PRT02-MST01-PARTS - status "
                       PRTMSTC-STATUS
           ELSE
               PERFORM UNTIL PRTMSTC-STATUS NOT = "00"
                   READ PRT02-MST01-PARTS
                       AT END MOVE "10" TO PRTMSTC-STATUS
                   END-READ
                   IF PRTMSTC-STATUS = "00"
                       PERFORM TAKE-ONE-MST01-CONTROL
                   END-IF
               END-PERFORM
               CLOSE PRT02-MST01-PARTS
           END-IF.

       COLLECT-ROL01-CONTROLS.
           OPEN INPUT PRT02-ROL01-PARTS.
           IF PRTROLC-STATUS NOT = "00"
               DISPLAY "PRT02: OPEN PRT02-ROL01-PARTS - status "
                       PRTROLC-STATUS
           ELSE
               PERFORM UNTIL PRTROLC-STATUS NOT = "00"
                   READ PRT02-ROL01-PARTS
                       AT END MOVE "10" TO PRTROLC-STATUS
                   END-READ
                   IF PRTROLC-STATUS = "00"
                       PERFORM TAKE-ONE-ROL01-CONTROL
                   END-IF
               END-PERFORM
               CLOSE PRT02-ROL01-PARTS
           END-IF.

       PROVE-EACH-PARTITION.
           IF STRAY-CONTROL-COUNT > 0
               MOVE SPACES TO PROBLEM-TEXT
               STRING "CONTROL RECORDS FOR NO KNOWN PARTITION "
                      STRAY-CONTROL-COUNT
                   DELIMITED BY SIZE INTO PROBLEM-TEXT
               PERFORM NOTE-PROBLEM
           END-IF.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               PERFORM PROVE-ONE-PARTITION
           END-PERFORM.
       PROVE-EACH-PARTITION-EXIT.
           EXIT.

      * CTLPASS does the CNT01VAL comparison the way every other
      * consumer of the validated file does; 'M' (no CNT01
      * control on file today) keeps the old trust.
       PROVE-AGAINST-CNT01.
           CALL "CTLPASS" USING "V" "CNT01VAL"
                                 SUM-INPUT-COUNT
                                 SUM-INPUT-AMOUNT
                                 CTLPASS-RESULT.
           IF CTLPASS-RESULT = 'N'
               MOVE "MST01 PARTITIONS DO NOT ADD TO CNT01VAL"
                    TO PROBLEM-TEXT
               PERFORM NOTE-PROBLEM
           END-IF.
           CALL "CTLPASS" USING "V" "CNT01VAL"
                                 SUM-FOLDED-COUNT
                                 SUM-FOLDED-AMOUNT
                                 CTLPASS-RESULT.
           IF CTLPASS-RESULT = 'N'
               MOVE "ROL01 PARTITIONS DO NOT ADD TO CNT01VAL"
                    TO PROBLEM-TEXT
               PERFORM NOTE-PROBLEM
           END-IF.
           IF CTLPASS-RESULT = 'M'
               DISPLAY "PRT02: no CNT01VAL control today - "
                       "partitions proved against PRT01 only"
           END-IF.
           IF PRT02RPT-STATUS = "00"
               MOVE SUM-INPUT-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO PRT02-REPORT-LINE
               STRING "MST01 PARTITIONS READ " SUM-INPUT-COUNT
                      " AMT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO PRT02-REPORT-LINE
               WRITE PRT02-REPORT-LINE
               MOVE SUM-FOLDED-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO PRT02-REPORT-LINE
               STRING "ROL01 PARTITIONS FOLDED " SUM-FOLDED-COUNT
                      " AMT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO PRT02-REPORT-LINE
               WRITE PRT02-REPORT-LINE
           END-IF.

       WRITE-COMBINED-CONTROLS.
           OPEN OUTPUT MST01-CONTROL.
           IF MST01CTL-STATUS = "00"
               MOVE SPACES TO MST01-CONTROL-REC
               MOVE SUM-OPENING-COUNT TO CTL-OPENING-COUNT
               MOVE SUM-OPENING-BALANCE TO CTL-OPENING-BALANCE
               MOVE SUM-APPLIED-AMOUNT TO CTL-APPLIED-AMOUNT
               MOVE SUM-CLOSING-COUNT TO CTL-CLOSING-COUNT
               MOVE SUM-CLOSING-BALANCE TO CTL-CLOSING-BALANCE
               MOVE SUM-INPUT-COUNT TO CTL-INPUT-COUNT
               MOVE SUM-INPUT-AMOUNT TO CTL-INPUT-AMOUNT
               WRITE MST01-CONTROL-REC
               CLOSE MST01-CONTROL
           ELSE
               DISPLAY "PRT02: OPEN MST01-CONTROL - status "
                       MST01CTL-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN OUTPUT ROL01-CONTROL.
           IF ROL01CTL-STATUS = "00"
               MOVE SPACES TO ROL01-CONTROL-REC
               MOVE SUM-FOLDED-COUNT TO ROLCTL-FOLDED-COUNT
               MOVE SUM-FOLDED-AMOUNT TO ROLCTL-FOLDED-AMOUNT
               WRITE ROL01-CONTROL-REC
               CLOSE ROL01-CONTROL
           ELSE
               DISPLAY "PRT02: OPEN ROL01-CONTROL - status "
                       ROL01CTL-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           IF PRT02RPT-STATUS = "00"
               MOVE SUM-INPUT-COUNT TO TXN-READ-SHOWN
               MOVE SPACES TO PRT02-REPORT-LINE
               STRING "Transactions read is= " TXN-READ-SHOWN
                   DELIMITED BY SIZE INTO PRT02-REPORT-LINE
               WRITE PRT02-REPORT-LINE
           END-IF.

       CLOSE-PRT02-REPORT.
           IF PRT02RPT-STATUS = "00"
               MOVE SPACES TO PRT02-REPORT-LINE
               IF PROOF-FAILED
                   MOVE "*** PARTITIONS DO NOT PROVE - NOTHING COMBINED"
                        TO PRT02-REPORT-LINE
               ELSE
                   STRING "Partitions proved is= " PART-COUNT
                       DELIMITED BY SIZE INTO PRT02-REPORT-LINE
               END-IF
               WRITE PRT02-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO PRT02-REPORT-LINE
               WRITE PRT02-REPORT-LINE
               CLOSE PRT02-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       TAKE-ONE-MST01-CONTROL.
           MOVE PMS-PARTITION TO LOOKUP-ID.
           PERFORM FIND-PARTITION-SLOT.
           IF PART-SLOT = 0
               ADD 1 TO STRAY-CONTROL-COUNT
           ELSE
               ADD 1 TO PART-MST-SEEN (PART-SLOT)
               ADD PMS-INPUT-COUNT TO PART-MST-COUNT (PART-SLOT)
               ADD PMS-INPUT-AMOUNT TO PART-MST-AMOUNT (PART-SLOT)
               ADD PMS-OPENING-COUNT TO SUM-OPENING-COUNT
               ADD PMS-OPENING-BALANCE TO SUM-OPENING-BALANCE
               ADD PMS-APPLIED-AMOUNT TO SUM-APPLIED-AMOUNT
               ADD PMS-CLOSING-COUNT TO SUM-CLOSING-COUNT
               ADD PMS-CLOSING-BALANCE TO SUM-CLOSING-BALANCE
               ADD PMS-INPUT-COUNT TO SUM-INPUT-COUNT
               ADD PMS-INPUT-AMOUNT TO SUM-INPUT-AMOUNT
           END-IF.

       TAKE-ONE-ROL01-CONTROL.
           MOVE PRL-PARTITION TO LOOKUP-ID.
           PERFORM FIND-PARTITION-SLOT.
           IF PART-SLOT = 0
               ADD 1 TO STRAY-CONTROL-COUNT
           ELSE
               ADD 1 TO PART-ROL-SEEN (PART-SLOT)
               ADD PRL-FOLDED-COUNT TO PART-ROL-COUNT (PART-SLOT)
               ADD PRL-FOLDED-AMOUNT TO PART-ROL-AMOUNT (PART-SLOT)
               ADD PRL-FOLDED-COUNT TO SUM-FOLDED-COUNT
               ADD PRL-FOLDED-AMOUNT TO SUM-FOLDED-AMOUNT
           END-IF.

       FIND-PARTITION-SLOT.
           MOVE 0 TO PART-SLOT.
           PERFORM VARYING PART-IDX FROM 1 BY 1
                   UNTIL PART-IDX > PART-COUNT
               IF PART-ID (PART-IDX) = LOOKUP-ID
                   MOVE PART-IDX TO PART-SLOT
               END-IF
           END-PERFORM.

       PROVE-ONE-PARTITION.
           MOVE PART-SPLIT-AMOUNT (PART-IDX) TO EDITED-AMOUNT.
           IF PRT02RPT-STATUS = "00"
               MOVE SPACES TO PRT02-REPORT-LINE
               STRING "PART " PART-ID (PART-IDX)
                      " SPLIT " PART-SPLIT-COUNT (PART-IDX)
                      " AMT " EDITED-AMOUNT
                      " MST01 " PART-MST-SEEN (PART-IDX)
                      " ROL01 " PART-ROL-SEEN (PART-IDX)
                   DELIMITED BY SIZE INTO PRT02-REPORT-LINE
               WRITE PRT02-REPORT-LINE
           END-IF.
           MOVE SPACES TO PROBLEM-TEXT.
           EVALUATE TRUE
               WHEN PART-MST-SEEN (PART-IDX) = 0
                   STRING "PARTITION " PART-ID (PART-IDX)
                          " HAS NO MST01 CONTROL - NOT POSTED"
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
               WHEN PART-MST-SEEN (PART-IDX) > 1
                   STRING "PARTITION " PART-ID (PART-IDX)
                          " HAS MORE THAN ONE MST01 CONTROL"
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
               WHEN PART-MST-COUNT (PART-IDX) NOT =
                    PART-SPLIT-COUNT (PART-IDX) OR
                    PART-MST-AMOUNT (PART-IDX) NOT =
                    PART-SPLIT-AMOUNT (PART-IDX)
                   STRING "PARTITION " PART-ID (PART-IDX)
                          " MST01 READ " PART-MST-COUNT (PART-IDX)
                          " NOT WHAT PRT01 SPLIT"
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
               WHEN PART-ROL-SEEN (PART-IDX) = 0
                   STRING "PARTITION " PART-ID (PART-IDX)
                          " HAS NO ROL01 CONTROL - NOT FOLDED"
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
               WHEN PART-ROL-SEEN (PART-IDX) > 1
                   STRING "PARTITION " PART-ID (PART-IDX)
                          " HAS MORE THAN ONE ROL01 CONTROL"
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
               WHEN PART-ROL-COUNT (PART-IDX) NOT =
                    PART-SPLIT-COUNT (PART-IDX) OR
                    PART-ROL-AMOUNT (PART-IDX) NOT =
                    PART-SPLIT-AMOUNT (PART-IDX)
                   STRING "PARTITION " PART-ID (PART-IDX)
                          " ROL01 FOLDED " PART-ROL-COUNT (PART-IDX)
                          " NOT WHAT PRT01 SPLIT"
                       DELIMITED BY SIZE INTO PROBLEM-TEXT
           END-EVALUATE.
           IF PROBLEM-TEXT NOT = SPACES
               PERFORM NOTE-PROBLEM
           END-IF.

       NOTE-PROBLEM.
           MOVE 'Y' TO PROOF-FAILED-SW.
           DISPLAY "PRT02: " PROBLEM-TEXT.
           IF PRT02RPT-STATUS = "00"
               MOVE SPACES TO PRT02-REPORT-LINE
               STRING "*** " PROBLEM-TEXT
                   DELIMITED BY SIZE INTO PRT02-REPORT-LINE
               WRITE PRT02-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="PRT02"==.
