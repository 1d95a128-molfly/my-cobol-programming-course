      * PRIOR-PERIOD ADJUSTMENT AND IS LISTED ON THE ROL01PPA
      * REPORT WITH THE PERIOD IT BELONGED TO, SO A RESTATEMENT
      * IS A DELIBERATE, VISIBLE EVENT.
      * A PARTITION NUMBER IN COLUMN 15 OF THE ROL01PM CARD FOLDS
      * ONE ACCOUNT-RANGE PARTITION OF THE NIGHT AS PRT01 SPLIT
      * IT: THE INPUT IS VERIFIED AGAINST PRT01'S PRT01PN CONTROL
      * RECORD INSTEAD OF CNT01VAL, THE STEP LOGS TO DAILYLOG AS
      * ROL01PN SO THE RESTART PLAN TREATS EACH PARTITION ON ITS
      * OWN, AND PRT02 ADDS THE PARTITIONS' CONTROL RECORDS BACK
      * TOGETHER.
      * REPORT MODE LOGS TO DAILYLOG AS ROL01RP, SO THE MONTH-END
      * CERTIFICATE TELLS THE REPORT RUN FROM THE FOLD BEFORE IT.
      * EACH BUCKET ALSO CARRIES ITS BASE-CURRENCY EQUIVALENT, EACH
      * FOREIGN RECORD CONVERTED AT THE LATEST EXCHRATE RATE ON OR
      * BEFORE ITS DATE AS CNT01 AND MST01 CONVERT IT, SO AUD01 CAN
      * PROVE BASE BALANCES AS WELL AS FOREIGN ONES.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ROL01CTL-STATUS.

           SELECT ROL01-EXCHRATE ASSIGN TO EXCHRATE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS EXCHRATE-STATUS.

           SELECT ROL01-REPORT ASSIGN TO ROL01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       01  ROL01PM-REC.
           05  ROL01PM-MODE             PIC X(8).
           05  ROL01PM-REPORT-YM        PIC X(6).
           05  ROL01PM-PARTITION        PIC X.

       FD  ROL01-CONTROL.
       01  ROL01-CONTROL-REC.
           05  ROLCTL-FOLDED-COUNT      PIC 9(6).
      * The partition (space when unpartitioned) and the amount
      * folded, for PRT02 to prove the partitions against CNT01.
           05  ROLCTL-PARTITION         PIC X.
           05  ROLCTL-FOLDED-AMOUNT     PIC S9(11)V99.
           05  FILLER                   PIC X(60).

       FD  ROL01-EXCHRATE.
       01  ROL01-EXCHRATE-REC.
           05  EXCH-CURRENCY            PIC X(3).
           05  EXCH-EFF-DATE            PIC 9(8).
           05  EXCH-RATE                PIC 9(3)V9(6).
           05  FILLER                   PIC X(60).

       FD  ROL01-REPORT.
       01  ROL01-REPORT-LINE            PIC X(80).
       01  REPORT-YEAR-MONTH            PIC X(6)    VALUE SPACES.
       01  REPORT-YEAR                  PIC X(4).
       01  RECORDS-ROLLED               PIC 9(6)    VALUE 0.
       01  AMOUNT-ROLLED                PIC S9(11)V99 VALUE 0.
      * Partitioned run: the control step the input is proved
      * against and the step's DAILYLOG name.
       01  PARTITION-ID                 PIC X       VALUE SPACE.
       01  PARTITION-RUN-SW             PIC X       VALUE 'N'.
           88  PARTITION-RUN                         VALUE 'Y'.
       01  INPUT-CTL-STEP.
           05  INPUT-CTL-STEP-NAME      PIC X(7)    VALUE "CNT01VA".
           05  INPUT-CTL-STEP-ID        PIC X       VALUE "L".
       01  ROL01-JOB-NAME.
           05  FILLER                   PIC X(5)    VALUE "ROL01".
           05  ROL01-JOB-SUFFIX         PIC X(3)    VALUE SPACES.
      * Exchange rates, loaded whole from EXCHRATE.
       01  EXCHRATE-STATUS.
           05  EXCHRATE-STATUS-L        PIC X.
           05  EXCHRATE-STATUS-R        PIC X.
       01  EXCH-TABLE-COUNT             PIC 99      VALUE 0.
       01  EXCH-RATE-TABLE.
           05  EXCH-ENTRY OCCURS 50 TIMES.
               10  EXCH-TBL-CURRENCY    PIC X(3).
               10  EXCH-TBL-EFF-DATE    PIC 9(8).
               10  EXCH-TBL-RATE        PIC 9(3)V9(6).
       01  EXCH-IDX                     PIC 99.
       01  EXCH-BEST-DATE               PIC 9(8).
       01  APPLIED-RATE                 PIC 9(3)V9(6).
       01  RATE-FOUND-SW                PIC X       VALUE 'N'.
           88  RATE-FOUND                            VALUE 'Y'.
       01  FILEDATCLT-DATE-NUM          PIC 9(8).
       01  BASE-AMOUNT                  PIC S9(11)V99 VALUE 0.
       01  MASTER-FOUND-SW              PIC X       VALUE 'N'.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  EDITED-AMOUNT                PIC -(11)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-PARM-CARD.
           CALL "DAYLOG" USING ROL01-JOB-NAME DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           IF RUN-MODE = "REPORT  "
               PERFORM RUN-REPORT-MODE
           ELSE
               PERFORM RUN-UPDATE-MODE THRU
                   RUN-UPDATE-MODE-EXIT
           END-IF.
      * A partition that refused to run logs no STOP, so the
      * restart plan reruns it rather than treating it as done.
           IF NOT PARTITION-RUN OR RUN-SEVERITY < 16
               CALL "DAYLOG" USING ROL01-JOB-NAME
                                    DAYLOG-BLANK-OPERATOR
                                    "STOP    " DAYLOG-BLANK-DETAIL
           END-IF.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
               IF ROL01PM-STATUS = "00"
                   IF ROL01PM-MODE = "REPORT  "
                       MOVE "REPORT  " TO RUN-MODE
                       MOVE "RP" TO ROL01-JOB-SUFFIX
                   END-IF
                   IF ROL01PM-REPORT-YM NOT = SPACES
                       MOVE ROL01PM-REPORT-YM TO REPORT-YEAR-MONTH
                   END-IF
                   IF ROL01PM-PARTITION NOT = SPACE
                       MOVE 'Y' TO PARTITION-RUN-SW
                       MOVE ROL01PM-PARTITION TO PARTITION-ID
                       MOVE "PRT01P" TO INPUT-CTL-STEP-NAME
                       MOVE PARTITION-ID TO INPUT-CTL-STEP-ID
                       MOVE "P" TO ROL01-JOB-SUFFIX
                       MOVE PARTITION-ID TO ROL01-JOB-SUFFIX (2:1)
                       DISPLAY "ROL01: running partition "
                               PARTITION-ID
                   END-IF
               END-IF
               CLOSE ROL01-PARMCARD
           END-IF.
               GO TO RUN-UPDATE-MODE-EXIT
           END-IF.
           PERFORM GET-CLOSED-THRU.
           PERFORM LOAD-EXCHANGE-RATES.
           MOVE SUITE-RUN-DATE (1:6) TO CURRENT-YM.
           OPEN OUTPUT ROL01-PPA-REPORT.
           IF ROL01PPA-STATUS = "00"
           IF ROL01CTL-STATUS = "00"
               MOVE SPACES TO ROL01-CONTROL-REC
               MOVE RECORDS-ROLLED TO ROLCTL-FOLDED-COUNT
               MOVE PARTITION-ID TO ROLCTL-PARTITION
               MOVE AMOUNT-ROLLED TO ROLCTL-FOLDED-AMOUNT
               WRITE ROL01-CONTROL-REC
               CLOSE ROL01-CONTROL
           ELSE
               CLOSE FILEDATCLT-FILE
           END-IF.
           MOVE 'N' TO FILEDATCLT-EOF.
           CALL "CTLPASS" USING "V" INPUT-CTL-STEP
                                 INPUT-CTL-COUNT
                                 INPUT-CTL-AMOUNT
                                 CTLPASS-RESULT.
           END-IF.
           MOVE FILEDATCLT-ACCT-NBR TO SUMMST-ACCT-NBR.
           MOVE FILEDATCLT-REC-TYPE TO SUMMST-REC-TYPE.
           PERFORM CONVERT-TO-BASE-AMOUNT.
           MOVE 'N' TO MASTER-FOUND-SW.
           READ SUMMST-FILE
               INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
           IF MASTER-FOUND
               IF SUMMST-MTD-BASE-AMOUNT NOT NUMERIC
                   MOVE SUMMST-MTD-AMOUNT TO SUMMST-MTD-BASE-AMOUNT
               END-IF
               ADD 1 TO SUMMST-MTD-COUNT
               ADD FILEDATCLT-AMOUNT TO SUMMST-MTD-AMOUNT
               ADD BASE-AMOUNT TO SUMMST-MTD-BASE-AMOUNT
               MOVE FILEDATCLT-ENTITY TO SUMMST-ENTITY
               REWRITE SUMMST-REC
           ELSE
               MOVE FILEDATCLT-REC-TYPE TO SUMMST-REC-TYPE
               MOVE 1 TO SUMMST-MTD-COUNT
               MOVE FILEDATCLT-AMOUNT TO SUMMST-MTD-AMOUNT
               MOVE BASE-AMOUNT TO SUMMST-MTD-BASE-AMOUNT
               MOVE FILEDATCLT-ENTITY TO SUMMST-ENTITY
               WRITE SUMMST-REC
                   INVALID KEY
               END-WRITE
           END-IF.
           ADD 1 TO RECORDS-ROLLED.
           ADD FILEDATCLT-AMOUNT TO AMOUNT-ROLLED.

      * The latest rate on or before the record's date. CNT01
      * rejects a foreign record it has no rate for, so one
      * without a rate here can only come from a rate file
      * changed since; it goes in at face, as CNT01 would.
       CONVERT-TO-BASE-AMOUNT.
           MOVE FILEDATCLT-AMOUNT TO BASE-AMOUNT.
           IF FILEDATCLT-CURRENCY-CODE NOT = SPACES
               MOVE 'N' TO RATE-FOUND-SW
               MOVE 0 TO EXCH-BEST-DATE
               MOVE FILEDATCLT-DATE TO FILEDATCLT-DATE-NUM
               PERFORM VARYING EXCH-IDX FROM 1 BY 1
                       UNTIL EXCH-IDX > EXCH-TABLE-COUNT
                   IF EXCH-TBL-CURRENCY (EXCH-IDX) =
                          FILEDATCLT-CURRENCY-CODE AND
                      EXCH-TBL-EFF-DATE (EXCH-IDX) <=
                          FILEDATCLT-DATE-NUM AND
                      EXCH-TBL-EFF-DATE (EXCH-IDX) >=
                          EXCH-BEST-DATE
                       MOVE 'Y' TO RATE-FOUND-SW
                       MOVE EXCH-TBL-EFF-DATE (EXCH-IDX) TO
                            EXCH-BEST-DATE
                       MOVE EXCH-TBL-RATE (EXCH-IDX) TO APPLIED-RATE
                   END-IF
               END-PERFORM
               IF RATE-FOUND
                   COMPUTE BASE-AMOUNT ROUNDED =
                       FILEDATCLT-AMOUNT * APPLIED-RATE
               END-IF
           END-IF.

       LOAD-EXCHANGE-RATES.
           MOVE 0 TO EXCH-TABLE-COUNT.
           OPEN INPUT ROL01-EXCHRATE.
           IF EXCHRATE-STATUS = "00"
               PERFORM UNTIL EXCHRATE-STATUS NOT = "00"
                   READ ROL01-EXCHRATE
                       AT END MOVE "10" TO EXCHRATE-STATUS
                   END-READ
                   IF EXCHRATE-STATUS = "00" AND
                      EXCH-TABLE-COUNT < 50
                       ADD 1 TO EXCH-TABLE-COUNT
                       MOVE EXCH-CURRENCY TO
                            EXCH-TBL-CURRENCY (EXCH-TABLE-COUNT)
                       MOVE EXCH-EFF-DATE TO
                            EXCH-TBL-EFF-DATE (EXCH-TABLE-COUNT)
                       MOVE EXCH-RATE TO
                            EXCH-TBL-RATE (EXCH-TABLE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ROL01-EXCHRATE
           END-IF.

       WRITE-PPA-LINE.
           ADD 1 TO PPA-COUNT.
