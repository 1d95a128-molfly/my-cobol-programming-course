      * REACH THE MASTER - AGAINST THE ACCOUNT MASTER (ACCTMST,
      * KEYED ON THE ACCOUNT NUMBER).
      * FILEDATCLT-REC-TYPE DRIVES THE ACTION:
      *   'AD' ADDS A NEW ACCOUNT (UNMATCHED IF IT EXISTS); ANY
      *        ACCOUNT ADDED WITH NO CUSTOMER LINK ON THE CUSTREL
      *        RELATIONSHIP MASTER IS LISTED AT THE END OF THE
      *        REPORT SO REL01 CAN LINK IT,
      *   'DL' CLOSES AN ACCOUNT: THE RECORD STAYS, THE STATUS
      *        GOES TO 'C'. A NONZERO BALANCE REFUSES THE CLOSE,
      *        AND THE OLD PHYSICAL DELETE IS GONE - IT DESTROYED
      *        THE BALANCE AND HISTORY AT EXACTLY THE MOMENT WE
      *        MOST NEEDED THEM. RET01'S SWEEP PURGES CLOSED
      *        ACCOUNTS ONLY AFTER THE RETENTION PERIOD. EACH
      *        CLOSE IS APPENDED TO THE SHARED CUSTEVT EVENT FILE
      *        SO LTR01 CONFIRMS IT TO THE CUSTOMER,
      *   'RO' REOPENS A CLOSED ACCOUNT, AS ITS OWN AUDITED
      *        TRANSACTION TYPE,
      *   ANY OTHER TYPE POSTS THE AMOUNT TO AN EXISTING OPEN
      *   ACCOUNT'S BALANCE (UNMATCHED IF IT DOESN'T EXIST OR
      *   IS CLOSED).
      * A POSTING THAT BREACHES AN ACTIVE BLOCK ON THE ACCTBLK
      * REGISTER (DEBITS ONLY, CREDITS ONLY, OR TOTAL - A TOTAL
      * BLOCK ALSO STOPS A CLOSE) IS NOT APPLIED: IT IS DIVERTED
      * WHOLE TO THE BLOCKED-ITEMS FILE MST01BLK, WHICH BLK02
      * REPORTS FOR LEGAL TO RELEASE OR RETURN.
      * HEADER/TRAILER CONTROL RECORDS ARE PASSED OVER. EVERY
      * UNMATCHED TRANSACTION GOES ON MST01RPT WITH ITS REASON,
      * AND THE APPLIED/UNMATCHED COUNTS ON THE REPORT TIE BACK
      * TO CNT01'S GRAND TOTAL OF VALID RECORDS. EACH UNMATCHED
      * TRANSACTION IS ALSO QUEUED WHOLE, WITH ITS REASON, ON THE
      * KEYED POSTING-EXCEPTION FILE PSTEXC FOR REPAIR THROUGH
      * PEX01 INSTEAD OF BEING RETYPED OR LOST.
      * A PARTITION NUMBER IN COLUMN 11 OF THE MST01PM CARD RUNS
      * ONE ACCOUNT-RANGE PARTITION OF THE NIGHT AS PRT01 SPLIT
      * IT: THE INPUT IS THAT PARTITION'S FILE, VERIFIED AGAINST
      * PRT01'S PRT01PN CONTROL RECORD, THE MASTER TOTALS COVER
      * ONLY THE PARTITION'S RANGE FROM THE PRT01BND BOUNDS FILE,
      * AND THE STEP LOGS TO DAILYLOG AS MST01PN SO THE RESTART
      * PLAN TREATS EACH PARTITION AS A STEP OF ITS OWN. PRT02
      * ADDS THE PARTITIONS' CONTROL RECORDS BACK TOGETHER FOR
      * BAL01.
      * EACH MST01APL TRACKING ENTRY CARRIES WHETHER ITS
      * TRANSACTION POSTED AND THE AMOUNT, WHICH BHS01 TOTALS
      * INTO THE NIGHT'S DAILY BALANCE HISTORY.
      * EVERY ADD, POSTING, CLOSE AND REOPEN WRITTEN TO THE MASTER
      * IS APPENDED TO THE ACCTJNL JOURNAL WITH THE RECORD'S
      * BEFORE AND AFTER IMAGES, STAMPED WITH THE JOB (MST01 OR
      * MST01PN), THE CYCLECTL PROCESSING CYCLE AND THE CLOCK
      * TIME, SO RCV01 CAN ROLL A RESTORED MASTER FORWARD. NO
      * JOURNAL, NO POSTING: A JOURNAL THAT WILL NOT OPEN STOPS
      * THE RUN BEFORE ANYTHING IS APPLIED.
      * A POSTING IS ALSO HELD TO THE RULES OF THE ACCOUNT'S
      * PRODUCT - THE PRODMST RECORD FOR ITS ACCTREF CLASS: A
      * RECORD TYPE THE PRODUCT DOES NOT PERMIT, OR A DEBIT THAT
      * WOULD TAKE AN ACCOUNT WITHOUT OVERDRAFT BELOW THE
      * PRODUCT'S MINIMUM BALANCE, GOES TO THE EXCEPTION PATH
      * INSTEAD OF POSTING. NO PRODUCT FOR THE ACCOUNT, NO RULES.
      * AN ACCOUNT IS DENOMINATED IN THE CURRENCY OF ITS 'AD'
      * TRANSACTION (SPACES IS BASE). A POSTING IN THE ACCOUNT'S
      * OWN CURRENCY GOES TO THE BALANCE AT FACE; A FOREIGN
      * POSTING TO A BASE ACCOUNT GOES AT ITS BASE EQUIVALENT;
      * ANY OTHER CURRENCY IS REFUSED TO THE EXCEPTION PATH.
      * EVERY POSTING ALSO MOVES THE ACCOUNT'S BASE EQUIVALENT AT
      * THE DELIVERY DATE'S EXCHRATE RATE, THE SAME RULE CNT01
      * USES. MST01CTL CARRIES THE NIGHT AT BASE EQUIVALENTS AND
      * MST01CCY AT FACE, ONE RECORD PER ACCOUNT CURRENCY, SO
      * BAL01 BALANCES THE MASTER IN BOTH.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

      * Product master keyed on the account class: which record
      * types a product takes and how far a debit may draw it
      * down. No product master, no product rules - the usual
      * missing-file fallback.
           SELECT PRODMST-FILE ASSIGN TO PRODMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PRODMST-CLASS
                  FILE STATUS   IS PRODMST-STATUS.

      * Customer relationship master: swept once after the
      * update pass so every account added tonight without a
      * customer link is listed. No file, no check - the usual
      * missing-file fallback.
           SELECT CUSTREL-FILE ASSIGN TO CUSTREL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CUSTREL-KEY
                  FILE STATUS   IS CUSTREL-STATUS.

      * Legal freeze / posting-block register, maintained through
      * BLK01. No register, no blocks - the usual missing-file
      * fallback.
           SELECT ACCTBLK-FILE ASSIGN TO ACCTBLK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTBLK-ACCT-NBR
                  FILE STATUS   IS ACCTBLK-STATUS.

           SELECT MST01-BLOCKED ASSIGN TO MST01BLK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01BLK-STATUS.

           SELECT MST01-CONTROL ASSIGN TO MST01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01CTL-STATUS.

           SELECT MST01-CCYCTL ASSIGN TO MST01CCY
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01CCY-STATUS.

           SELECT MST01-EXCHRATE ASSIGN TO EXCHRATE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS EXCHRATE-STATUS.

           SELECT MST01-REPORT ASSIGN TO MST01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT MST01-EVENTS ASSIGN TO CUSTEVT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTEVT-STATUS.

      * SUITECFG supplies the retention for the applied-
      * transaction tracking purge below.
           SELECT MST01-SUITECFG ASSIGN TO SUITECFG
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01PRV-STATUS.

      * Partition bounds from PRT01, read only on a partitioned
      * run.
           SELECT MST01-BOUNDS ASSIGN TO PRT01BND
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PRT01BND-STATUS.

      * Applied-transaction tracking, keyed on FILEDATCLT-KEY
      * plus the business date plus the record's source id: a
      * resubmitted STEP012 skips what already posted instead of
                  RECORD KEY    IS APPLIED-TRACK-KEY
                  FILE STATUS   IS MST01APL-STATUS.

      * Posting-exception queue, keyed like the tracking file;
      * the partitions share it as they share the master, each
      * writing only its own accounts' items.
           SELECT MST01-EXCEPTIONS ASSIGN TO PSTEXC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PSTEXC-KEY
                  FILE STATUS   IS PSTEXC-STATUS.

      * Before/after image journal of every master change; each
      * partition appends to its own.
           SELECT MST01-JOURNAL ASSIGN TO ACCTJNL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ACCTJNL-STATUS.

           SELECT MST01-CYCLECTL ASSIGN TO CYCLECTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CYCLECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEDATCLT-FILE.
       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  PRODMST-FILE.
           COPY "prodmst.cpy".

       FD  CUSTREL-FILE.
           COPY "custrel.cpy".

       FD  ACCTBLK-FILE.
           COPY "acctblk.cpy".

       FD  MST01-BLOCKED.
           COPY "blkitem.cpy".

       FD  MST01-CONTROL.
       01  MST01-CONTROL-REC.
           05  CTL-OPENING-COUNT        PIC 9(7).
           05  CTL-APPLIED-AMOUNT       PIC S9(11)V99.
           05  CTL-CLOSING-COUNT        PIC 9(7).
           05  CTL-CLOSING-BALANCE      PIC S9(11)V99.
      * The partition (space when unpartitioned) and what it
      * read, for PRT02 to prove the partitions against CNT01.
           05  CTL-PARTITION            PIC X.
           05  CTL-INPUT-COUNT          PIC 9(7).
           05  CTL-INPUT-AMOUNT         PIC S9(11)V99.
           05  FILLER                   PIC X(6).

       FD  MST01-CCYCTL.
           COPY "mstccy.cpy".

       FD  MST01-EXCHRATE.
       01  MST01-EXCHRATE-REC.
           05  EXCH-CURRENCY            PIC X(3).
           05  EXCH-EFF-DATE            PIC 9(8).
           05  EXCH-RATE                PIC 9(3)V9(6).
           05  FILLER                   PIC X(60).

       FD  MST01-REPORT.
       01  MST01-REPORT-LINE            PIC X(80).
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  MST01-EVENTS.
           COPY "custevt.cpy".

       FD  MST01-APPLIED.
           COPY "mstapl.cpy".

       FD  MST01-SUITECFG.
       COPY "suitecfg.cpy".
      * left off until every supplier has adopted the scheme.
           05  MST01PM-CHKDGT-SW        PIC X.
               88  CHKDGT-ON-ADDS                     VALUE 'Y'.
           05  MST01PM-PARTITION        PIC X.

       FD  MST01-PREVIEW.
       01  MST01-PREVIEW-LINE           PIC X(80).

       FD  MST01-BOUNDS.
           COPY "prtbound.cpy".

       FD  MST01-EXCEPTIONS.
           COPY "pstexc.cpy".

       FD  MST01-JOURNAL.
           COPY "acctjnl.cpy".

       FD  MST01-CYCLECTL.
       01  MST01-CYCLECTL-REC.
           05  CYCLECTL-DATE            PIC 9(8).
           05  FILLER                   PIC X.
           05  CYCLECTL-NBR             PIC 9(2).
           05  FILLER                   PIC X(69).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       01  CLOSING-MASTER-BALANCE       PIC S9(11)V99 VALUE 0.
       01  MASTER-SCAN-EOF-SW           PIC X       VALUE 'N'.
           88  MASTER-SCAN-EOF                       VALUE 'Y'.
      * Those totals are at base equivalents; the currency table
      * keeps the same four figures at face for each account
      * currency met (spaces is base) for MST01CCY.
       01  MST01CCY-STATUS.
           05  MST01CCY-STATUS-L        PIC X.
           05  MST01CCY-STATUS-R        PIC X.
       01  CCY-COUNT                    PIC 99      VALUE 0.
       01  CCY-TABLE.
           05  CCY-ENTRY OCCURS 20 TIMES.
               10  CCT-CURRENCY         PIC X(3).
               10  CCT-OPENING-COUNT    PIC 9(7).
               10  CCT-OPENING-BALANCE  PIC S9(11)V99.
               10  CCT-APPLIED-AMOUNT   PIC S9(11)V99.
               10  CCT-CLOSING-COUNT    PIC 9(7).
               10  CCT-CLOSING-BALANCE  PIC S9(11)V99.
       01  CCY-IDX                      PIC 99.
       01  CCY-SLOT                     PIC 99.
       01  CCY-OVERFLOW-SW              PIC X       VALUE 'N'.
       01  MASTER-BASE-BALANCE          PIC S9(11)V99.
      * Exchange rates, loaded whole from EXCHRATE; a posting is
      * converted at the latest rate on or before its date.
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
      * One posting priced for the account it lands on: the
      * amount that goes to the balance, in the account's
      * currency, and the base equivalent that goes with it.
       01  ACCOUNT-CURRENCY             PIC X(3).
       01  POSTING-AMOUNT               PIC S9(11)V99 VALUE 0.
       01  POSTING-BASE-AMOUNT          PIC S9(11)V99 VALUE 0.
       01  BASE-MOVEMENT                PIC S9(11)V99 VALUE 0.
       01  CURRENCY-REFUSED-SW          PIC X       VALUE 'N'.
           88  CURRENCY-REFUSED                      VALUE 'Y'.
       01  CURRENCY-REFUSED-COUNT       PIC 9(6)    VALUE 0.
      * Control-total handoff: the validated input is pre-counted
      * and checked against CNT01's CNT01VAL control record via
      * the shared CTLPASS before a single record is applied.
       01  WATCH-IDX                    PIC 99.
       01  WATCH-FOUND-IDX              PIC 99.
       01  ALERT-MESSAGE                PIC X(40).
       01  CUSTEVT-STATUS.
           05  CUSTEVT-STATUS-L         PIC X.
           05  CUSTEVT-STATUS-R         PIC X.
       01  MST01APL-STATUS.
           05  MST01APL-STATUS-L        PIC X.
           05  MST01APL-STATUS-R        PIC X.
       01  ALREADY-APPLIED-SW           PIC X.
           88  ALREADY-APPLIED                       VALUE 'Y'.
       01  SKIPPED-APPLIED-COUNT        PIC 9(6)    VALUE 0.
      * How the transaction just applied left the account, kept on
      * its tracking entry for the BHS01 balance history.
       01  POSTED-OUTCOME               PIC X.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  CHKDGT-ADDS-SW               PIC X       VALUE 'N'.
           88  CHKDGT-ADDS-ON                        VALUE 'Y'.
               10  SHW-AFTER-BAL        PIC S9(11)V99.
               10  SHW-STATUS           PIC X.
               10  SHW-ENTITY           PIC X(3).
               10  SHW-CURRENCY         PIC X(3).
               10  SHW-ADDED            PIC X.
               10  SHW-CLOSED-NOW       PIC X.
       01  SHADOW-IDX                   PIC 9(3).
       01  ACCTREF-FOUND-SW             PIC X       VALUE 'N'.
           88  ACCTREF-FOUND                         VALUE 'Y'.
       01  ACCOUNT-NAME-OUT             PIC X(30)   VALUE SPACES.
       01  PRODMST-STATUS.
           05  PRODMST-STATUS-L         PIC X.
           05  PRODMST-STATUS-R         PIC X.
       01  PRODMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  PRODMST-PRESENT                       VALUE 'Y'.
       01  PRODUCT-FOUND-SW             PIC X       VALUE 'N'.
           88  PRODUCT-FOUND                         VALUE 'Y'.
       01  PRODUCT-TYPE-OK-SW           PIC X       VALUE 'N'.
           88  PRODUCT-TYPE-OK                       VALUE 'Y'.
       01  PRODUCT-REFUSED-SW           PIC X       VALUE 'N'.
           88  PRODUCT-REFUSED                       VALUE 'Y'.
       01  PRODUCT-TYPE-IDX             PIC 99.
      * The balance the posting would land on, and the one it
      * starts from - the master's, or the preview's shadow.
       01  PRODUCT-TEST-BALANCE         PIC S9(11)V99.
       01  PRODUCT-NEW-BALANCE          PIC S9(11)V99.
       01  PRODUCT-REFUSED-COUNT        PIC 9(6)    VALUE 0.
       01  CUSTREL-STATUS.
           05  CUSTREL-STATUS-L         PIC X.
           05  CUSTREL-STATUS-R         PIC X.
      * Accounts added tonight, checked against the relationship
      * master once the update pass is over.
       01  NEW-ACCOUNT-COUNT            PIC 9(3)    VALUE 0.
       01  NEW-ACCOUNT-TABLE.
           05  NEW-ACCOUNT-ENTRY OCCURS 500 TIMES.
               10  NEW-ACCT-NBR         PIC X(10).
               10  NEW-ACCT-LINKED      PIC X.
       01  NEW-ACCOUNT-IDX              PIC 9(3).
       01  NEW-ACCOUNT-OVERFLOW-SW      PIC X       VALUE 'N'.
       01  UNLINKED-ADD-COUNT           PIC 9(6)    VALUE 0.
       01  CUSTREL-SCAN-EOF-SW          PIC X.
       01  ACCTBLK-STATUS.
           05  ACCTBLK-STATUS-L         PIC X.
           05  ACCTBLK-STATUS-R         PIC X.
       01  MST01BLK-STATUS.
           05  MST01BLK-STATUS-L        PIC X.
           05  MST01BLK-STATUS-R        PIC X.
       01  ACCTBLK-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTBLK-PRESENT                       VALUE 'Y'.
       01  POSTING-BLOCKED-SW           PIC X       VALUE 'N'.
           88  POSTING-BLOCKED                       VALUE 'Y'.
       01  BLOCKED-COUNT                PIC 9(6)    VALUE 0.
       01  BLOCKED-AMOUNT-TOTAL         PIC S9(11)V99 VALUE 0.
       01  PREVIEW-BLOCKED              PIC 9(5)    VALUE 0.
      * Partitioned run: the range this step owns, the control
      * step its input is proved against, and its DAILYLOG name.
       01  PRT01BND-STATUS.
           05  PRT01BND-STATUS-L        PIC X.
           05  PRT01BND-STATUS-R        PIC X.
       01  PARTITION-ID                 PIC X       VALUE SPACE.
       01  PARTITION-RUN-SW             PIC X       VALUE 'N'.
           88  PARTITION-RUN                         VALUE 'Y'.
       01  PARTITION-FOUND-SW           PIC X       VALUE 'N'.
           88  PARTITION-FOUND                       VALUE 'Y'.
       01  PARTITION-LOW                PIC X(10).
       01  PARTITION-HIGH               PIC X(10).
       01  OUT-OF-RANGE-COUNT           PIC 9(6)    VALUE 0.
       01  INPUT-CTL-STEP.
           05  INPUT-CTL-STEP-NAME      PIC X(7)    VALUE "CNT01VA".
           05  INPUT-CTL-STEP-ID        PIC X       VALUE "L".
       01  PSTEXC-STATUS.
           05  PSTEXC-STATUS-L          PIC X.
           05  PSTEXC-STATUS-R          PIC X.
       01  EXCEPTION-QUEUE-SW           PIC X       VALUE 'N'.
           88  EXCEPTION-QUEUE-ON                    VALUE 'Y'.
       01  QUEUED-EXCEPTION-COUNT       PIC 9(6)    VALUE 0.
       01  ACCTJNL-STATUS.
           05  ACCTJNL-STATUS-L         PIC X.
           05  ACCTJNL-STATUS-R         PIC X.
       01  CYCLECTL-STATUS.
           05  CYCLECTL-STATUS-L        PIC X.
           05  CYCLECTL-STATUS-R        PIC X.
       01  JOURNAL-OPEN-SW              PIC X       VALUE 'N'.
           88  JOURNAL-OPEN                          VALUE 'Y'.
       01  JOURNAL-RUN-DATE             PIC 9(8)    VALUE 0.
       01  JOURNAL-CYCLE                PIC 9(2)    VALUE 1.
       01  JOURNAL-SEQ                  PIC 9(7)    VALUE 0.
       01  JOURNAL-ACTION               PIC X.
       01  JOURNAL-BEFORE-IMAGE         PIC X(80).
       01  MST01-JOB-NAME.
           05  FILLER                   PIC X(5)    VALUE "MST01".
           05  MST01-JOB-SUFFIX         PIC X(3)    VALUE SPACES.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE LOW-VALUES TO PARTITION-LOW.
           MOVE HIGH-VALUES TO PARTITION-HIGH.
           PERFORM GET-PARM-CARD.
           CALL "DAYLOG" USING MST01-JOB-NAME DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           IF PARTITION-RUN
               PERFORM LOAD-PARTITION-BOUNDS
               IF NOT PARTITION-FOUND
                   DISPLAY "MST01: *** PARTITION " PARTITION-ID
                           " NOT ON PRT01BND - NOTHING APPLIED ***"
                   MOVE 16 TO RUN-SEVERITY
                   GO TO PROGRAM-WRAP-UP
               END-IF
           END-IF.
           IF RUN-MODE-PREVIEW
               PERFORM RUN-PREVIEW-MODE THRU
                   RUN-PREVIEW-MODE-EXIT
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM OPEN-THE-FILES.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-WATCH-LIST.
           PERFORM OPEN-APPLIED-TRACKING.
           PERFORM TOTAL-OPENING-MASTER.
                   IF NOT FILEDATCLT-CONTROL-REC
                       ADD 1 TO TXN-READ-COUNT
                       PERFORM CHECK-ALREADY-APPLIED
                       EVALUATE TRUE
                           WHEN PARTITION-RUN AND
                                (FILEDATCLT-ACCT-NBR <
                                     PARTITION-LOW OR
                                 FILEDATCLT-ACCT-NBR NOT <
                                     PARTITION-HIGH)
                               PERFORM NOTE-OUT-OF-RANGE
                           WHEN ALREADY-APPLIED
                               ADD 1 TO SKIPPED-APPLIED-COUNT
                           WHEN OTHER
                               PERFORM APPLY-ONE-TRANSACTION
                               PERFORM TRACK-APPLIED-TRANSACTION
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM TOTAL-CLOSING-MASTER.
           PERFORM WRITE-UPDATE-TOTALS.
           PERFORM REPORT-UNLINKED-ADDS THRU
               REPORT-UNLINKED-ADDS-EXIT.
           PERFORM WRITE-CONTROL-TOTALS.
           PERFORM WRITE-CURRENCY-TOTALS.
           PERFORM CLOSE-THE-FILES.
       PROGRAM-WRAP-UP.
      * A partition that refused to run logs no STOP, so the
      * restart plan reruns it rather than treating it as done.
           IF NOT PARTITION-RUN OR RUN-SEVERITY < 16
               CALL "DAYLOG" USING MST01-JOB-NAME
                                    DAYLOG-BLANK-OPERATOR
                                    "STOP    " DAYLOG-BLANK-DETAIL
           END-IF.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
                   IF CHKDGT-ON-ADDS
                       MOVE 'Y' TO CHKDGT-ADDS-SW
                   END-IF
                   IF MST01PM-PARTITION NOT = SPACE
                       MOVE 'Y' TO PARTITION-RUN-SW
                       MOVE MST01PM-PARTITION TO PARTITION-ID
                       MOVE "PRT01P" TO INPUT-CTL-STEP-NAME
                       MOVE PARTITION-ID TO INPUT-CTL-STEP-ID
                       MOVE "P" TO MST01-JOB-SUFFIX
                       MOVE PARTITION-ID TO MST01-JOB-SUFFIX (2:1)
                   END-IF
               END-IF
               CLOSE MST01-PARMCARD
           END-IF.
                       ACCTMST-STATUS
               MOVE 'Y' TO FILEDATCLT-EOF
           END-IF.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           END-IF.
           PERFORM OPEN-PRODUCT-MASTER.
           PERFORM OPEN-BLOCK-REGISTER.
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM UNTIL FILEDATCLT-EOF-YES
               READ FILEDATCLT-FILE
                   AT END MOVE 'Y' TO FILEDATCLT-EOF
           IF ACCTMST-STATUS = "00"
               CLOSE ACCTMST-FILE
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.
           IF PRODMST-PRESENT
               CLOSE PRODMST-FILE
           END-IF.
           IF ACCTBLK-PRESENT
               CLOSE ACCTBLK-FILE
           END-IF.
           PERFORM WRITE-PREVIEW-REPORT THRU
               WRITE-PREVIEW-REPORT-EXIT.
           DISPLAY "MST01: preview posts= " PREVIEW-POSTS
                   " adds= " PREVIEW-ADDS
                   " closes= " PREVIEW-CLOSES
                   " unmatched= " PREVIEW-UNMATCHED
                   " blocked= " PREVIEW-BLOCKED.
       RUN-PREVIEW-MODE-EXIT.
           EXIT.

                            UNMATCHED-REASON
                       PERFORM NOTE-PREVIEW-UNMATCHED
                   ELSE
                       MOVE FILEDATCLT-CURRENCY-CODE TO
                            ACCOUNT-CURRENCY
                       PERFORM PRICE-THE-POSTING THRU
                           PRICE-THE-POSTING-EXIT
                       IF CURRENCY-REFUSED
                           ADD 1 TO PREVIEW-UNMATCHED
                           PERFORM NOTE-PREVIEW-UNMATCHED
                       ELSE
                           MOVE 'Y' TO SHW-ON-MASTER (SHADOW-SLOT)
                           MOVE 'Y' TO SHW-ADDED (SHADOW-SLOT)
                           MOVE 'O' TO SHW-STATUS (SHADOW-SLOT)
                           MOVE FILEDATCLT-ENTITY TO
                                SHW-ENTITY (SHADOW-SLOT)
                           MOVE ACCOUNT-CURRENCY TO
                                SHW-CURRENCY (SHADOW-SLOT)
                           MOVE POSTING-AMOUNT TO
                                SHW-AFTER-BAL (SHADOW-SLOT)
                           ADD 1 TO PREVIEW-ADDS
                       END-IF
                   END-IF
               WHEN "DL"
                   EVALUATE TRUE
                               TO UNMATCHED-REASON
                           PERFORM NOTE-PREVIEW-UNMATCHED
                       WHEN OTHER
                           PERFORM CHECK-POSTING-BLOCK THRU
                               CHECK-POSTING-BLOCK-EXIT
                           IF POSTING-BLOCKED
                               PERFORM NOTE-PREVIEW-BLOCKED
                           ELSE
                               MOVE 'C' TO SHW-STATUS (SHADOW-SLOT)
                               MOVE 'Y' TO
                                    SHW-CLOSED-NOW (SHADOW-SLOT)
                               ADD 1 TO PREVIEW-CLOSES
                           END-IF
                   END-EVALUATE
               WHEN "RO"
                   IF SHW-ON-MASTER (SHADOW-SLOT) = 'Y' AND
                                UNMATCHED-REASON
                           PERFORM NOTE-PREVIEW-UNMATCHED
                       WHEN OTHER
                           MOVE SHW-CURRENCY (SHADOW-SLOT) TO
                                ACCOUNT-CURRENCY
                           PERFORM PRICE-THE-POSTING THRU
                               PRICE-THE-POSTING-EXIT
                           IF CURRENCY-REFUSED
                               ADD 1 TO PREVIEW-UNMATCHED
                               PERFORM NOTE-PREVIEW-UNMATCHED
                           ELSE
                               PERFORM PREVIEW-PRODUCT-RULES
                           END-IF
                   END-EVALUATE
           END-EVALUATE.
       PREVIEW-ONE-TRANSACTION-EXIT.
           EXIT.

       PREVIEW-PRODUCT-RULES.
           MOVE SHW-AFTER-BAL (SHADOW-SLOT) TO
                PRODUCT-TEST-BALANCE.
           PERFORM CHECK-PRODUCT-RULES THRU
               CHECK-PRODUCT-RULES-EXIT.
           IF PRODUCT-REFUSED
               ADD 1 TO PREVIEW-UNMATCHED
               PERFORM NOTE-PREVIEW-UNMATCHED
           ELSE
               PERFORM PREVIEW-ONE-POSTING
           END-IF.

       PREVIEW-ONE-POSTING.
           PERFORM CHECK-POSTING-BLOCK THRU
               CHECK-POSTING-BLOCK-EXIT.
           IF POSTING-BLOCKED
               PERFORM NOTE-PREVIEW-BLOCKED
           ELSE
               ADD POSTING-AMOUNT TO
                   SHW-AFTER-BAL (SHADOW-SLOT)
               ADD 1 TO PREVIEW-POSTS
           END-IF.

      * The shadow entry for the transaction's account, seeded
      * from the real master the first time it is touched.
       FIND-SHADOW-SLOT.
               MOVE ACCTMST-ACCT-STATUS TO
                    SHW-STATUS (SHADOW-SLOT)
               MOVE ACCTMST-ENTITY TO SHW-ENTITY (SHADOW-SLOT)
               MOVE ACCTMST-CURRENCY TO
                    SHW-CURRENCY (SHADOW-SLOT)
           ELSE
               MOVE 'N' TO SHW-ON-MASTER (SHADOW-SLOT)
               MOVE 0 TO SHW-BEFORE-BAL (SHADOW-SLOT)
               MOVE 0 TO SHW-AFTER-BAL (SHADOW-SLOT)
               MOVE SPACE TO SHW-STATUS (SHADOW-SLOT)
               MOVE SPACES TO SHW-ENTITY (SHADOW-SLOT)
               MOVE SPACES TO SHW-CURRENCY (SHADOW-SLOT)
           END-IF.
       FIND-SHADOW-SLOT-EXIT.
           EXIT.
               WRITE MST01-PREVIEW-LINE
           END-IF.

       NOTE-PREVIEW-BLOCKED.
           ADD 1 TO PREVIEW-BLOCKED.
           IF MST01PRV-STATUS = "00"
               CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR
                                      MASKED-ACCT
               MOVE SPACES TO MST01-PREVIEW-LINE
               STRING "WOULD BE BLOCKED " MASKED-ACCT
                      " TYPE " FILEDATCLT-REC-TYPE
                      " - block " ACCTBLK-TYPE
                      " " ACCTBLK-CASE-REF
                   DELIMITED BY SIZE INTO MST01-PREVIEW-LINE
               WRITE MST01-PREVIEW-LINE
           END-IF.

       WRITE-PREVIEW-REPORT.
           PERFORM VARYING SHADOW-IDX FROM 1 BY 1
                   UNTIL SHADOW-IDX > SHADOW-COUNT
           WRITE MST01-PREVIEW-LINE.
           MOVE SPACES TO MST01-PREVIEW-LINE.
           STRING "WOULD-BE UNMATCHED " PREVIEW-UNMATCHED
                  " BLOCKED " PREVIEW-BLOCKED
               DELIMITED BY SIZE INTO MST01-PREVIEW-LINE.
           WRITE MST01-PREVIEW-LINE.
           PERFORM BUILD-RPT-FOOTER.
                      " BEFORE " EDITED-BEFORE-AMT
                      " AFTER " EDITED-AFTER-AMT
                      " " SHW-STATUS (SHADOW-IDX)
                      " " SHW-CURRENCY (SHADOW-IDX)
                   DELIMITED BY SIZE INTO MST01-PREVIEW-LINE
               WRITE MST01-PREVIEW-LINE
               IF SHW-ADDED (SHADOW-IDX) = 'Y'
               CLOSE FILEDATCLT-FILE
           END-IF.
           MOVE 'N' TO FILEDATCLT-EOF.
           CALL "CTLPASS" USING "V" INPUT-CTL-STEP
                                 INPUT-CTL-COUNT
                                 INPUT-CTL-AMOUNT
                                 CTLPASS-RESULT.
               MOVE 'Y' TO CONTROL-REFUSED-SW
           END-IF.

       LOAD-PARTITION-BOUNDS.
           MOVE 'N' TO PARTITION-FOUND-SW.
           OPEN INPUT MST01-BOUNDS.
           IF PRT01BND-STATUS = "00"
               PERFORM UNTIL PRT01BND-STATUS NOT = "00" OR
                             PARTITION-FOUND
                   READ MST01-BOUNDS
                       AT END MOVE "10" TO PRT01BND-STATUS
                   END-READ
                   IF PRT01BND-STATUS = "00" AND
                      PRTBND-PARTITION = PARTITION-ID
                       MOVE 'Y' TO PARTITION-FOUND-SW
                       MOVE PRTBND-LOW TO PARTITION-LOW
                       MOVE PRTBND-HIGH TO PARTITION-HIGH
                   END-IF
               END-PERFORM
               CLOSE MST01-BOUNDS
           END-IF.
           IF PARTITION-FOUND
               DISPLAY "MST01: running partition " PARTITION-ID
           END-IF.

      * LEVEL 2 ROUTINES
       OPEN-THE-FILES.
           OPEN INPUT FILEDATCLT-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           END-IF.
           PERFORM OPEN-PRODUCT-MASTER.
           PERFORM OPEN-BLOCK-REGISTER.
           OPEN OUTPUT MST01-BLOCKED.
           IF MST01BLK-STATUS NOT = "00"
               DISPLAY "MST01: OPEN MST01-BLOCKED - status "
                       MST01BLK-STATUS
           END-IF.
           OPEN OUTPUT MST01-REPORT.
           IF MST01RPT-STATUS NOT = "00"
               DISPLAY "MST01: OPEN MST01-REPORT - status "
               MOVE RPT-HDR-LINE TO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
           END-IF.
           OPEN I-O MST01-EXCEPTIONS.
           IF PSTEXC-STATUS = "35"
               OPEN OUTPUT MST01-EXCEPTIONS
               CLOSE MST01-EXCEPTIONS
               OPEN I-O MST01-EXCEPTIONS
           END-IF.
           IF PSTEXC-STATUS = "00"
               MOVE 'Y' TO EXCEPTION-QUEUE-SW
           ELSE
               DISPLAY "MST01: OPEN MST01-EXCEPTIONS - status "
                       PSTEXC-STATUS " - unmatched items not queued"
           END-IF.
           PERFORM OPEN-MASTER-JOURNAL.

       READ-FILEDATCLT.
           READ FILEDATCLT-FILE
           END-READ.

       APPLY-ONE-TRANSACTION.
           MOVE SPACE TO POSTED-OUTCOME.
           IF WATCH-COUNT > 0
               PERFORM CHECK-WATCH-LIST THRU
                   CHECK-WATCH-LIST-EXIT
           DISPLAY "MST01: reopens applied=      "
                   REOPEN-APPLIED-COUNT.
           DISPLAY "MST01: unmatched=            " UNMATCHED-COUNT.
           DISPLAY "MST01: queued on PSTEXC=     "
                   QUEUED-EXCEPTION-COUNT.
           DISPLAY "MST01: blocked (diverted)=   " BLOCKED-COUNT.
           DISPLAY "MST01: refused by product=   "
                   PRODUCT-REFUSED-COUNT.
           DISPLAY "MST01: refused by currency=  "
                   CURRENCY-REFUSED-COUNT.
           DISPLAY "MST01: skipped (already applied)= "
                   SKIPPED-APPLIED-COUNT.
           IF PARTITION-RUN
               DISPLAY "MST01: partition " PARTITION-ID
                       " outside range= " OUT-OF-RANGE-COUNT
           END-IF.
           IF MST01RPT-STATUS = "00"
               MOVE SPACES TO MST01-REPORT-LINE
               STRING "Transactions read is= " TXN-READ-COUNT
               WRITE MST01-REPORT-LINE
               MOVE SPACES TO MST01-REPORT-LINE
               STRING "Unmatched is= " UNMATCHED-COUNT
                      "  queued for repair on PSTEXC is= "
                      QUEUED-EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
               MOVE SPACES TO MST01-REPORT-LINE
               STRING "Refused by product rules is= "
                      PRODUCT-REFUSED-COUNT
                      " (included in unmatched)"
                   DELIMITED BY SIZE INTO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
               MOVE SPACES TO MST01-REPORT-LINE
               STRING "Refused for currency is= "
                      CURRENCY-REFUSED-COUNT
                      " (included in unmatched)"
                   DELIMITED BY SIZE INTO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
               MOVE SPACES TO MST01-REPORT-LINE
               MOVE BLOCKED-AMOUNT-TOTAL TO EDITED-AFTER-AMT
               STRING "Blocked (diverted to MST01BLK) is= "
                      BLOCKED-COUNT " amount " EDITED-AFTER-AMT
                   DELIMITED BY SIZE INTO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
               MOVE SPACES TO MST01-REPORT-LINE
                   DELIMITED BY SIZE INTO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
               MOVE SPACES TO MST01-REPORT-LINE
               STRING "Applied plus unmatched plus blocked ties "
                      "to CNT01 grand total valid"
                   DELIMITED BY SIZE INTO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
           END-IF.

      * One sweep of the relationship master marks every added
      * account that some customer is linked to; the rest are
      * listed for REL01 to link.
       REPORT-UNLINKED-ADDS.
           IF NEW-ACCOUNT-COUNT = 0
               GO TO REPORT-UNLINKED-ADDS-EXIT
           END-IF.
           OPEN INPUT CUSTREL-FILE.
           IF CUSTREL-STATUS NOT = "00"
               DISPLAY "MST01: OPEN CUSTREL-FILE - status "
                       CUSTREL-STATUS " - customer links not checked"
               GO TO REPORT-UNLINKED-ADDS-EXIT
           END-IF.
           MOVE 'N' TO CUSTREL-SCAN-EOF-SW.
           MOVE LOW-VALUES TO CUSTREL-KEY.
           START CUSTREL-FILE
               KEY IS NOT LESS THAN CUSTREL-KEY
               INVALID KEY
                   MOVE 'Y' TO CUSTREL-SCAN-EOF-SW
           END-START.
           PERFORM UNTIL CUSTREL-SCAN-EOF-SW = 'Y'
               READ CUSTREL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CUSTREL-SCAN-EOF-SW
               END-READ
               IF CUSTREL-SCAN-EOF-SW = 'N'
                   PERFORM VARYING NEW-ACCOUNT-IDX FROM 1 BY 1
                           UNTIL NEW-ACCOUNT-IDX > NEW-ACCOUNT-COUNT
                       IF CUSTREL-ACCT-NBR =
                              NEW-ACCT-NBR (NEW-ACCOUNT-IDX)
                           MOVE 'Y' TO
                                NEW-ACCT-LINKED (NEW-ACCOUNT-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           CLOSE CUSTREL-FILE.
           PERFORM VARYING NEW-ACCOUNT-IDX FROM 1 BY 1
                   UNTIL NEW-ACCOUNT-IDX > NEW-ACCOUNT-COUNT
               IF NEW-ACCT-LINKED (NEW-ACCOUNT-IDX) = 'N'
                   ADD 1 TO UNLINKED-ADD-COUNT
                   PERFORM WRITE-UNLINKED-LINE
               END-IF
           END-PERFORM.
           DISPLAY "MST01: added without customer link= "
                   UNLINKED-ADD-COUNT.
           IF MST01RPT-STATUS = "00"
               MOVE SPACES TO MST01-REPORT-LINE
               STRING "Added without customer link is= "
                      UNLINKED-ADD-COUNT
                   DELIMITED BY SIZE INTO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
           END-IF.
       REPORT-UNLINKED-ADDS-EXIT.
           EXIT.

       WRITE-UNLINKED-LINE.
           CALL "MASKACCT" USING NEW-ACCT-NBR (NEW-ACCOUNT-IDX)
                                  MASKED-ACCT.
           IF MST01RPT-STATUS = "00"
               MOVE SPACES TO MST01-REPORT-LINE
               STRING "NO CUSTOMER LINK " MASKED-ACCT
                      " - added tonight, link it through REL01"
                   DELIMITED BY SIZE INTO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.
           IF PRODMST-PRESENT
               CLOSE PRODMST-FILE
           END-IF.
           IF ACCTBLK-PRESENT
               CLOSE ACCTBLK-FILE
           END-IF.
           IF MST01BLK-STATUS = "00"
               CLOSE MST01-BLOCKED
           END-IF.
           IF WATCH-COUNT > 0 AND WATCHRPT-STATUS = "00"
               CLOSE MST01-WATCHRPT
           END-IF.
           IF TRACKING-ON
               CLOSE MST01-APPLIED
           END-IF.
           IF EXCEPTION-QUEUE-ON
               CLOSE MST01-EXCEPTIONS
           END-IF.
           IF JOURNAL-OPEN
               CLOSE MST01-JOURNAL
           END-IF.
           IF MST01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO MST01-REPORT-LINE

      * Tracking entries age off here because nothing else can
      * sweep them: an entry older than the retention can never
      * match again, it only slows the guard down. A partition
      * sweeps only the keys in its own account range (the key
      * leads with the account), so partitions side by side
      * never delete one another's entries.
       PURGE-APPLIED-TRACKING.
           OPEN INPUT MST01-SUITECFG.
           IF SUITECFG-STATUS = "00"
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO TODAY-SERIAL.
           MOVE 'N' TO TRACK-SWEEP-EOF-SW.
           MOVE LOW-VALUES TO APPLIED-TRACK-KEY.
           MOVE PARTITION-LOW TO APPLIED-TXN-KEY (1:10).
           START MST01-APPLIED
               KEY IS NOT LESS THAN APPLIED-TRACK-KEY
               INVALID KEY
                   MOVE 'Y' TO TRACK-SWEEP-EOF-SW
           END-START.
           PERFORM UNTIL TRACK-SWEEP-EOF-SW = 'Y'
               READ MST01-APPLIED NEXT RECORD
                   AT END MOVE 'Y' TO TRACK-SWEEP-EOF-SW
               END-READ
               IF TRACK-SWEEP-EOF-SW = 'N' AND
                  APPLIED-TXN-KEY (1:10) NOT < PARTITION-HIGH
                   MOVE 'Y' TO TRACK-SWEEP-EOF-SW
               END-IF
               IF TRACK-SWEEP-EOF-SW = 'N'
                   MOVE APPLIED-BUS-DATE TO DATE-FOR-SERIAL
                   CALL "DATESER" USING DATE-FOR-SERIAL
           MOVE FILEDATCLT-KEY TO APPLIED-TXN-KEY.
           MOVE BUSINESS-DATE-NUM TO APPLIED-BUS-DATE.
           MOVE FILEDATCLT-CTL-SOURCE-ID TO APPLIED-SOURCE-ID.
           MOVE POSTED-OUTCOME TO APPLIED-OUTCOME.
           MOVE 0 TO APPLIED-AMOUNT.
           IF APPLIED-POSTED
               MOVE POSTING-AMOUNT TO APPLIED-AMOUNT
           END-IF.
           WRITE MST01-APPLIED-REC
               INVALID KEY
                   CONTINUE
                ALERT-SEVERITY.
           MOVE "MST01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE MST01-ALERT-REC.
           CLOSE MST01-ALERT.

      * The close goes on the shared customer event file for
      * LTR01's letter run; appended, like the alert, so the
      * other event writers' records are kept.
       WRITE-CLOSURE-EVENT.
           OPEN EXTEND MST01-EVENTS.
           IF CUSTEVT-STATUS NOT = "00"
               OPEN OUTPUT MST01-EVENTS
           END-IF.
           IF CUSTEVT-STATUS NOT = "00"
               DISPLAY "MST01: OPEN MST01-EVENTS - status "
                       CUSTEVT-STATUS
           ELSE
               MOVE SPACES TO CUSTEVT-REC
               MOVE ACCTMST-ACCT-NBR TO CUSTEVT-ACCT-NBR
               MOVE "CLOSED  " TO CUSTEVT-TYPE
               MOVE BUSINESS-DATE-NUM TO CUSTEVT-DATE
               MOVE FILEDATCLT-DATE TO CUSTEVT-REF-DATE
               MOVE ACCTMST-BALANCE TO CUSTEVT-AMOUNT
               MOVE "MST01   " TO CUSTEVT-SOURCE
               WRITE CUSTEVT-REC
               CLOSE MST01-EVENTS
           END-IF.

      * Sequential sweeps of the keyed master, bracketing the
      * update pass, give the opening and closing control totals.
      * The master totals cover the partition's range only
      * (the whole master when unpartitioned): partitions side by
      * side each total the accounts they alone can touch.
       TOTAL-OPENING-MASTER.
           MOVE 'N' TO MASTER-SCAN-EOF-SW.
           MOVE PARTITION-LOW TO ACCTMST-ACCT-NBR.
           START ACCTMST-FILE
               KEY IS NOT LESS THAN ACCTMST-ACCT-NBR
               INVALID KEY
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO MASTER-SCAN-EOF-SW
               END-READ
               IF NOT MASTER-SCAN-EOF AND
                  ACCTMST-ACCT-NBR NOT < PARTITION-HIGH
                   MOVE 'Y' TO MASTER-SCAN-EOF-SW
               END-IF
               IF NOT MASTER-SCAN-EOF
                   ADD 1 TO OPENING-MASTER-COUNT
                   PERFORM FIND-MASTER-BASE-BALANCE
                   ADD MASTER-BASE-BALANCE TO OPENING-MASTER-BALANCE
                   MOVE ACCTMST-CURRENCY TO ACCOUNT-CURRENCY
                   PERFORM FIND-CURRENCY-SLOT THRU
                       FIND-CURRENCY-SLOT-EXIT
                   IF CCY-SLOT > 0
                       ADD 1 TO CCT-OPENING-COUNT (CCY-SLOT)
                       ADD ACCTMST-BALANCE TO
                           CCT-OPENING-BALANCE (CCY-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

       TOTAL-CLOSING-MASTER.
           MOVE 'N' TO MASTER-SCAN-EOF-SW.
           MOVE PARTITION-LOW TO ACCTMST-ACCT-NBR.
           START ACCTMST-FILE
               KEY IS NOT LESS THAN ACCTMST-ACCT-NBR
               INVALID KEY
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO MASTER-SCAN-EOF-SW
               END-READ
               IF NOT MASTER-SCAN-EOF AND
                  ACCTMST-ACCT-NBR NOT < PARTITION-HIGH
                   MOVE 'Y' TO MASTER-SCAN-EOF-SW
               END-IF
               IF NOT MASTER-SCAN-EOF
                   ADD 1 TO CLOSING-MASTER-COUNT
                   PERFORM FIND-MASTER-BASE-BALANCE
                   ADD MASTER-BASE-BALANCE TO CLOSING-MASTER-BALANCE
                   MOVE ACCTMST-CURRENCY TO ACCOUNT-CURRENCY
                   PERFORM FIND-CURRENCY-SLOT THRU
                       FIND-CURRENCY-SLOT-EXIT
                   IF CCY-SLOT > 0
                       ADD 1 TO CCT-CLOSING-COUNT (CCY-SLOT)
                       ADD ACCTMST-BALANCE TO
                           CCT-CLOSING-BALANCE (CCY-SLOT)
                   END-IF
               END-IF
           END-PERFORM.

               MOVE APPLIED-AMOUNT-TOTAL TO CTL-APPLIED-AMOUNT
               MOVE CLOSING-MASTER-COUNT TO CTL-CLOSING-COUNT
               MOVE CLOSING-MASTER-BALANCE TO CTL-CLOSING-BALANCE
               MOVE PARTITION-ID TO CTL-PARTITION
               MOVE INPUT-CTL-COUNT TO CTL-INPUT-COUNT
               MOVE INPUT-CTL-AMOUNT TO CTL-INPUT-AMOUNT
               WRITE MST01-CONTROL-REC
               CLOSE MST01-CONTROL
           ELSE
                       MST01CTL-STATUS
           END-IF.

       WRITE-CURRENCY-TOTALS.
           OPEN OUTPUT MST01-CCYCTL.
           IF MST01CCY-STATUS = "00"
               PERFORM VARYING CCY-IDX FROM 1 BY 1
                       UNTIL CCY-IDX > CCY-COUNT
                   PERFORM WRITE-ONE-CURRENCY-TOTAL
               END-PERFORM
               CLOSE MST01-CCYCTL
           ELSE
               DISPLAY "MST01: OPEN MST01-CCYCTL - status "
                       MST01CCY-STATUS
           END-IF.

      * LEVEL 3 ROUTINES
       APPLY-ADD.
           IF CHKDGT-ADDS-ON
                   GO TO APPLY-ADD-EXIT
               END-IF
           END-IF.
           MOVE FILEDATCLT-CURRENCY-CODE TO ACCOUNT-CURRENCY.
           PERFORM PRICE-THE-POSTING THRU PRICE-THE-POSTING-EXIT.
           IF CURRENCY-REFUSED
               ADD 1 TO CURRENCY-REFUSED-COUNT
               PERFORM WRITE-UNMATCHED-LINE
               GO TO APPLY-ADD-EXIT
           END-IF.
           MOVE SPACES TO JOURNAL-BEFORE-IMAGE.
           MOVE SPACES TO ACCTMST-REC.
           MOVE FILEDATCLT-ACCT-NBR TO ACCTMST-ACCT-NBR.
           MOVE FILEDATCLT-DATE TO ACCTMST-OPEN-DATE.
           MOVE FILEDATCLT-DATE TO ACCTMST-LAST-ACTIVITY.
           MOVE 1 TO ACCTMST-TXN-COUNT.
           MOVE POSTING-AMOUNT TO ACCTMST-BALANCE.
           MOVE 'O' TO ACCTMST-ACCT-STATUS.
           MOVE FILEDATCLT-ENTITY TO ACCTMST-ENTITY.
           MOVE ACCOUNT-CURRENCY TO ACCTMST-CURRENCY.
           MOVE POSTING-BASE-AMOUNT TO ACCTMST-BASE-BALANCE.
           WRITE ACCTMST-REC
               INVALID KEY
                   MOVE "account already on master" TO
                   PERFORM WRITE-UNMATCHED-LINE
               NOT INVALID KEY
                   ADD 1 TO ADD-APPLIED-COUNT
                   MOVE POSTING-BASE-AMOUNT TO BASE-MOVEMENT
                   PERFORM TOTAL-APPLIED-POSTING
                   MOVE 'P' TO POSTED-OUTCOME
                   MOVE 'A' TO JOURNAL-ACTION
                   PERFORM JOURNAL-MASTER-CHANGE
                   PERFORM NOTE-NEW-ACCOUNT
           END-WRITE.
       APPLY-ADD-EXIT.
           EXIT.
               GO TO APPLY-CHANGE-EXIT
           END-IF.
           IF MASTER-FOUND
               MOVE ACCTMST-CURRENCY TO ACCOUNT-CURRENCY
               PERFORM PRICE-THE-POSTING THRU
                   PRICE-THE-POSTING-EXIT
               IF CURRENCY-REFUSED
                   ADD 1 TO CURRENCY-REFUSED-COUNT
                   PERFORM WRITE-UNMATCHED-LINE
                   GO TO APPLY-CHANGE-EXIT
               END-IF
           END-IF.
           IF MASTER-FOUND
               MOVE ACCTMST-BALANCE TO PRODUCT-TEST-BALANCE
               PERFORM CHECK-PRODUCT-RULES THRU
                   CHECK-PRODUCT-RULES-EXIT
               IF PRODUCT-REFUSED
                   ADD 1 TO PRODUCT-REFUSED-COUNT
                   PERFORM WRITE-UNMATCHED-LINE
                   GO TO APPLY-CHANGE-EXIT
               END-IF
           END-IF.
           IF MASTER-FOUND
               PERFORM CHECK-POSTING-BLOCK THRU
                   CHECK-POSTING-BLOCK-EXIT
               IF POSTING-BLOCKED
                   PERFORM DIVERT-BLOCKED-ITEM
                   GO TO APPLY-CHANGE-EXIT
               END-IF
           END-IF.
           IF MASTER-FOUND
               MOVE ACCTMST-REC TO JOURNAL-BEFORE-IMAGE
               PERFORM MOVE-THE-BALANCES
               ADD 1 TO ACCTMST-TXN-COUNT
               MOVE FILEDATCLT-DATE TO ACCTMST-LAST-ACTIVITY
               REWRITE ACCTMST-REC
                       PERFORM WRITE-UNMATCHED-LINE
                   NOT INVALID KEY
                       ADD 1 TO CHANGE-APPLIED-COUNT
                       PERFORM TOTAL-APPLIED-POSTING
                       MOVE 'P' TO POSTED-OUTCOME
                       MOVE 'P' TO JOURNAL-ACTION
                       PERFORM JOURNAL-MASTER-CHANGE
               END-REWRITE
           ELSE
               MOVE "account not on master" TO UNMATCHED-REASON
       APPLY-CHANGE-EXIT.
           EXIT.

      * The posting goes to the balance in the account's currency
      * and its base equivalent to the base balance, which stays
      * at the rates the postings were made at - FXR01 revalues
      * it, and AUD01 proves it against the rollup's base.
       MOVE-THE-BALANCES.
           ADD POSTING-AMOUNT TO ACCTMST-BALANCE.
           ADD POSTING-BASE-AMOUNT TO ACCTMST-BASE-BALANCE.
           MOVE POSTING-BASE-AMOUNT TO BASE-MOVEMENT.

      * The control totals take the base movement; the account's
      * currency line takes the posting at face.
       TOTAL-APPLIED-POSTING.
           ADD BASE-MOVEMENT TO APPLIED-AMOUNT-TOTAL.
           PERFORM FIND-CURRENCY-SLOT THRU FIND-CURRENCY-SLOT-EXIT.
           IF CCY-SLOT > 0
               ADD POSTING-AMOUNT TO CCT-APPLIED-AMOUNT (CCY-SLOT)
           END-IF.

      * Price a transaction for an account in ACCOUNT-CURRENCY
      * (for an add, the currency it opens in). Same currency
      * posts at face; a base account takes any currency at its
      * base equivalent; a foreign account takes nothing else.
       PRICE-THE-POSTING.
           MOVE 'N' TO CURRENCY-REFUSED-SW.
           MOVE FILEDATCLT-AMOUNT TO POSTING-AMOUNT.
           MOVE FILEDATCLT-AMOUNT TO POSTING-BASE-AMOUNT.
           IF ACCOUNT-CURRENCY NOT = SPACES AND
              ACCOUNT-CURRENCY NOT = FILEDATCLT-CURRENCY-CODE
               MOVE 'Y' TO CURRENCY-REFUSED-SW
               MOVE "currency not the account's" TO
                    UNMATCHED-REASON
               GO TO PRICE-THE-POSTING-EXIT
           END-IF.
           IF FILEDATCLT-CURRENCY-CODE = SPACES
               GO TO PRICE-THE-POSTING-EXIT
           END-IF.
           PERFORM FIND-RATE-FOR-POSTING.
           IF NOT RATE-FOUND
               MOVE 'Y' TO CURRENCY-REFUSED-SW
               MOVE "no rate for currency" TO UNMATCHED-REASON
               GO TO PRICE-THE-POSTING-EXIT
           END-IF.
           COMPUTE POSTING-BASE-AMOUNT ROUNDED =
                   FILEDATCLT-AMOUNT * APPLIED-RATE.
           IF ACCOUNT-CURRENCY = SPACES
               MOVE POSTING-BASE-AMOUNT TO POSTING-AMOUNT
           END-IF.
       PRICE-THE-POSTING-EXIT.
           EXIT.

      * The latest rate on or before the transaction's date.
       FIND-RATE-FOR-POSTING.
           MOVE 'N' TO RATE-FOUND-SW.
           MOVE 0 TO EXCH-BEST-DATE.
           MOVE FILEDATCLT-DATE TO FILEDATCLT-DATE-NUM.
           PERFORM VARYING EXCH-IDX FROM 1 BY 1
                   UNTIL EXCH-IDX > EXCH-TABLE-COUNT
               IF EXCH-TBL-CURRENCY (EXCH-IDX) =
                      FILEDATCLT-CURRENCY-CODE AND
                  EXCH-TBL-EFF-DATE (EXCH-IDX) <=
                      FILEDATCLT-DATE-NUM AND
                  EXCH-TBL-EFF-DATE (EXCH-IDX) >= EXCH-BEST-DATE
                   MOVE 'Y' TO RATE-FOUND-SW
                   MOVE EXCH-TBL-EFF-DATE (EXCH-IDX) TO
                        EXCH-BEST-DATE
                   MOVE EXCH-TBL-RATE (EXCH-IDX) TO APPLIED-RATE
               END-IF
           END-PERFORM.

      * A master record from before the base balance was carried
      * is a base account, and its balance is its base.
       FIND-MASTER-BASE-BALANCE.
           IF ACCTMST-BASE-BALANCE NUMERIC
               MOVE ACCTMST-BASE-BALANCE TO MASTER-BASE-BALANCE
           ELSE
               MOVE ACCTMST-BALANCE TO MASTER-BASE-BALANCE
           END-IF.

       FIND-CURRENCY-SLOT.
           MOVE 0 TO CCY-SLOT.
           PERFORM VARYING CCY-IDX FROM 1 BY 1
                   UNTIL CCY-IDX > CCY-COUNT
               IF CCT-CURRENCY (CCY-IDX) = ACCOUNT-CURRENCY
                   MOVE CCY-IDX TO CCY-SLOT
               END-IF
           END-PERFORM.
           IF CCY-SLOT > 0
               GO TO FIND-CURRENCY-SLOT-EXIT
           END-IF.
           IF CCY-COUNT >= 20
               IF CCY-OVERFLOW-SW = 'N'
                   MOVE 'Y' TO CCY-OVERFLOW-SW
                   DISPLAY "MST01: currency table full - "
                           ACCOUNT-CURRENCY " not on MST01CCY"
               END-IF
               GO TO FIND-CURRENCY-SLOT-EXIT
           END-IF.
           ADD 1 TO CCY-COUNT.
           MOVE CCY-COUNT TO CCY-SLOT.
           MOVE ACCOUNT-CURRENCY TO CCT-CURRENCY (CCY-SLOT).
           MOVE 0 TO CCT-OPENING-COUNT (CCY-SLOT).
           MOVE 0 TO CCT-OPENING-BALANCE (CCY-SLOT).
           MOVE 0 TO CCT-APPLIED-AMOUNT (CCY-SLOT).
           MOVE 0 TO CCT-CLOSING-COUNT (CCY-SLOT).
           MOVE 0 TO CCT-CLOSING-BALANCE (CCY-SLOT).
       FIND-CURRENCY-SLOT-EXIT.
           EXIT.

       WRITE-ONE-CURRENCY-TOTAL.
           MOVE SPACES TO MST01-CCY-REC.
           MOVE CCT-CURRENCY (CCY-IDX) TO CCY-CURRENCY.
           MOVE PARTITION-ID TO CCY-PARTITION.
           MOVE CCT-OPENING-COUNT (CCY-IDX) TO CCY-OPENING-COUNT.
           MOVE CCT-OPENING-BALANCE (CCY-IDX) TO
                CCY-OPENING-BALANCE.
           MOVE CCT-APPLIED-AMOUNT (CCY-IDX) TO CCY-APPLIED-AMOUNT.
           MOVE CCT-CLOSING-COUNT (CCY-IDX) TO CCY-CLOSING-COUNT.
           MOVE CCT-CLOSING-BALANCE (CCY-IDX) TO
                CCY-CLOSING-BALANCE.
           WRITE MST01-CCY-REC.

       LOAD-EXCHANGE-RATES.
           MOVE 0 TO EXCH-TABLE-COUNT.
           OPEN INPUT MST01-EXCHRATE.
           IF EXCHRATE-STATUS = "00"
               PERFORM UNTIL EXCHRATE-STATUS NOT = "00"
                   READ MST01-EXCHRATE
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
               CLOSE MST01-EXCHRATE
           END-IF.
           DISPLAY "MST01: exchange rates loaded= " EXCH-TABLE-COUNT.

      * 'DL' is a close, not a delete: the record and its history
      * pointers survive, only the status changes. A balance
      * still on the account refuses the close - money cannot be
               PERFORM WRITE-UNMATCHED-LINE
               GO TO APPLY-CLOSE-EXIT
           END-IF.
           PERFORM CHECK-POSTING-BLOCK THRU
               CHECK-POSTING-BLOCK-EXIT.
           IF POSTING-BLOCKED
               PERFORM DIVERT-BLOCKED-ITEM
               GO TO APPLY-CLOSE-EXIT
           END-IF.
           MOVE ACCTMST-REC TO JOURNAL-BEFORE-IMAGE.
           MOVE 'C' TO ACCTMST-ACCT-STATUS.
           MOVE FILEDATCLT-DATE TO ACCTMST-LAST-ACTIVITY.
           REWRITE ACCTMST-REC
                   PERFORM WRITE-UNMATCHED-LINE
               NOT INVALID KEY
                   ADD 1 TO CLOSE-APPLIED-COUNT
                   MOVE 'S' TO POSTED-OUTCOME
                   MOVE 'C' TO JOURNAL-ACTION
                   PERFORM JOURNAL-MASTER-CHANGE
                   PERFORM WRITE-CLOSURE-EVENT
           END-REWRITE.
       APPLY-CLOSE-EXIT.
           EXIT.
               PERFORM WRITE-UNMATCHED-LINE
               GO TO APPLY-REOPEN-EXIT
           END-IF.
           MOVE ACCTMST-REC TO JOURNAL-BEFORE-IMAGE.
           MOVE 'O' TO ACCTMST-ACCT-STATUS.
           MOVE FILEDATCLT-DATE TO ACCTMST-LAST-ACTIVITY.
           REWRITE ACCTMST-REC
                   PERFORM WRITE-UNMATCHED-LINE
               NOT INVALID KEY
                   ADD 1 TO REOPEN-APPLIED-COUNT
                   MOVE 'S' TO POSTED-OUTCOME
                   MOVE 'R' TO JOURNAL-ACTION
                   PERFORM JOURNAL-MASTER-CHANGE
                   PERFORM WRITE-REOPEN-LINE
           END-REWRITE.
       APPLY-REOPEN-EXIT.
           EXIT.

       NOTE-NEW-ACCOUNT.
           IF NEW-ACCOUNT-COUNT < 500
               ADD 1 TO NEW-ACCOUNT-COUNT
               MOVE FILEDATCLT-ACCT-NBR TO
                    NEW-ACCT-NBR (NEW-ACCOUNT-COUNT)
               MOVE 'N' TO NEW-ACCT-LINKED (NEW-ACCOUNT-COUNT)
           ELSE
               IF NEW-ACCOUNT-OVERFLOW-SW = 'N'
                   MOVE 'Y' TO NEW-ACCOUNT-OVERFLOW-SW
                   DISPLAY "MST01: new-account table full - some "
                           "adds not checked for a customer link"
               END-IF
           END-IF.

       WRITE-REOPEN-LINE.
           CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT.
           IF MST01RPT-STATUS = "00"
               WRITE MST01-REPORT-LINE
           END-IF.

       OPEN-BLOCK-REGISTER.
           OPEN INPUT ACCTBLK-FILE.
           IF ACCTBLK-STATUS = "00"
               MOVE 'Y' TO ACCTBLK-PRESENT-SW
           END-IF.

      * A block bites when it is in force on the business date
      * and covers the posting's direction: a debit is a negative
      * amount, a credit a positive one. A close counts only
      * against a total block.
       CHECK-POSTING-BLOCK.
           MOVE 'N' TO POSTING-BLOCKED-SW.
           IF NOT ACCTBLK-PRESENT
               GO TO CHECK-POSTING-BLOCK-EXIT
           END-IF.
           MOVE FILEDATCLT-ACCT-NBR TO ACCTBLK-ACCT-NBR.
           READ ACCTBLK-FILE
               INVALID KEY
                   GO TO CHECK-POSTING-BLOCK-EXIT
           END-READ.
           IF ACCTBLK-EFF-DATE > BUSINESS-DATE-NUM
               GO TO CHECK-POSTING-BLOCK-EXIT
           END-IF.
           IF ACCTBLK-EXP-DATE NOT = 0 AND
              ACCTBLK-EXP-DATE < BUSINESS-DATE-NUM
               GO TO CHECK-POSTING-BLOCK-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN ACCTBLK-TOTAL
                   MOVE 'Y' TO POSTING-BLOCKED-SW
               WHEN FILEDATCLT-REC-TYPE = "DL"
                   CONTINUE
               WHEN ACCTBLK-DEBITS AND FILEDATCLT-AMOUNT < 0
                   MOVE 'Y' TO POSTING-BLOCKED-SW
               WHEN ACCTBLK-CREDITS AND FILEDATCLT-AMOUNT > 0
                   MOVE 'Y' TO POSTING-BLOCKED-SW
           END-EVALUATE.
       CHECK-POSTING-BLOCK-EXIT.
           EXIT.

       OPEN-PRODUCT-MASTER.
           OPEN INPUT PRODMST-FILE.
           IF PRODMST-STATUS = "00"
               MOVE 'Y' TO PRODMST-PRESENT-SW
           END-IF.

      * The account's class, from its reference record, names
      * its product. No reference record, no class, or a class
      * with no product - nothing is refused, as before any
      * product existed. PRODUCT-TEST-BALANCE holds the balance
      * the posting would be added to.
       CHECK-PRODUCT-RULES.
           MOVE 'N' TO PRODUCT-REFUSED-SW.
           IF NOT PRODMST-PRESENT OR NOT ACCTREF-PRESENT
               GO TO CHECK-PRODUCT-RULES-EXIT
           END-IF.
           PERFORM LOOK-UP-ACCOUNT-REF.
           IF NOT ACCTREF-FOUND OR ACCTREF-CLASS = SPACES
               GO TO CHECK-PRODUCT-RULES-EXIT
           END-IF.
           MOVE 'N' TO PRODUCT-FOUND-SW.
           MOVE ACCTREF-CLASS TO PRODMST-CLASS.
           READ PRODMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO PRODUCT-FOUND-SW
           END-READ.
           IF NOT PRODUCT-FOUND
               GO TO CHECK-PRODUCT-RULES-EXIT
           END-IF.
           MOVE 'N' TO PRODUCT-TYPE-OK-SW.
           IF PRODMST-PERMITTED-TYPES = SPACES
               MOVE 'Y' TO PRODUCT-TYPE-OK-SW
           END-IF.
           PERFORM VARYING PRODUCT-TYPE-IDX FROM 1 BY 1
                   UNTIL PRODUCT-TYPE-IDX > 10
               IF PRODMST-PERMITTED-TYPE (PRODUCT-TYPE-IDX) =
                      FILEDATCLT-REC-TYPE
                   MOVE 'Y' TO PRODUCT-TYPE-OK-SW
               END-IF
           END-PERFORM.
           IF NOT PRODUCT-TYPE-OK
               MOVE 'Y' TO PRODUCT-REFUSED-SW
               MOVE "type not permitted for product" TO
                    UNMATCHED-REASON
               GO TO CHECK-PRODUCT-RULES-EXIT
           END-IF.
           IF POSTING-AMOUNT < 0 AND
              NOT PRODMST-OVERDRAFT-ALLOWED
               COMPUTE PRODUCT-NEW-BALANCE =
                       PRODUCT-TEST-BALANCE + POSTING-AMOUNT
               IF PRODUCT-NEW-BALANCE < PRODMST-MIN-BALANCE
                   MOVE 'Y' TO PRODUCT-REFUSED-SW
                   MOVE "below product minimum balance" TO
                        UNMATCHED-REASON
               END-IF
           END-IF.
       CHECK-PRODUCT-RULES-EXIT.
           EXIT.

      * The item goes to MST01BLK exactly as it arrived, with the
      * block that stopped it, and a line on the report.
       DIVERT-BLOCKED-ITEM.
           ADD 1 TO BLOCKED-COUNT.
           ADD FILEDATCLT-AMOUNT TO BLOCKED-AMOUNT-TOTAL.
           IF MST01BLK-STATUS = "00"
               MOVE SPACES TO BLKITEM-REC
               MOVE FILEDATCLT-REC TO BLKITEM-TXN
               MOVE ACCTBLK-TYPE TO BLKITEM-BLOCK-TYPE
               MOVE ACCTBLK-CASE-REF TO BLKITEM-CASE-REF
               MOVE BUSINESS-DATE-NUM TO BLKITEM-BUS-DATE
               WRITE BLKITEM-REC
           END-IF.
           CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT.
           IF MST01RPT-STATUS = "00"
               MOVE SPACES TO MST01-REPORT-LINE
               STRING "BLOCKED   " MASKED-ACCT
                      FILEDATCLT-KEY (11:4)
                      " TYPE " FILEDATCLT-REC-TYPE
                      " - block " ACCTBLK-TYPE
                      " " ACCTBLK-CASE-REF
                   DELIMITED BY SIZE INTO MST01-REPORT-LINE
               WRITE MST01-REPORT-LINE
           END-IF.

       READ-MASTER-BY-ACCOUNT.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE FILEDATCLT-ACCT-NBR TO ACCTMST-ACCT-NBR.
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
                   IF ACCTMST-BASE-BALANCE NOT NUMERIC
                       MOVE ACCTMST-BALANCE TO ACCTMST-BASE-BALANCE
                   END-IF
           END-READ.

      * PRT01 never routes an account outside the partition's
      * range here; if one arrives it is listed, not posted, so
      * no account is touched by two partitions.
       NOTE-OUT-OF-RANGE.
           ADD 1 TO OUT-OF-RANGE-COUNT.
           MOVE "outside partition range" TO UNMATCHED-REASON.
           PERFORM WRITE-UNMATCHED-LINE.

       WRITE-UNMATCHED-LINE.
           ADD 1 TO UNMATCHED-COUNT.
           IF EXCEPTION-QUEUE-ON
               PERFORM QUEUE-POSTING-EXCEPTION
           END-IF.
           CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT.
           IF MST01RPT-STATUS = "00"
               MOVE SPACES TO MST01-REPORT-LINE
               END-IF
           END-IF.

      * The item is queued whole with its reason. A rerun never
      * gets here for an item already processed tonight (the
      * tracking guard skips it), and a duplicate key is left
      * alone should the guard be off.
       QUEUE-POSTING-EXCEPTION.
           MOVE SPACES TO PSTEXC-REC.
           MOVE FILEDATCLT-KEY TO PSTEXC-TXN-KEY.
           MOVE BUSINESS-DATE-NUM TO PSTEXC-BUS-DATE.
           MOVE FILEDATCLT-CTL-SOURCE-ID TO PSTEXC-SOURCE-ID.
           MOVE FILEDATCLT-REC TO PSTEXC-TXN.
           MOVE UNMATCHED-REASON TO PSTEXC-REASON.
           MOVE 'O' TO PSTEXC-STATE.
           MOVE 0 TO PSTEXC-ACTION-DATE.
           MOVE 0 TO PSTEXC-CLEARED-DATE.
           WRITE PSTEXC-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QUEUED-EXCEPTION-COUNT
           END-WRITE.

      * The journal is appended to, night after night, until the
      * master is next backed up. The cycle is the one CYC01
      * opened for this run; with none for today it is cycle 01.
       OPEN-MASTER-JOURNAL.
           ACCEPT JOURNAL-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT MST01-CYCLECTL.
           IF CYCLECTL-STATUS = "00"
               READ MST01-CYCLECTL
                   AT END MOVE "10" TO CYCLECTL-STATUS
               END-READ
               IF CYCLECTL-STATUS = "00" AND
                  CYCLECTL-DATE = JOURNAL-RUN-DATE
                   MOVE CYCLECTL-NBR TO JOURNAL-CYCLE
               END-IF
               CLOSE MST01-CYCLECTL
           END-IF.
           OPEN EXTEND MST01-JOURNAL.
           IF ACCTJNL-STATUS NOT = "00"
               OPEN OUTPUT MST01-JOURNAL
           END-IF.
           IF ACCTJNL-STATUS = "00"
               MOVE 'Y' TO JOURNAL-OPEN-SW
           ELSE
               DISPLAY "MST01: OPEN MST01-JOURNAL - status "
                       ACCTJNL-STATUS
               DISPLAY "MST01: *** NO MASTER JOURNAL - "
                       "NOTHING APPLIED ***"
               MOVE 'Y' TO FILEDATCLT-EOF
               MOVE 16 TO RUN-SEVERITY
           END-IF.

      * The record as it stood before the change was saved in
      * JOURNAL-BEFORE-IMAGE; ACCTMST-REC is what was written.
       JOURNAL-MASTER-CHANGE.
           ADD 1 TO JOURNAL-SEQ.
           MOVE SPACES TO ACCTJNL-REC.
           MOVE JOURNAL-RUN-DATE TO ACCTJNL-RUN-DATE.
           ACCEPT ACCTJNL-RUN-TIME FROM TIME.
           MOVE MST01-JOB-NAME TO ACCTJNL-JOB.
           MOVE JOURNAL-CYCLE TO ACCTJNL-CYCLE.
           MOVE JOURNAL-SEQ TO ACCTJNL-SEQ.
           MOVE BUSINESS-DATE-NUM TO ACCTJNL-BUS-DATE.
           MOVE JOURNAL-ACTION TO ACCTJNL-ACTION.
           MOVE ACCTMST-ACCT-NBR TO ACCTJNL-ACCT-NBR.
           MOVE JOURNAL-BEFORE-IMAGE TO ACCTJNL-BEFORE.
           MOVE ACCTMST-REC TO ACCTJNL-AFTER.
           WRITE ACCTJNL-REC.

       LOOK-UP-ACCOUNT-REF.
           MOVE 'N' TO ACCTREF-FOUND-SW.
           MOVE SPACES TO ACCOUNT-NAME-OUT.
