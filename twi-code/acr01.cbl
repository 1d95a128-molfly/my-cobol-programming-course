      * SUPPLIER KEY LANDING THE SAME NIGHT. THE ACCRUAL
      * REGISTER ON ACR01RPT SHOWS WHAT WAS CHARGED TO WHOM,
      * MASKED AS USUAL.
      * EACH CARD MAY CARRY A PLAN CODE. AN ACCOUNT TAKES ONLY THE
      * CARDS OF THE CHARGE PLAN ITS PRODUCT NAMES - THE PRODMST
      * RECORD FOR ITS ACCTREF CLASS - SO A SAVINGS PRODUCT AND A
      * CURRENT ACCOUNT NO LONGER PAY THE SAME CHARGES. AN
      * ACCOUNT WITH NO PRODUCT, OR A PRODUCT WITH NO PLAN,
      * TAKES THE CARDS WITH NO PLAN CODE, AS EVERY ACCOUNT DID
      * BEFORE PRODUCTS EXISTED.
      * THE POSTINGS WRITTEN ARE STAMPED ON THE CONTROLS DATASET
      * (CTLFILE) AS ACR01OUT, SO THE MONTH-END CERTIFICATE CAN
      * PROVE EVERY ACCRUAL WAS VALIDATED AND POSTED.
      * A POSTING CARRIES ITS ACCOUNT'S CURRENCY: A RATE CHARGE ON
      * A FOREIGN BALANCE, AND A FLAT FEE, ARE IN THE ACCOUNT'S
      * OWN MONEY, WHICH IS THE ONLY CURRENCY MST01 POSTS TO IT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  RECORD KEY    IS FILEDATCLT-IDX-KEY
                  FILE STATUS   IS FILEDATCLX-STATUS.

      * Account class from the reference master, and the
      * product it names. Either missing - the no-plan cards for
      * everyone, the usual missing-file fallback.
           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT PRODMST-FILE ASSIGN TO PRODMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PRODMST-CLASS
                  FILE STATUS   IS PRODMST-STATUS.

           SELECT ACR01-SCHEDULE ASSIGN TO ACRSCHED
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       FD  FILEDATCLT-INDEXED.
           COPY "filedatclx.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  PRODMST-FILE.
           COPY "prodmst.cpy".

       FD  ACR01-SCHEDULE.
       01  ACR01-SCHEDULE-REC.
           05  SCHED-REC-TYPE           PIC X(2).
           05  SCHED-RATE-PCT           PIC 9(3)V9(4).
           05  SCHED-FLAT-FEE           PIC 9(7)V99.
           05  SCHED-MIN-BALANCE        PIC 9(11)V99.
      * The PRODMST charge plan the card belongs to; spaces for
      * accounts with no plan.
           05  SCHED-PLAN               PIC X(4).
           05  FILLER                   PIC X(37).

       FD  ACR01-DELIVERY.
           COPY "filedatclt.cpy".
       01  ACR01RPT-STATUS.
           05  ACR01RPT-STATUS-L        PIC X.
           05  ACR01RPT-STATUS-R        PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  PRODMST-STATUS.
           05  PRODMST-STATUS-L         PIC X.
           05  PRODMST-STATUS-R         PIC X.
       01  PRODUCTS-PRESENT-SW          PIC X       VALUE 'N'.
           88  PRODUCTS-PRESENT                      VALUE 'Y'.
      * The charge plan of the account being accrued.
       01  ACCOUNT-PLAN                 PIC X(4)    VALUE SPACES.

      * Loaded charge schedule. Kinds:
      *   RATEPCT  annual percentage on the balance, one twelfth
               10  SCHED-TBL-RATE       PIC 9(3)V9(4).
               10  SCHED-TBL-FEE        PIC 9(7)V99.
               10  SCHED-TBL-MIN-BAL    PIC 9(11)V99.
               10  SCHED-TBL-PLAN       PIC X(4).
       01  SCHED-IDX                    PIC 99.

      * Distinct entities seen on the master; each gets its own
           88  ACCOUNT-CHARGED                       VALUE 'Y'.
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  MASKED-ACCT                  PIC X(10).
       01  OUTPUT-CTL-COUNT             PIC 9(7)    VALUE 0.
       01  OUTPUT-CTL-AMOUNT            PIC S9(11)V99 VALUE 0.
       01  CTLPASS-RESULT               PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           END-PERFORM.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-THE-FILES.
           IF ACR-READY
               MOVE POSTING-COUNT TO OUTPUT-CTL-COUNT
               MOVE POSTING-AMOUNT-TOTAL TO OUTPUT-CTL-AMOUNT
               CALL "CTLPASS" USING "W" "ACR01OUT"
                                     OUTPUT-CTL-COUNT
                                     OUTPUT-CTL-AMOUNT
                                     CTLPASS-RESULT
           END-IF.
           DISPLAY "ACR01: entities=         " ENTITY-COUNT.
           DISPLAY "ACR01: accounts charged= " ACCOUNTS-CHARGED.
           DISPLAY "ACR01: postings written= " POSTING-COUNT.
                            SCHED-TBL-FEE (SCHED-COUNT)
                       MOVE SCHED-MIN-BALANCE TO
                            SCHED-TBL-MIN-BAL (SCHED-COUNT)
                       MOVE SCHED-PLAN TO
                            SCHED-TBL-PLAN (SCHED-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ACR01-SCHEDULE
                       FILEDATCLX-STATUS
                       " - sequences start at 0001"
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               OPEN INPUT PRODMST-FILE
               IF PRODMST-STATUS = "00"
                   MOVE 'Y' TO PRODUCTS-PRESENT-SW
               ELSE
                   CLOSE ACCTREF-FILE
               END-IF
           END-IF.
           IF NOT PRODUCTS-PRESENT
               DISPLAY "ACR01: no product master - every account "
                       "takes the no-plan cards"
           END-IF.
           IF SCHED-COUNT = 0
               DISPLAY "ACR01: no schedule cards - nothing to accrue"
               MOVE 'N' TO ACR-READY-SW

       ACCRUE-ONE-ACCOUNT.
           MOVE 'N' TO ACCOUNT-CHARGED-SW.
           PERFORM FIND-ACCOUNT-HIGH-WATER THRU
               FIND-ACCOUNT-HIGH-WATER-EXIT.
           PERFORM FIND-ACCOUNT-PLAN THRU FIND-ACCOUNT-PLAN-EXIT.
           PERFORM VARYING SCHED-IDX FROM 1 BY 1
                   UNTIL SCHED-IDX > SCHED-COUNT
               PERFORM APPLY-ONE-SCHEDULE-CARD THRU
                   APPLY-ONE-SCHEDULE-CARD-EXIT
           END-PERFORM.
           IF ACCOUNT-CHARGED
               ADD 1 TO ACCOUNTS-CHARGED
           END-IF.

       APPLY-ONE-SCHEDULE-CARD.
           IF SCHED-TBL-PLAN (SCHED-IDX) NOT = ACCOUNT-PLAN
               GO TO APPLY-ONE-SCHEDULE-CARD-EXIT
           END-IF.
           IF ACCTMST-BALANCE < 0
               COMPUTE BALANCE-MAGNITUDE = 0 - ACCTMST-BALANCE
           ELSE
           IF CLX-PRESENT
               CLOSE FILEDATCLT-INDEXED
           END-IF.
           IF PRODUCTS-PRESENT
               CLOSE ACCTREF-FILE
               CLOSE PRODMST-FILE
           END-IF.
           CLOSE ACR01-DELIVERY.
           IF ACR01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
       FIND-ACCOUNT-HIGH-WATER-EXIT.
           EXIT.

      * The plan the account's product names; spaces when there
      * is no product for it.
       FIND-ACCOUNT-PLAN.
           MOVE SPACES TO ACCOUNT-PLAN.
           IF NOT PRODUCTS-PRESENT
               GO TO FIND-ACCOUNT-PLAN-EXIT
           END-IF.
           MOVE ACCTMST-ACCT-NBR TO ACCTREF-ACCT-NBR.
           READ ACCTREF-FILE
               INVALID KEY
                   MOVE SPACES TO ACCTREF-CLASS
           END-READ.
           IF ACCTREF-CLASS = SPACES
               GO TO FIND-ACCOUNT-PLAN-EXIT
           END-IF.
           MOVE ACCTREF-CLASS TO PRODMST-CLASS.
           READ PRODMST-FILE
               INVALID KEY
                   MOVE SPACES TO PRODMST-CHARGE-PLAN
           END-READ.
           MOVE PRODMST-CHARGE-PLAN TO ACCOUNT-PLAN.
       FIND-ACCOUNT-PLAN-EXIT.
           EXIT.

       WRITE-DELIVERY-HEADER.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "HD" TO FILEDATCLT-REC-TYPE.
           MOVE ACCRUAL-AMOUNT TO FILEDATCLT-AMOUNT.
           MOVE SCHED-TBL-REC-TYPE (SCHED-IDX) TO
                FILEDATCLT-REC-TYPE.
           MOVE ACCTMST-CURRENCY TO FILEDATCLT-CURRENCY-CODE.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "ACCRUAL " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
                      " ENT " CURRENT-ENTITY
                      " TYPE " SCHED-TBL-REC-TYPE (SCHED-IDX)
                      " " SCHED-TBL-KIND (SCHED-IDX)
                      " PLAN " ACCOUNT-PLAN
                      " AMT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO ACR01-REPORT-LINE
               WRITE ACR01-REPORT-LINE
