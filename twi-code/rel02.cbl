       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL02.
      *--------------------------------------------------
      * NIGHTLY CUSTOMER RELATIONSHIP REPORT. WALKS THE KEYED
      * CUSTREL MASTER IN CUSTOMER ORDER AND READS EVERY LINKED
      * ACCOUNT OFF THE FRESHLY POSTED ACCTMST, SO EACH
      * CUSTOMER'S WHOLE POSITION PRINTS IN ONE PLACE ON
      * REL02RPT:
      *   EVERY LINKED ACCOUNT (MASKED, AS ALWAYS) WITH ITS
      *   ROLE, ENTITY, STATUS, AND BALANCE IN ITS OWN CURRENCY,
      *   A LINE PER ENTITY THE CUSTOMER TOUCHES, AND
      *   THE CUSTOMER'S COMBINED BALANCE AND EXPOSURE.
      * THE ENTITY AND COMBINED FIGURES ARE ADDED IN BASE: EACH
      * ACCOUNT'S ACCTMST-BASE-BALANCE, OR ITS BALANCE ON A
      * MASTER RECORD FROM BEFORE THE BASE WAS CARRIED.
      * THE COMBINED BALANCE COUNTS THE ACCOUNTS THE CUSTOMER
      * HOLDS (PRIMARY OR JOINT). EXPOSURE IS WHAT THE CUSTOMER
      * OWES OR STANDS BEHIND: THE OVERDRAWN MAGNITUDE OF EVERY
      * HELD ACCOUNT PLUS THAT OF EVERY ACCOUNT THEY GUARANTEE.
      * A LINK TO AN ACCOUNT THE MASTER NO LONGER KNOWS PRINTS
      * A NOT-ON-MASTER LINE AND IS COUNTED, SO A STALE LINK
      * CANNOT HIDE. RUNS AFTER MST01 IN THE NIGHTLY STREAM.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTREL-FILE ASSIGN TO CUSTREL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CUSTREL-KEY
                  FILE STATUS   IS CUSTREL-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT REL02-REPORT ASSIGN TO REL02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REL02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREL-FILE.
           COPY "custrel.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  REL02-REPORT.
       01  REL02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CUSTREL==.

       01  CUSTREL-STATUS.
           05  CUSTREL-STATUS-L         PIC X.
           05  CUSTREL-STATUS-R         PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  REL02RPT-STATUS.
           05  REL02RPT-STATUS-L        PIC X.
           05  REL02RPT-STATUS-R        PIC X.

       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
       01  MASTER-FOUND-SW              PIC X.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  CURRENT-CUST-ID              PIC X(10)   VALUE SPACES.
       01  CURRENT-CUST-NAME            PIC X(30)   VALUE SPACES.
       01  CUSTOMER-COUNT               PIC 9(6)    VALUE 0.
       01  LINK-COUNT                   PIC 9(7)    VALUE 0.
       01  NOT-ON-MASTER-COUNT          PIC 9(6)    VALUE 0.
       01  CUST-BALANCE                 PIC S9(11)V99 VALUE 0.
       01  CUST-EXPOSURE                PIC S9(11)V99 VALUE 0.
       01  GRAND-BALANCE                PIC S9(13)V99 VALUE 0.
       01  GRAND-EXPOSURE               PIC S9(13)V99 VALUE 0.
       01  LINK-EXPOSURE                PIC S9(11)V99 VALUE 0.
       01  LINK-BASE-BALANCE            PIC S9(11)V99 VALUE 0.

      * One customer's position per entity, reset at each
      * customer break.
       01  CUST-ENTITY-COUNT            PIC 99      VALUE 0.
       01  CUST-ENTITY-TABLE.
           05  CUST-ENTITY-ENTRY OCCURS 10 TIMES.
               10  CUST-ENT-CODE        PIC X(3).
               10  CUST-ENT-BALANCE     PIC S9(11)V99.
               10  CUST-ENT-EXPOSURE    PIC S9(11)V99.
       01  CUST-ENT-IDX                 PIC 99.
       01  CUST-ENT-SLOT                PIC 99.

       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-EXPOSURE              PIC -(11)9.99.
       01  EDITED-GRAND                 PIC -(13)9.99.
       01  ROLE-WORD                    PIC X(9).
       01  ENTITY-SHOWN                 PIC X(3).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "REL02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM OPEN-THE-FILES.
           PERFORM UNTIL CUSTREL-EOF-YES
               READ CUSTREL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CUSTREL-EOF
               END-READ
               IF NOT CUSTREL-EOF-YES
                   IF CUSTREL-CUST-ID NOT = CURRENT-CUST-ID
                       IF CUSTOMER-COUNT > 0
                           PERFORM WRITE-CUSTOMER-TOTALS THRU
                               WRITE-CUSTOMER-TOTALS-EXIT
                       END-IF
                       PERFORM START-NEW-CUSTOMER
                   END-IF
                   PERFORM REPORT-ONE-LINK THRU
                       REPORT-ONE-LINK-EXIT
               END-IF
           END-PERFORM.
           IF CUSTOMER-COUNT > 0
               PERFORM WRITE-CUSTOMER-TOTALS THRU
                   WRITE-CUSTOMER-TOTALS-EXIT
           END-IF.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "REL02: customers= " CUSTOMER-COUNT
                   " links= " LINK-COUNT
                   " not on master= " NOT-ON-MASTER-COUNT.
           CALL "DAYLOG" USING "REL02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       OPEN-THE-FILES.
           OPEN INPUT CUSTREL-FILE.
           IF CUSTREL-STATUS NOT = "00"
               DISPLAY "REL02: OPEN CUSTREL-FILE - status "
                       CUSTREL-STATUS
               MOVE 'Y' TO CUSTREL-EOF
           ELSE
               MOVE 'O' TO CUSTREL-OPEN-FLAG
               MOVE LOW-VALUES TO CUSTREL-KEY
               START CUSTREL-FILE
                   KEY IS NOT LESS THAN CUSTREL-KEY
                   INVALID KEY
                       MOVE 'Y' TO CUSTREL-EOF
               END-START
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "REL02: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'Y' TO CUSTREL-EOF
           ELSE
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           END-IF.
           OPEN OUTPUT REL02-REPORT.
           IF REL02RPT-STATUS NOT = "00"
               DISPLAY "REL02: OPEN REL02-REPORT - status "
                       REL02RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO REL02-REPORT-LINE
               WRITE REL02-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF CUSTREL-OPEN-FLAG = 'O'
               CLOSE CUSTREL-FILE
           END-IF.
           IF ACCTMST-PRESENT-SW = 'Y'
               CLOSE ACCTMST-FILE
           END-IF.
           IF REL02RPT-STATUS = "00"
               MOVE GRAND-BALANCE TO EDITED-GRAND
               MOVE SPACES TO REL02-REPORT-LINE
               STRING "Customers is= " CUSTOMER-COUNT
                      "  Links is= " LINK-COUNT
                      "  Not on master is= " NOT-ON-MASTER-COUNT
                   DELIMITED BY SIZE INTO REL02-REPORT-LINE
               WRITE REL02-REPORT-LINE
               MOVE SPACES TO REL02-REPORT-LINE
               STRING "Combined balance all customers is= "
                      EDITED-GRAND
                   DELIMITED BY SIZE INTO REL02-REPORT-LINE
               WRITE REL02-REPORT-LINE
               MOVE GRAND-EXPOSURE TO EDITED-GRAND
               MOVE SPACES TO REL02-REPORT-LINE
               STRING "Exposure all customers is=         "
                      EDITED-GRAND
                   DELIMITED BY SIZE INTO REL02-REPORT-LINE
               WRITE REL02-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO REL02-REPORT-LINE
               WRITE REL02-REPORT-LINE
               CLOSE REL02-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       START-NEW-CUSTOMER.
           ADD 1 TO CUSTOMER-COUNT.
           MOVE CUSTREL-CUST-ID TO CURRENT-CUST-ID.
           MOVE CUSTREL-CUST-NAME TO CURRENT-CUST-NAME.
           MOVE 0 TO CUST-BALANCE.
           MOVE 0 TO CUST-EXPOSURE.
           MOVE 0 TO CUST-ENTITY-COUNT.
           IF REL02RPT-STATUS = "00"
               MOVE SPACES TO REL02-REPORT-LINE
               WRITE REL02-REPORT-LINE
               MOVE SPACES TO REL02-REPORT-LINE
               STRING "CUSTOMER " CURRENT-CUST-ID
                      " " CURRENT-CUST-NAME
                   DELIMITED BY SIZE INTO REL02-REPORT-LINE
               WRITE REL02-REPORT-LINE
           END-IF.

       REPORT-ONE-LINK.
           ADD 1 TO LINK-COUNT.
           CALL "MASKACCT" USING CUSTREL-ACCT-NBR MASKED-ACCT.
           EVALUATE TRUE
               WHEN CUSTREL-PRIMARY
                   MOVE "PRIMARY  " TO ROLE-WORD
               WHEN CUSTREL-JOINT
                   MOVE "JOINT    " TO ROLE-WORD
               WHEN CUSTREL-GUARANTOR
                   MOVE "GUARANTOR" TO ROLE-WORD
               WHEN OTHER
                   MOVE "?        " TO ROLE-WORD
           END-EVALUATE.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE CUSTREL-ACCT-NBR TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
           IF NOT MASTER-FOUND
               ADD 1 TO NOT-ON-MASTER-COUNT
               IF REL02RPT-STATUS = "00"
                   MOVE SPACES TO REL02-REPORT-LINE
                   STRING "  " MASKED-ACCT " " ROLE-WORD
                          " *** NOT ON MASTER ***"
                       DELIMITED BY SIZE INTO REL02-REPORT-LINE
                   WRITE REL02-REPORT-LINE
               END-IF
               GO TO REPORT-ONE-LINK-EXIT
           END-IF.
      * Held accounts count toward the combined balance; every
      * overdrawn account, held or guaranteed, is exposure.
           IF ACCTMST-BASE-BALANCE NUMERIC
               MOVE ACCTMST-BASE-BALANCE TO LINK-BASE-BALANCE
           ELSE
               MOVE ACCTMST-BALANCE TO LINK-BASE-BALANCE
           END-IF.
           MOVE 0 TO LINK-EXPOSURE.
           IF LINK-BASE-BALANCE < 0
               COMPUTE LINK-EXPOSURE = 0 - LINK-BASE-BALANCE
           END-IF.
           PERFORM FIND-CUSTOMER-ENTITY.
           IF NOT CUSTREL-GUARANTOR
               ADD LINK-BASE-BALANCE TO CUST-BALANCE
               IF CUST-ENT-SLOT > 0
                   ADD LINK-BASE-BALANCE TO
                       CUST-ENT-BALANCE (CUST-ENT-SLOT)
               END-IF
           END-IF.
           ADD LINK-EXPOSURE TO CUST-EXPOSURE.
           IF CUST-ENT-SLOT > 0
               ADD LINK-EXPOSURE TO CUST-ENT-EXPOSURE (CUST-ENT-SLOT)
           END-IF.
           IF REL02RPT-STATUS = "00"
               MOVE ACCTMST-BALANCE TO EDITED-AMOUNT
               MOVE ACCTMST-ENTITY TO ENTITY-SHOWN
               IF ENTITY-SHOWN = SPACES
                   MOVE "---" TO ENTITY-SHOWN
               END-IF
               MOVE SPACES TO REL02-REPORT-LINE
               STRING "  " MASKED-ACCT " " ROLE-WORD
                      " ENT " ENTITY-SHOWN
                      " ST " ACCTMST-ACCT-STATUS
                      " BAL " EDITED-AMOUNT
                      " " ACCTMST-CURRENCY
                   DELIMITED BY SIZE INTO REL02-REPORT-LINE
               WRITE REL02-REPORT-LINE
           END-IF.
       REPORT-ONE-LINK-EXIT.
           EXIT.

       FIND-CUSTOMER-ENTITY.
           MOVE 0 TO CUST-ENT-SLOT.
           PERFORM VARYING CUST-ENT-IDX FROM 1 BY 1
                   UNTIL CUST-ENT-IDX > CUST-ENTITY-COUNT
               IF CUST-ENT-CODE (CUST-ENT-IDX) = ACCTMST-ENTITY
                   MOVE CUST-ENT-IDX TO CUST-ENT-SLOT
               END-IF
           END-PERFORM.
           IF CUST-ENT-SLOT = 0 AND CUST-ENTITY-COUNT < 10
               ADD 1 TO CUST-ENTITY-COUNT
               MOVE CUST-ENTITY-COUNT TO CUST-ENT-SLOT
               MOVE ACCTMST-ENTITY TO CUST-ENT-CODE (CUST-ENT-SLOT)
               MOVE 0 TO CUST-ENT-BALANCE (CUST-ENT-SLOT)
               MOVE 0 TO CUST-ENT-EXPOSURE (CUST-ENT-SLOT)
           END-IF.

       WRITE-CUSTOMER-TOTALS.
           ADD CUST-BALANCE TO GRAND-BALANCE.
           ADD CUST-EXPOSURE TO GRAND-EXPOSURE.
           IF REL02RPT-STATUS NOT = "00"
               GO TO WRITE-CUSTOMER-TOTALS-EXIT
           END-IF.
           PERFORM VARYING CUST-ENT-IDX FROM 1 BY 1
                   UNTIL CUST-ENT-IDX > CUST-ENTITY-COUNT
               MOVE CUST-ENT-CODE (CUST-ENT-IDX) TO ENTITY-SHOWN
               IF ENTITY-SHOWN = SPACES
                   MOVE "---" TO ENTITY-SHOWN
               END-IF
               MOVE CUST-ENT-BALANCE (CUST-ENT-IDX) TO EDITED-AMOUNT
               MOVE CUST-ENT-EXPOSURE (CUST-ENT-IDX) TO
                    EDITED-EXPOSURE
               MOVE SPACES TO REL02-REPORT-LINE
               STRING "    ENTITY " ENTITY-SHOWN
                      " BAL " EDITED-AMOUNT
                      " EXP " EDITED-EXPOSURE
                   DELIMITED BY SIZE INTO REL02-REPORT-LINE
               WRITE REL02-REPORT-LINE
           END-PERFORM.
           MOVE CUST-BALANCE TO EDITED-AMOUNT.
           MOVE CUST-EXPOSURE TO EDITED-EXPOSURE.
           MOVE SPACES TO REL02-REPORT-LINE.
           STRING "    COMBINED   BAL " EDITED-AMOUNT
                  " EXP " EDITED-EXPOSURE " IN BASE"
               DELIMITED BY SIZE INTO REL02-REPORT-LINE.
           WRITE REL02-REPORT-LINE.
       WRITE-CUSTOMER-TOTALS-EXIT.
           EXIT.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="REL02"==.
