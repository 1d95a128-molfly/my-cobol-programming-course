       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSN01.
      *--------------------------------------------------
      * PSEUDONYMIZED TEST-DATA COPIER. SYN01'S DELIVERIES ARE
      * FINE FOR CNT01, BUT A CHANGE TO MST01, STM01 OR AUD01
      * WANTS A REALISTIC MASTER, AND COMPLIANCE WILL NOT HAVE
      * PRODUCTION COPIED. PSN01 COPIES ACCTMST, ACCTREF, SUMMST,
      * FILEDATCLX AND A FILEDATCLT DELIVERY INTO A TEST SET
      * (TSTMST, TSTREF, TSTSUM, TSTCLX, TSTCLT) WITH EVERY
      * ACCOUNT NUMBER REPLACED AND EVERY ACCTREF NAME GENERATED.
      * FIRST EVERY ACCOUNT NUMBER IN THE FIVE FILES IS GATHERED
      * ON THE PSNMAP WORK FILE; THEN, IN ACCOUNT ORDER, EACH IS
      * GIVEN THE SUBSTITUTE 'TST' PLUS A SIX-DIGIT SERIAL PLUS
      * THE CHECK DIGIT CHKDGT ACCEPTS, SO THE SAME ACCOUNT HAS
      * THE SAME SUBSTITUTE IN EVERY FILE, THE SUBSTITUTES SORT
      * AS THE REAL NUMBERS DID (A DELIVERY STAYS IN SEQUENCE)
      * AND EVERY ONE PASSES CNT01'S CHECK-DIGIT RULE. THE NAME
      * IS BUILT FROM THE SERIAL. AMOUNTS, COUNTS, DATES AND
      * CONTROL RECORDS ARE COPIED UNTOUCHED, SO THE COPY'S
      * BALANCES STAY TIED TO ITS TRANSACTIONS AND SUMMST BUCKETS
      * AND BAL01 AND AUD01 BALANCE ON IT AS ON PRODUCTION.
      * PSNMAP IS THE ONLY LINK BACK TO THE REAL NUMBERS: THE JCL
      * MUST GIVE IT A TEMPORARY DATASET DELETED AT STEP END, AND
      * NOTHING REAL IS EVER PRINTED. ACCTMST IS REQUIRED (RC 16
      * WITHOUT IT); ANY OTHER INPUT NOT SUPPLIED IS SKIPPED AND
      * NOTED WITH RC 4.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT SUMMST-FILE ASSIGN TO SUMMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SUMMST-KEY
                  FILE STATUS   IS SUMMST-STATUS.

           SELECT FILEDATCLT-INDEXED ASSIGN TO FILEDATCLX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS FILEDATCLT-IDX-KEY
                  FILE STATUS   IS FILEDATCLX-STATUS.

           SELECT FILEDATCLT-FILE ASSIGN TO FILEDATCLT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILEDATCLT-STATUS.

      * Real account number to its substitute - a work file.
           SELECT PSN01-MAP ASSIGN TO PSNMAP
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PSNMAP-REAL-ACCT
                  FILE STATUS   IS PSNMAP-STATUS.

           SELECT TEST-MASTER ASSIGN TO TSTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TSTMST-ACCT-NBR
                  FILE STATUS   IS TSTMST-STATUS.

           SELECT TEST-ACCTREF ASSIGN TO TSTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TSTREF-ACCT-NBR
                  FILE STATUS   IS TSTREF-STATUS.

           SELECT TEST-SUMMST ASSIGN TO TSTSUM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TSTSUM-KEY
                  FILE STATUS   IS TSTSUM-STATUS.

           SELECT TEST-FILEDATCLX ASSIGN TO TSTCLX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS RANDOM
                  RECORD KEY    IS TSTCLX-KEY
                  FILE STATUS   IS TSTCLX-STATUS.

           SELECT TEST-FILEDATCLT ASSIGN TO TSTCLT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TSTCLT-STATUS.

           SELECT PSN01-REPORT ASSIGN TO PSN01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PSN01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  SUMMST-FILE.
           COPY "summst.cpy".

       FD  FILEDATCLT-INDEXED.
           COPY "filedatclx.cpy".

       FD  FILEDATCLT-FILE.
           COPY "filedatclt.cpy".

       FD  PSN01-MAP.
       01  PSNMAP-REC.
           05  PSNMAP-REAL-ACCT         PIC X(10).
           05  PSNMAP-TEST-ACCT         PIC X(10).
           05  PSNMAP-SERIAL            PIC 9(6).
           05  FILLER                   PIC X(54).

      * The test set: the production layouts, account number
      * (and the ACCTREF name) overlaid.
       FD  TEST-MASTER.
       01  TSTMST-REC.
           05  TSTMST-ACCT-NBR          PIC X(10).
           05  FILLER                   PIC X(70).

       FD  TEST-ACCTREF.
       01  TSTREF-REC.
           05  TSTREF-ACCT-NBR          PIC X(10).
           05  TSTREF-NAME              PIC X(30).
           05  FILLER                   PIC X(40).

       FD  TEST-SUMMST.
       01  TSTSUM-REC.
           05  TSTSUM-KEY.
               10  FILLER               PIC X(6).
               10  TSTSUM-ACCT-NBR      PIC X(10).
               10  FILLER               PIC X(2).
           05  FILLER                   PIC X(62).

       FD  TEST-FILEDATCLX.
       01  TSTCLX-REC.
           05  TSTCLX-KEY.
               10  TSTCLX-ACCT-NBR      PIC X(10).
               10  FILLER               PIC X(4).
           05  FILLER                   PIC X(66).

       FD  TEST-FILEDATCLT.
       01  TSTCLT-REC.
           05  TSTCLT-ACCT-NBR          PIC X(10).
           05  FILLER                   PIC X(70).

       FD  PSN01-REPORT.
       01  PSN01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==INPUT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==PSNMAP==.

       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  SUMMST-STATUS.
           05  SUMMST-STATUS-L          PIC X.
           05  SUMMST-STATUS-R          PIC X.
       01  FILEDATCLX-STATUS.
           05  FILEDATCLX-STATUS-L      PIC X.
           05  FILEDATCLX-STATUS-R      PIC X.
       01  FILEDATCLT-STATUS.
           05  FILEDATCLT-STATUS-L      PIC X.
           05  FILEDATCLT-STATUS-R      PIC X.
       01  PSNMAP-STATUS.
           05  PSNMAP-STATUS-L          PIC X.
           05  PSNMAP-STATUS-R          PIC X.
       01  TSTMST-STATUS.
           05  TSTMST-STATUS-L          PIC X.
           05  TSTMST-STATUS-R          PIC X.
       01  TSTREF-STATUS.
           05  TSTREF-STATUS-L          PIC X.
           05  TSTREF-STATUS-R          PIC X.
       01  TSTSUM-STATUS.
           05  TSTSUM-STATUS-L          PIC X.
           05  TSTSUM-STATUS-R          PIC X.
       01  TSTCLX-STATUS.
           05  TSTCLX-STATUS-L          PIC X.
           05  TSTCLX-STATUS-R          PIC X.
       01  TSTCLT-STATUS.
           05  TSTCLT-STATUS-L          PIC X.
           05  TSTCLT-STATUS-R          PIC X.
       01  PSN01RPT-STATUS.
           05  PSN01RPT-STATUS-L        PIC X.
           05  PSN01RPT-STATUS-R        PIC X.

      * The substitute: 'TST', a serial, and the check digit.
       01  SUBSTITUTE-ACCT.
           05  FILLER                   PIC X(3)    VALUE "TST".
           05  SUBSTITUTE-SERIAL        PIC 9(6).
           05  SUBSTITUTE-CHECK         PIC 9.
       01  NEXT-SERIAL                  PIC 9(6)    VALUE 0.
       01  MAXIMUM-SERIAL               PIC 9(6)    VALUE 999999.
       01  CHECK-TRY                    PIC 99.
       01  CHKDGT-RESULT                PIC X.
           88  CHKDGT-PASSED                         VALUE 'Y'.
       01  ACCT-TO-MAP                  PIC X(10).
       01  MAPPED-ACCT                  PIC X(10).

      * Generated names: a first name and a surname picked by
      * the account's serial.
       01  FIRST-NAME-TABLE-X.
           05  FILLER PIC X(10) VALUE "ALICE".
           05  FILLER PIC X(10) VALUE "BERNARD".
           05  FILLER PIC X(10) VALUE "CAROLINE".
           05  FILLER PIC X(10) VALUE "DESMOND".
           05  FILLER PIC X(10) VALUE "ELEANOR".
           05  FILLER PIC X(10) VALUE "FRANCIS".
           05  FILLER PIC X(10) VALUE "GERALDINE".
           05  FILLER PIC X(10) VALUE "HAROLD".
           05  FILLER PIC X(10) VALUE "IMOGEN".
           05  FILLER PIC X(10) VALUE "JULIAN".
           05  FILLER PIC X(10) VALUE "KATHLEEN".
           05  FILLER PIC X(10) VALUE "LEONARD".
           05  FILLER PIC X(10) VALUE "MARGARET".
           05  FILLER PIC X(10) VALUE "NIGEL".
           05  FILLER PIC X(10) VALUE "OLIVIA".
           05  FILLER PIC X(10) VALUE "PERCIVAL".
       01  FILLER REDEFINES FIRST-NAME-TABLE-X.
           05  FIRST-NAME OCCURS 16 TIMES  PIC X(10).
       01  SURNAME-TABLE-X.
           05  FILLER PIC X(12) VALUE "ASHWORTH".
           05  FILLER PIC X(12) VALUE "BRADSHAW".
           05  FILLER PIC X(12) VALUE "CALDERWOOD".
           05  FILLER PIC X(12) VALUE "DUNSTABLE".
           05  FILLER PIC X(12) VALUE "ELLERBY".
           05  FILLER PIC X(12) VALUE "FAIRWEATHER".
           05  FILLER PIC X(12) VALUE "GRANTHAM".
           05  FILLER PIC X(12) VALUE "HOLLINGWORTH".
           05  FILLER PIC X(12) VALUE "INGLEBY".
           05  FILLER PIC X(12) VALUE "JARROLD".
           05  FILLER PIC X(12) VALUE "KIRKBRIDE".
           05  FILLER PIC X(12) VALUE "LANGSTAFF".
           05  FILLER PIC X(12) VALUE "MOORCROFT".
           05  FILLER PIC X(12) VALUE "NETHERCOTT".
           05  FILLER PIC X(12) VALUE "OAKENFOLD".
           05  FILLER PIC X(12) VALUE "PRESTWICH".
       01  FILLER REDEFINES SURNAME-TABLE-X.
           05  SURNAME OCCURS 16 TIMES     PIC X(12).
       01  NAME-QUOTIENT                PIC 9(6).
       01  FIRST-NAME-IDX               PIC 99.
       01  SURNAME-IDX                  PIC 99.
       01  GENERATED-NAME               PIC X(30).

       01  ACCOUNTS-MAPPED              PIC 9(7)    VALUE 0.
       01  MASTER-COPIED                PIC 9(7)    VALUE 0.
       01  ACCTREF-COPIED               PIC 9(7)    VALUE 0.
       01  SUMMST-COPIED                PIC 9(7)    VALUE 0.
       01  FILEDATCLX-COPIED            PIC 9(7)    VALUE 0.
       01  FILEDATCLT-COPIED            PIC 9(7)    VALUE 0.
       01  COPY-FAILED-COUNT            PIC 9(7)    VALUE 0.
       01  INPUT-NAME                   PIC X(10).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "PSN01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM OPEN-PSN01-REPORT.
           PERFORM OPEN-THE-MAP.
           IF RUN-SEVERITY = 16
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM GATHER-MASTER-ACCOUNTS.
           IF RUN-SEVERITY = 16
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM GATHER-ACCTREF-ACCOUNTS.
           PERFORM GATHER-SUMMST-ACCOUNTS.
           PERFORM GATHER-FILEDATCLX-ACCOUNTS.
           PERFORM GATHER-FILEDATCLT-ACCOUNTS.
           PERFORM ASSIGN-SUBSTITUTES THRU ASSIGN-SUBSTITUTES-EXIT.
           IF RUN-SEVERITY = 16
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM COPY-THE-MASTER.
           PERFORM COPY-THE-ACCTREF.
           PERFORM COPY-THE-SUMMST.
           PERFORM COPY-THE-FILEDATCLX.
           PERFORM COPY-THE-FILEDATCLT.
           PERFORM WRITE-COPY-TOTALS.
       PROGRAM-WRAP-UP.
           IF PSNMAP-STATUS = "00" OR PSNMAP-STATUS = "10"
               OR PSNMAP-STATUS = "23"
               CLOSE PSN01-MAP
           END-IF.
           PERFORM CLOSE-PSN01-REPORT.
           CALL "DAYLOG" USING "PSN01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The map starts empty every run - a substitute means
      * nothing outside the test set it was made for.
       OPEN-THE-MAP.
           OPEN OUTPUT PSN01-MAP.
           IF PSNMAP-STATUS = "00"
               CLOSE PSN01-MAP
               OPEN I-O PSN01-MAP
           END-IF.
           IF PSNMAP-STATUS NOT = "00"
               DISPLAY "PSN01: OPEN PSN01-MAP - status "
                       PSNMAP-STATUS
               MOVE "*** PSNMAP WORK FILE WILL NOT OPEN - NOTHING DONE"
                   TO PSN01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 16 TO RUN-SEVERITY
           END-IF.

       GATHER-MASTER-ACCOUNTS.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "PSN01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE "*** ACCTMST WILL NOT OPEN - NOTHING COPIED"
                   TO PSN01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 16 TO RUN-SEVERITY
           ELSE
               MOVE 'N' TO INPUT-EOF
               PERFORM UNTIL INPUT-EOF-YES
                   READ ACCTMST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
                   IF NOT INPUT-EOF-YES
                       MOVE ACCTMST-ACCT-NBR TO ACCT-TO-MAP
                       PERFORM NOTE-ACCOUNT
                   END-IF
               END-PERFORM
               CLOSE ACCTMST-FILE
           END-IF.

       GATHER-ACCTREF-ACCOUNTS.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS NOT = "00"
               MOVE "ACCTREF" TO INPUT-NAME
               PERFORM NOTE-INPUT-SKIPPED
           ELSE
               MOVE 'N' TO INPUT-EOF
               PERFORM UNTIL INPUT-EOF-YES
                   READ ACCTREF-FILE NEXT RECORD
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
                   IF NOT INPUT-EOF-YES
                       MOVE ACCTREF-ACCT-NBR TO ACCT-TO-MAP
                       PERFORM NOTE-ACCOUNT
                   END-IF
               END-PERFORM
               CLOSE ACCTREF-FILE
           END-IF.

       GATHER-SUMMST-ACCOUNTS.
           OPEN INPUT SUMMST-FILE.
           IF SUMMST-STATUS NOT = "00"
               MOVE "SUMMST" TO INPUT-NAME
               PERFORM NOTE-INPUT-SKIPPED
           ELSE
               MOVE 'N' TO INPUT-EOF
               PERFORM UNTIL INPUT-EOF-YES
                   READ SUMMST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
                   IF NOT INPUT-EOF-YES
                       MOVE SUMMST-ACCT-NBR TO ACCT-TO-MAP
                       PERFORM NOTE-ACCOUNT
                   END-IF
               END-PERFORM
               CLOSE SUMMST-FILE
           END-IF.

       GATHER-FILEDATCLX-ACCOUNTS.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS NOT = "00"
               MOVE "FILEDATCLX" TO INPUT-NAME
               PERFORM NOTE-INPUT-SKIPPED
           ELSE
               MOVE 'N' TO INPUT-EOF
               PERFORM UNTIL INPUT-EOF-YES
                   READ FILEDATCLT-INDEXED NEXT RECORD
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
                   IF NOT INPUT-EOF-YES
                       MOVE FILEDATCLT-IDX-KEY (1:10) TO ACCT-TO-MAP
                       PERFORM NOTE-ACCOUNT
                   END-IF
               END-PERFORM
               CLOSE FILEDATCLT-INDEXED
           END-IF.

      * Control records carry no account; they are copied as
      * they stand.
       GATHER-FILEDATCLT-ACCOUNTS.
           OPEN INPUT FILEDATCLT-FILE.
           IF FILEDATCLT-STATUS NOT = "00"
               MOVE "FILEDATCLT" TO INPUT-NAME
               PERFORM NOTE-INPUT-SKIPPED
           ELSE
               MOVE 'N' TO INPUT-EOF
               PERFORM UNTIL INPUT-EOF-YES
                   READ FILEDATCLT-FILE
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
                   IF NOT INPUT-EOF-YES AND
                      NOT FILEDATCLT-CONTROL-REC
                       MOVE FILEDATCLT-ACCT-NBR TO ACCT-TO-MAP
                       PERFORM NOTE-ACCOUNT
                   END-IF
               END-PERFORM
               CLOSE FILEDATCLT-FILE
           END-IF.

      * Walking the map in key order hands out the serials, so
      * the substitutes keep the real numbers' order.
       ASSIGN-SUBSTITUTES.
           MOVE 'N' TO PSNMAP-EOF.
           MOVE LOW-VALUES TO PSNMAP-REAL-ACCT.
           START PSN01-MAP
               KEY IS NOT LESS THAN PSNMAP-REAL-ACCT
               INVALID KEY
                   MOVE 'Y' TO PSNMAP-EOF
           END-START.
           PERFORM UNTIL PSNMAP-EOF-YES
               READ PSN01-MAP NEXT RECORD
                   AT END MOVE 'Y' TO PSNMAP-EOF
               END-READ
               IF NOT PSNMAP-EOF-YES
                   IF NEXT-SERIAL = MAXIMUM-SERIAL
                       DISPLAY "PSN01: *** MORE THAN " MAXIMUM-SERIAL
                               " ACCOUNTS - NOTHING COPIED ***"
                       MOVE "*** TOO MANY ACCOUNTS - NOTHING COPIED"
                           TO PSN01-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       MOVE 16 TO RUN-SEVERITY
                       GO TO ASSIGN-SUBSTITUTES-EXIT
                   END-IF
                   ADD 1 TO NEXT-SERIAL
                   PERFORM BUILD-SUBSTITUTE
                   MOVE SUBSTITUTE-ACCT TO PSNMAP-TEST-ACCT
                   MOVE NEXT-SERIAL TO PSNMAP-SERIAL
                   REWRITE PSNMAP-REC
                   ADD 1 TO ACCOUNTS-MAPPED
               END-IF
           END-PERFORM.
       ASSIGN-SUBSTITUTES-EXIT.
           EXIT.

       COPY-THE-MASTER.
           OPEN INPUT ACCTMST-FILE.
           OPEN OUTPUT TEST-MASTER.
           IF TSTMST-STATUS NOT = "00"
               DISPLAY "PSN01: OPEN TEST-MASTER - status "
                       TSTMST-STATUS
               MOVE 16 TO RUN-SEVERITY
               MOVE 'Y' TO INPUT-EOF
           ELSE
               MOVE 'N' TO INPUT-EOF
           END-IF.
           PERFORM UNTIL INPUT-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO INPUT-EOF
               END-READ
               IF NOT INPUT-EOF-YES
                   MOVE ACCTMST-ACCT-NBR TO ACCT-TO-MAP
                   PERFORM LOOK-UP-SUBSTITUTE
                   MOVE ACCTMST-REC TO TSTMST-REC
                   MOVE MAPPED-ACCT TO TSTMST-ACCT-NBR
                   WRITE TSTMST-REC
                       INVALID KEY
                           ADD 1 TO COPY-FAILED-COUNT
                       NOT INVALID KEY
                           ADD 1 TO MASTER-COPIED
                   END-WRITE
               END-IF
           END-PERFORM.
           CLOSE ACCTMST-FILE.
           IF TSTMST-STATUS = "00" OR TSTMST-STATUS = "22"
               CLOSE TEST-MASTER
           END-IF.

      * The reference record keeps its class; the name is the
      * generated one.
       COPY-THE-ACCTREF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               OPEN OUTPUT TEST-ACCTREF
               IF TSTREF-STATUS NOT = "00"
                   DISPLAY "PSN01: OPEN TEST-ACCTREF - status "
                           TSTREF-STATUS
                   MOVE 16 TO RUN-SEVERITY
                   MOVE 'Y' TO INPUT-EOF
               ELSE
                   MOVE 'N' TO INPUT-EOF
               END-IF
               PERFORM UNTIL INPUT-EOF-YES
                   READ ACCTREF-FILE NEXT RECORD
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
                   IF NOT INPUT-EOF-YES
                       MOVE ACCTREF-ACCT-NBR TO ACCT-TO-MAP
                       PERFORM LOOK-UP-SUBSTITUTE
                       PERFORM BUILD-GENERATED-NAME
                       MOVE ACCTREF-REC TO TSTREF-REC
                       MOVE MAPPED-ACCT TO TSTREF-ACCT-NBR
                       MOVE GENERATED-NAME TO TSTREF-NAME
                       WRITE TSTREF-REC
                           INVALID KEY
                               ADD 1 TO COPY-FAILED-COUNT
                           NOT INVALID KEY
                               ADD 1 TO ACCTREF-COPIED
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE ACCTREF-FILE
               IF TSTREF-STATUS = "00" OR TSTREF-STATUS = "22"
                   CLOSE TEST-ACCTREF
               END-IF
           END-IF.

       COPY-THE-SUMMST.
           OPEN INPUT SUMMST-FILE.
           IF SUMMST-STATUS = "00"
               OPEN OUTPUT TEST-SUMMST
               IF TSTSUM-STATUS NOT = "00"
                   DISPLAY "PSN01: OPEN TEST-SUMMST - status "
                           TSTSUM-STATUS
                   MOVE 16 TO RUN-SEVERITY
                   MOVE 'Y' TO INPUT-EOF
               ELSE
                   MOVE 'N' TO INPUT-EOF
               END-IF
               PERFORM UNTIL INPUT-EOF-YES
                   READ SUMMST-FILE NEXT RECORD
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
                   IF NOT INPUT-EOF-YES
                       MOVE SUMMST-ACCT-NBR TO ACCT-TO-MAP
                       PERFORM LOOK-UP-SUBSTITUTE
                       MOVE SUMMST-REC TO TSTSUM-REC
                       MOVE MAPPED-ACCT TO TSTSUM-ACCT-NBR
                       WRITE TSTSUM-REC
                           INVALID KEY
                               ADD 1 TO COPY-FAILED-COUNT
                           NOT INVALID KEY
                               ADD 1 TO SUMMST-COPIED
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE SUMMST-FILE
               IF TSTSUM-STATUS = "00" OR TSTSUM-STATUS = "22"
                   CLOSE TEST-SUMMST
               END-IF
           END-IF.

       COPY-THE-FILEDATCLX.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS = "00"
               OPEN OUTPUT TEST-FILEDATCLX
               IF TSTCLX-STATUS NOT = "00"
                   DISPLAY "PSN01: OPEN TEST-FILEDATCLX - status "
                           TSTCLX-STATUS
                   MOVE 16 TO RUN-SEVERITY
                   MOVE 'Y' TO INPUT-EOF
               ELSE
                   MOVE 'N' TO INPUT-EOF
               END-IF
               PERFORM UNTIL INPUT-EOF-YES
                   READ FILEDATCLT-INDEXED NEXT RECORD
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
                   IF NOT INPUT-EOF-YES
                       MOVE FILEDATCLT-IDX-KEY (1:10) TO ACCT-TO-MAP
                       PERFORM LOOK-UP-SUBSTITUTE
                       MOVE FILEDATCLT-IDX-REC TO TSTCLX-REC
                       MOVE MAPPED-ACCT TO TSTCLX-ACCT-NBR
                       WRITE TSTCLX-REC
                           INVALID KEY
                               ADD 1 TO COPY-FAILED-COUNT
                           NOT INVALID KEY
                               ADD 1 TO FILEDATCLX-COPIED
                       END-WRITE
                   END-IF
               END-PERFORM
               CLOSE FILEDATCLT-INDEXED
               IF TSTCLX-STATUS = "00" OR TSTCLX-STATUS = "22"
                   CLOSE TEST-FILEDATCLX
               END-IF
           END-IF.

      * Record for record, in the delivery's own order, so its
      * HD/TR counts and amount hash still prove it.
       COPY-THE-FILEDATCLT.
           OPEN INPUT FILEDATCLT-FILE.
           IF FILEDATCLT-STATUS = "00"
               OPEN OUTPUT TEST-FILEDATCLT
               IF TSTCLT-STATUS NOT = "00"
                   DISPLAY "PSN01: OPEN TEST-FILEDATCLT - status "
                           TSTCLT-STATUS
                   MOVE 16 TO RUN-SEVERITY
                   MOVE 'Y' TO INPUT-EOF
               ELSE
                   MOVE 'N' TO INPUT-EOF
               END-IF
               PERFORM UNTIL INPUT-EOF-YES
                   READ FILEDATCLT-FILE
                       AT END MOVE 'Y' TO INPUT-EOF
                   END-READ
                   IF NOT INPUT-EOF-YES
                       MOVE FILEDATCLT-REC TO TSTCLT-REC
                       IF NOT FILEDATCLT-CONTROL-REC
                           MOVE FILEDATCLT-ACCT-NBR TO ACCT-TO-MAP
                           PERFORM LOOK-UP-SUBSTITUTE
                           MOVE MAPPED-ACCT TO TSTCLT-ACCT-NBR
                       END-IF
                       WRITE TSTCLT-REC
                       ADD 1 TO FILEDATCLT-COPIED
                   END-IF
               END-PERFORM
               CLOSE FILEDATCLT-FILE
               IF TSTCLT-STATUS = "00"
                   CLOSE TEST-FILEDATCLT
               END-IF
           END-IF.

       WRITE-COPY-TOTALS.
           DISPLAY "PSN01: accounts substituted= " ACCOUNTS-MAPPED.
           DISPLAY "PSN01: ACCTMST= " MASTER-COPIED
                   " ACCTREF= " ACCTREF-COPIED
                   " SUMMST= " SUMMST-COPIED.
           DISPLAY "PSN01: FILEDATCLX= " FILEDATCLX-COPIED
                   " FILEDATCLT= " FILEDATCLT-COPIED.
           MOVE SPACES TO PSN01-REPORT-LINE.
           STRING "Accounts substituted is= " ACCOUNTS-MAPPED
               DELIMITED BY SIZE INTO PSN01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PSN01-REPORT-LINE.
           STRING "ACCTMST copied is=       " MASTER-COPIED
               DELIMITED BY SIZE INTO PSN01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PSN01-REPORT-LINE.
           STRING "ACCTREF copied is=       " ACCTREF-COPIED
                  "  (names generated)"
               DELIMITED BY SIZE INTO PSN01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PSN01-REPORT-LINE.
           STRING "SUMMST copied is=        " SUMMST-COPIED
               DELIMITED BY SIZE INTO PSN01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PSN01-REPORT-LINE.
           STRING "FILEDATCLX copied is=    " FILEDATCLX-COPIED
               DELIMITED BY SIZE INTO PSN01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PSN01-REPORT-LINE.
           STRING "FILEDATCLT copied is=    " FILEDATCLT-COPIED
               DELIMITED BY SIZE INTO PSN01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF COPY-FAILED-COUNT > 0
               DISPLAY "PSN01: *** records not written= "
                       COPY-FAILED-COUNT
               MOVE SPACES TO PSN01-REPORT-LINE
               STRING "*** Records not written is= "
                      COPY-FAILED-COUNT
                   DELIMITED BY SIZE INTO PSN01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               IF RUN-SEVERITY < 8
                   MOVE 8 TO RUN-SEVERITY
               END-IF
           END-IF.

       OPEN-PSN01-REPORT.
           OPEN OUTPUT PSN01-REPORT.
           IF PSN01RPT-STATUS NOT = "00"
               DISPLAY "PSN01: OPEN PSN01-REPORT - status "
                       PSN01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO PSN01-REPORT-LINE
               WRITE PSN01-REPORT-LINE
           END-IF.

       CLOSE-PSN01-REPORT.
           IF PSN01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO PSN01-REPORT-LINE
               WRITE PSN01-REPORT-LINE
               CLOSE PSN01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
      * Each real number goes on the map once; a blank account
      * stays blank in the copy, as CNT01 will reject it anyway.
       NOTE-ACCOUNT.
           IF ACCT-TO-MAP NOT = SPACES
               MOVE SPACES TO PSNMAP-REC
               MOVE ACCT-TO-MAP TO PSNMAP-REAL-ACCT
               MOVE 0 TO PSNMAP-SERIAL
               WRITE PSNMAP-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       NOTE-INPUT-SKIPPED.
           DISPLAY "PSN01: " INPUT-NAME " not supplied - skipped".
           MOVE SPACES TO PSN01-REPORT-LINE.
           STRING INPUT-NAME " not supplied - not copied"
               DELIMITED BY SIZE INTO PSN01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF RUN-SEVERITY < 4
               MOVE 4 TO RUN-SEVERITY
           END-IF.

      * The check digit is whichever one CHKDGT accepts, so the
      * substitute passes exactly the test CNT01 applies.
       BUILD-SUBSTITUTE.
           MOVE NEXT-SERIAL TO SUBSTITUTE-SERIAL.
           MOVE 'N' TO CHKDGT-RESULT.
           PERFORM VARYING CHECK-TRY FROM 0 BY 1
                   UNTIL CHECK-TRY > 9 OR CHKDGT-PASSED
               MOVE CHECK-TRY TO SUBSTITUTE-CHECK
               CALL "CHKDGT" USING SUBSTITUTE-ACCT CHKDGT-RESULT
           END-PERFORM.

       LOOK-UP-SUBSTITUTE.
           MOVE SPACES TO MAPPED-ACCT.
           IF ACCT-TO-MAP NOT = SPACES
               MOVE ACCT-TO-MAP TO PSNMAP-REAL-ACCT
               READ PSN01-MAP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PSNMAP-TEST-ACCT TO MAPPED-ACCT
               END-READ
           END-IF.

      * Called straight after LOOK-UP-SUBSTITUTE, so the map
      * record holds this account's serial.
       BUILD-GENERATED-NAME.
           DIVIDE PSNMAP-SERIAL BY 16 GIVING NAME-QUOTIENT
               REMAINDER FIRST-NAME-IDX.
           ADD 1 TO FIRST-NAME-IDX.
           DIVIDE NAME-QUOTIENT BY 16 GIVING NAME-QUOTIENT
               REMAINDER SURNAME-IDX.
           ADD 1 TO SURNAME-IDX.
           MOVE SPACES TO GENERATED-NAME.
           STRING FIRST-NAME (FIRST-NAME-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  SURNAME (SURNAME-IDX) DELIMITED BY SPACE
               INTO GENERATED-NAME.

       WRITE-REPORT-LINE.
           IF PSN01RPT-STATUS = "00"
               WRITE PSN01-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="PSN01"==.
