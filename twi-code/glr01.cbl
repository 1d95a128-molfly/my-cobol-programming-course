       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLR01.
      *--------------------------------------------------
      * SUB-LEDGER TO GENERAL-LEDGER BALANCE RECONCILIATION.
      * GLX01 SENDS THE JOURNAL TO THE LEDGER, BUT NOTHING EVER
      * PROVED THAT THE LEDGER'S CONTROL ACCOUNTS STILL AGREED
      * WITH THE ACCOUNT MASTER - A DROPPED OR DOUBLED UPLOAD
      * SURFACED AT MONTH-END, IF THEN. GLR01 RUNS EACH NIGHT
      * AFTER POSTING:
      *   EVERY ACCOUNT'S BASE-CURRENCY BALANCE (ACCTMST-BASE-
      *   BALANCE, OR ACCTMST-BALANCE ON A MASTER RECORD FROM
      *   BEFORE THE BASE WAS CARRIED) IS TOTALLED, PER ENTITY,
      *   TO THE GL CONTROL ACCOUNT ITS ACCTREF-CLASS MAPS TO ON THE
      *   GLMAP 'CL' CARDS (A BLANK-CLASS CARD TAKES EVERY CLASS
      *   WITHOUT ONE; AN ACCOUNT WITH NO MAPPING AT ALL FAILS
      *   THE RECONCILIATION);
      *   THE LEDGER'S OWN CONTROL-ACCOUNT BALANCES ARRIVE ON
      *   THE GLBAL EXTRACT;
      *   EVERY DIFFERENCE IS REPORTED PER ENTITY ON GLR01RPT
      *   AND CARRIED FORWARD ON THE KEYED GLUNREC FILE FROM THE
      *   FIRST NIGHT IT APPEARS UNTIL THE NIGHT IT CLEARS, SO
      *   THE REPORT SHOWS HOW LONG EACH ITEM HAS BEEN OPEN;
      *   A DIFFERENCE BEYOND THE GLR01PM TOLERANCE (DEFAULT
      *   ZERO) RAISES AN ALERT ON THE SHARED CNT01ALRT FILE SO
      *   FINANCE HEARS ABOUT IT THE SAME MORNING.
      * RETURN CODE 4 WHEN ANY DIFFERENCE IS BEYOND TOLERANCE OR
      * AN ACCOUNT IS UNMAPPED; 16 WHEN THERE IS NO LEDGER
      * EXTRACT TO RECONCILE AGAINST.
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

           SELECT GLR01-MAP ASSIGN TO GLMAP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS GLMAP-STATUS.

           SELECT GLBAL-FILE ASSIGN TO GLBAL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS GLBAL-STATUS.

           SELECT GLUNREC-FILE ASSIGN TO GLUNREC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS GLUNREC-KEY
                  FILE STATUS   IS GLUNREC-STATUS.

           SELECT GLR01-PARMCARD ASSIGN TO GLR01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS GLR01PM-STATUS.

           SELECT GLR01-ALERT ASSIGN TO CNT01ALRT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT GLR01-REPORT ASSIGN TO GLR01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS GLR01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  GLR01-MAP.
           COPY "glmap.cpy".

       FD  GLBAL-FILE.
           COPY "glbal.cpy".

       FD  GLUNREC-FILE.
           COPY "glunrec.cpy".

       FD  GLR01-PARMCARD.
       01  GLR01PM-REC.
           05  GLR01PM-TOLERANCE        PIC 9(9)V99.

       FD  GLR01-ALERT.
       01  GLR01-ALERT-REC.
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

       FD  GLR01-REPORT.
       01  GLR01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==GLBAL==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==GLUNREC==.

       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  GLMAP-STATUS.
           05  GLMAP-STATUS-L           PIC X.
           05  GLMAP-STATUS-R           PIC X.
       01  GLBAL-STATUS.
           05  GLBAL-STATUS-L           PIC X.
           05  GLBAL-STATUS-R           PIC X.
       01  GLUNREC-STATUS.
           05  GLUNREC-STATUS-L         PIC X.
           05  GLUNREC-STATUS-R         PIC X.
       01  GLR01PM-STATUS.
           05  GLR01PM-STATUS-L         PIC X.
           05  GLR01PM-STATUS-R         PIC X.
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  GLR01RPT-STATUS.
           05  GLR01RPT-STATUS-L        PIC X.
           05  GLR01RPT-STATUS-R        PIC X.

       01  TOLERANCE-AMOUNT             PIC 9(9)V99 VALUE 0.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * Serial-day arithmetic comes from the shared DATESER
      * subroutine so every program ages dates the same way.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  BUSINESS-DATE-SERIAL         PIC S9(9)   COMP.
       01  DAYS-CARRIED                 PIC S9(9)   COMP.
       01  DAYS-CARRIED-EDIT            PIC ZZZZ9.

      * Class-to-control-account cards from GLMAP.
       01  CLASS-COUNT                  PIC 99      VALUE 0.
       01  CLASS-TABLE.
           05  CLASS-ENTRY OCCURS 50 TIMES.
               10  CLASS-TBL-CLASS      PIC X(4).
               10  CLASS-TBL-ACCT       PIC X(8).
       01  CLASS-IDX                    PIC 99.
       01  DEFAULT-CONTROL-ACCT         PIC X(8)    VALUE SPACES.

      * One line per entity and control account, from either
      * side of the reconciliation.
       01  CONTROL-COUNT                PIC 9(3)    VALUE 0.
       01  CONTROL-TABLE.
           05  CONTROL-ENTRY OCCURS 200 TIMES.
               10  CONTROL-ENTITY       PIC X(3).
               10  CONTROL-GL-ACCT      PIC X(8).
               10  CONTROL-SUB-TOTAL    PIC S9(13)V99.
               10  CONTROL-GL-TOTAL     PIC S9(13)V99.
               10  CONTROL-ACCOUNTS     PIC 9(7).
               10  CONTROL-GL-SEEN      PIC X.
       01  CONTROL-IDX                  PIC 9(3).
       01  CONTROL-FOUND-IDX            PIC 9(3).

       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  ENTITY-TABLE.
           05  ENTITY-CODE OCCURS 10 TIMES  PIC X(3).
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SEEN-SW               PIC X.
       01  CURRENT-ENTITY               PIC X(3).

       01  LOOKUP-ENTITY                PIC X(3).
       01  LOOKUP-GL-ACCT               PIC X(8).
       01  ACCOUNT-CLASS                PIC X(4).
       01  CONTROL-ACCT                 PIC X(8).
       01  MASTER-BASE-BALANCE          PIC S9(11)V99.
       01  DIFFERENCE-AMOUNT            PIC S9(13)V99.
       01  DIFFERENCE-MAGNITUDE         PIC 9(13)V99.
       01  ENTITY-SUB-TOTAL             PIC S9(13)V99.
       01  ENTITY-GL-TOTAL              PIC S9(13)V99.
       01  ITEM-WORDS                   PIC X(12).
       01  CARRIED-SW                   PIC X.
           88  ITEM-CARRIED                          VALUE 'Y'.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.
       01  GLUNREC-READY-SW             PIC X       VALUE 'N'.
           88  GLUNREC-READY                         VALUE 'Y'.
       01  TABLE-FULL-SW                PIC X       VALUE 'N'.
           88  TABLE-FULL                            VALUE 'Y'.

       01  ACCOUNTS-READ                PIC 9(7)    VALUE 0.
       01  UNMAPPED-ACCOUNTS            PIC 9(7)    VALUE 0.
       01  GL-RECORDS-READ              PIC 9(5)    VALUE 0.
       01  AS-OF-MISMATCHES             PIC 9(5)    VALUE 0.
       01  AGREED-COUNT                 PIC 9(5)    VALUE 0.
       01  DIFFERENCE-COUNT             PIC 9(5)    VALUE 0.
       01  BEYOND-TOLERANCE-COUNT       PIC 9(5)    VALUE 0.
       01  CLEARED-COUNT                PIC 9(5)    VALUE 0.
       01  CARRIED-FORWARD-COUNT        PIC 9(5)    VALUE 0.
       01  EDITED-SUB                   PIC -(13)9.99.
       01  EDITED-GL                    PIC -(13)9.99.
       01  EDITED-DIFF                  PIC -(13)9.99.
       01  ALERT-MESSAGE                PIC X(40).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "GLR01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO BUSINESS-DATE-SERIAL.
           PERFORM GET-PARM-CARD.
           PERFORM LOAD-CLASS-CARDS.
           PERFORM OPEN-THE-FILES.
           PERFORM TOTAL-THE-SUB-LEDGER.
           PERFORM TOTAL-THE-LEDGER.
           PERFORM RECONCILE-BY-ENTITY.
           PERFORM LIST-CARRIED-FORWARD THRU LIST-CARRIED-FORWARD-EXIT.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "GLR01: accounts read=         " ACCOUNTS-READ.
           DISPLAY "GLR01: control accounts agreed= " AGREED-COUNT.
           DISPLAY "GLR01: differences=           " DIFFERENCE-COUNT.
           DISPLAY "GLR01: beyond tolerance=      "
                   BEYOND-TOLERANCE-COUNT.
           IF BEYOND-TOLERANCE-COUNT > 0 OR UNMAPPED-ACCOUNTS > 0
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           END-IF.
           CALL "DAYLOG" USING "GLR01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT GLR01-PARMCARD.
           IF GLR01PM-STATUS = "00"
               READ GLR01-PARMCARD
                   AT END MOVE "10" TO GLR01PM-STATUS
               END-READ
               IF GLR01PM-STATUS = "00" AND
                  GLR01PM-TOLERANCE IS NUMERIC
                   MOVE GLR01PM-TOLERANCE TO TOLERANCE-AMOUNT
               END-IF
               CLOSE GLR01-PARMCARD
           END-IF.
           DISPLAY "GLR01: difference tolerance= " TOLERANCE-AMOUNT.

       LOAD-CLASS-CARDS.
           MOVE 0 TO CLASS-COUNT.
           OPEN INPUT GLR01-MAP.
           IF GLMAP-STATUS = "00"
               PERFORM UNTIL GLMAP-STATUS NOT = "00"
                   READ GLR01-MAP
                       AT END MOVE "10" TO GLMAP-STATUS
                   END-READ
                   IF GLMAP-STATUS = "00" AND GLMAP-CLASS-CARD
                       IF GLMAP-CLASS = SPACES
                           MOVE GLMAP-CONTROL-ACCT TO
                                DEFAULT-CONTROL-ACCT
                       ELSE
                           IF CLASS-COUNT < 50
                               ADD 1 TO CLASS-COUNT
                               MOVE GLMAP-CLASS TO
                                    CLASS-TBL-CLASS (CLASS-COUNT)
                               MOVE GLMAP-CONTROL-ACCT TO
                                    CLASS-TBL-ACCT (CLASS-COUNT)
                           ELSE
                               DISPLAY "GLR01: class table full - "
                                       "card ignored"
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE GLR01-MAP
           ELSE
               DISPLAY "GLR01: OPEN GLR01-MAP - status "
                       GLMAP-STATUS
           END-IF.
           DISPLAY "GLR01: class cards loaded= " CLASS-COUNT
                   " default account= " DEFAULT-CONTROL-ACCT.

      * First-ever run: no carry-forward file yet, so an empty
      * one is built, the way MST01 starts ACCTMST.
       OPEN-THE-FILES.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "GLR01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'Y' TO ACCTMST-EOF
               MOVE 16 TO RUN-SEVERITY
           ELSE
               MOVE 'O' TO ACCTMST-OPEN-FLAG
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           ELSE
               DISPLAY "GLR01: OPEN ACCTREF-FILE - status "
                       ACCTREF-STATUS " - every account takes "
                       "the default control account"
           END-IF.
           OPEN INPUT GLBAL-FILE.
           IF GLBAL-STATUS NOT = "00"
               DISPLAY "GLR01: OPEN GLBAL-FILE - status "
                       GLBAL-STATUS " - NO LEDGER BALANCES"
               MOVE 'Y' TO GLBAL-EOF
               MOVE 16 TO RUN-SEVERITY
           ELSE
               MOVE 'O' TO GLBAL-OPEN-FLAG
           END-IF.
           OPEN I-O GLUNREC-FILE.
           IF GLUNREC-STATUS = "35"
               OPEN OUTPUT GLUNREC-FILE
               CLOSE GLUNREC-FILE
               OPEN I-O GLUNREC-FILE
           END-IF.
           IF GLUNREC-STATUS = "00"
               MOVE 'Y' TO GLUNREC-READY-SW
           ELSE
               DISPLAY "GLR01: OPEN GLUNREC-FILE - status "
                       GLUNREC-STATUS " - nothing carried forward"
           END-IF.
           OPEN OUTPUT GLR01-REPORT.
           IF GLR01RPT-STATUS NOT = "00"
               DISPLAY "GLR01: OPEN GLR01-REPORT - status "
                       GLR01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
               MOVE SPACES TO GLR01-REPORT-LINE
               STRING "GL CONTROL-ACCOUNT RECONCILIATION FOR "
                      "BUSINESS DATE " BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
           END-IF.

       TOTAL-THE-SUB-LEDGER.
           PERFORM UNTIL ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
               IF NOT ACCTMST-EOF-YES
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM TOTAL-ONE-ACCOUNT
               END-IF
           END-PERFORM.

       TOTAL-THE-LEDGER.
           PERFORM UNTIL GLBAL-EOF-YES
               READ GLBAL-FILE
                   AT END MOVE 'Y' TO GLBAL-EOF
               END-READ
               IF NOT GLBAL-EOF-YES AND GLBAL-GL-ACCT NOT = SPACES
                   ADD 1 TO GL-RECORDS-READ
                   IF GLBAL-AS-OF NOT = BUSINESS-DATE-NUM
                       ADD 1 TO AS-OF-MISMATCHES
                   END-IF
                   MOVE GLBAL-ENTITY TO LOOKUP-ENTITY
                   MOVE GLBAL-GL-ACCT TO LOOKUP-GL-ACCT
                   PERFORM FIND-CONTROL-ENTRY
                   IF CONTROL-FOUND-IDX > 0
                       ADD GLBAL-BALANCE TO
                           CONTROL-GL-TOTAL (CONTROL-FOUND-IDX)
                       MOVE 'Y' TO
                            CONTROL-GL-SEEN (CONTROL-FOUND-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF AS-OF-MISMATCHES > 0
               DISPLAY "GLR01: *** " AS-OF-MISMATCHES
                       " LEDGER BALANCE(S) NOT AS OF "
                       BUSINESS-DATE-NUM " ***"
           END-IF.

       RECONCILE-BY-ENTITY.
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                   UNTIL CONTROL-IDX > CONTROL-COUNT
               PERFORM NOTE-ONE-ENTITY
           END-PERFORM.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM RECONCILE-ONE-ENTITY
           END-PERFORM.

      * Everything still open on the carry-forward file after
      * tonight's pass, oldest first seen or not.
       LIST-CARRIED-FORWARD.
           IF NOT GLUNREC-READY
               GO TO LIST-CARRIED-FORWARD-EXIT
           END-IF.
           IF GLR01RPT-STATUS = "00"
               MOVE SPACES TO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
               MOVE "UNRECONCILED ITEMS CARRIED FORWARD" TO
                    GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
           END-IF.
           MOVE LOW-VALUES TO GLUNREC-KEY.
           START GLUNREC-FILE
               KEY IS NOT LESS THAN GLUNREC-KEY
               INVALID KEY
                   MOVE 'Y' TO GLUNREC-EOF
           END-START.
           PERFORM UNTIL GLUNREC-EOF-YES
               READ GLUNREC-FILE NEXT RECORD
                   AT END MOVE 'Y' TO GLUNREC-EOF
               END-READ
               IF NOT GLUNREC-EOF-YES
                   ADD 1 TO CARRIED-FORWARD-COUNT
                   PERFORM WRITE-CARRIED-LINE
               END-IF
           END-PERFORM.
           IF CARRIED-FORWARD-COUNT = 0 AND GLR01RPT-STATUS = "00"
               MOVE "  (none)" TO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
           END-IF.
       LIST-CARRIED-FORWARD-EXIT.
           EXIT.

       WRITE-RUN-TOTALS.
           IF GLR01RPT-STATUS = "00"
               MOVE SPACES TO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
               MOVE SPACES TO GLR01-REPORT-LINE
               STRING "Accounts read is= " ACCOUNTS-READ
                      "  Unmapped is= " UNMAPPED-ACCOUNTS
                      "  Ledger records is= " GL-RECORDS-READ
                   DELIMITED BY SIZE INTO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
               MOVE SPACES TO GLR01-REPORT-LINE
               STRING "Agreed is= " AGREED-COUNT
                      "  Differences is= " DIFFERENCE-COUNT
                      "  Beyond tolerance is= "
                      BEYOND-TOLERANCE-COUNT
                   DELIMITED BY SIZE INTO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
               MOVE SPACES TO GLR01-REPORT-LINE
               STRING "Cleared tonight is= " CLEARED-COUNT
                      "  Carried forward is= "
                      CARRIED-FORWARD-COUNT
                   DELIMITED BY SIZE INTO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
               IF AS-OF-MISMATCHES > 0
                   MOVE SPACES TO GLR01-REPORT-LINE
                   STRING "*** " AS-OF-MISMATCHES
                          " LEDGER BALANCE(S) NOT AS OF THE "
                          "BUSINESS DATE ***"
                       DELIMITED BY SIZE INTO GLR01-REPORT-LINE
                   WRITE GLR01-REPORT-LINE
               END-IF
               IF TABLE-FULL
                   MOVE SPACES TO GLR01-REPORT-LINE
                   STRING "*** CONTROL TABLE FULL - "
                          "RECONCILIATION INCOMPLETE ***"
                       DELIMITED BY SIZE INTO GLR01-REPORT-LINE
                   WRITE GLR01-REPORT-LINE
               END-IF
           END-IF.

       CLOSE-THE-FILES.
           IF ACCTMST-OPEN-FLAG = 'O'
               CLOSE ACCTMST-FILE
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.
           IF GLBAL-OPEN-FLAG = 'O'
               CLOSE GLBAL-FILE
           END-IF.
           IF GLUNREC-READY
               CLOSE GLUNREC-FILE
           END-IF.
           IF GLR01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
               CLOSE GLR01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       TOTAL-ONE-ACCOUNT.
           MOVE SPACES TO ACCOUNT-CLASS.
           IF ACCTREF-PRESENT
               MOVE ACCTMST-ACCT-NBR TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-CLASS TO ACCOUNT-CLASS
               END-READ
           END-IF.
           MOVE DEFAULT-CONTROL-ACCT TO CONTROL-ACCT.
           PERFORM VARYING CLASS-IDX FROM 1 BY 1
                   UNTIL CLASS-IDX > CLASS-COUNT
               IF CLASS-TBL-CLASS (CLASS-IDX) = ACCOUNT-CLASS AND
                  ACCOUNT-CLASS NOT = SPACES
                   MOVE CLASS-TBL-ACCT (CLASS-IDX) TO CONTROL-ACCT
               END-IF
           END-PERFORM.
           IF CONTROL-ACCT = SPACES
               ADD 1 TO UNMAPPED-ACCOUNTS
               MOVE "*NOMAP*" TO CONTROL-ACCT
           END-IF.
           MOVE ACCTMST-ENTITY TO LOOKUP-ENTITY.
           MOVE CONTROL-ACCT TO LOOKUP-GL-ACCT.
           PERFORM FIND-CONTROL-ENTRY.
           IF CONTROL-FOUND-IDX > 0
               PERFORM FIND-MASTER-BASE-BALANCE
               ADD MASTER-BASE-BALANCE TO
                   CONTROL-SUB-TOTAL (CONTROL-FOUND-IDX)
               ADD 1 TO CONTROL-ACCOUNTS (CONTROL-FOUND-IDX)
           END-IF.

      * A master record from before the base balance was carried
      * is a base account, and its balance is its base.
       FIND-MASTER-BASE-BALANCE.
           IF ACCTMST-BASE-BALANCE NUMERIC
               MOVE ACCTMST-BASE-BALANCE TO MASTER-BASE-BALANCE
           ELSE
               MOVE ACCTMST-BALANCE TO MASTER-BASE-BALANCE
           END-IF.

      * The entry for LOOKUP-ENTITY and LOOKUP-GL-ACCT, added
      * empty the first time it is asked for.
       FIND-CONTROL-ENTRY.
           MOVE 0 TO CONTROL-FOUND-IDX.
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                   UNTIL CONTROL-IDX > CONTROL-COUNT
               IF CONTROL-ENTITY (CONTROL-IDX) = LOOKUP-ENTITY AND
                  CONTROL-GL-ACCT (CONTROL-IDX) = LOOKUP-GL-ACCT
                   MOVE CONTROL-IDX TO CONTROL-FOUND-IDX
               END-IF
           END-PERFORM.
           IF CONTROL-FOUND-IDX = 0
               IF CONTROL-COUNT < 200
                   ADD 1 TO CONTROL-COUNT
                   MOVE CONTROL-COUNT TO CONTROL-FOUND-IDX
                   MOVE LOOKUP-ENTITY TO
                        CONTROL-ENTITY (CONTROL-COUNT)
                   MOVE LOOKUP-GL-ACCT TO
                        CONTROL-GL-ACCT (CONTROL-COUNT)
                   MOVE 0 TO CONTROL-SUB-TOTAL (CONTROL-COUNT)
                   MOVE 0 TO CONTROL-GL-TOTAL (CONTROL-COUNT)
                   MOVE 0 TO CONTROL-ACCOUNTS (CONTROL-COUNT)
                   MOVE 'N' TO CONTROL-GL-SEEN (CONTROL-COUNT)
               ELSE
                   IF NOT TABLE-FULL
                       DISPLAY "GLR01: *** CONTROL TABLE FULL ***"
                       MOVE 'Y' TO TABLE-FULL-SW
                       MOVE 4 TO RUN-SEVERITY
                   END-IF
               END-IF
           END-IF.

       NOTE-ONE-ENTITY.
           MOVE 'N' TO ENTITY-SEEN-SW.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               IF CONTROL-ENTITY (CONTROL-IDX) =
                      ENTITY-CODE (ENTITY-IDX)
                   MOVE 'Y' TO ENTITY-SEEN-SW
               END-IF
           END-PERFORM.
           IF ENTITY-SEEN-SW = 'N' AND ENTITY-COUNT < 10
               ADD 1 TO ENTITY-COUNT
               MOVE CONTROL-ENTITY (CONTROL-IDX) TO
                    ENTITY-CODE (ENTITY-COUNT)
           END-IF.

       RECONCILE-ONE-ENTITY.
           MOVE ENTITY-CODE (ENTITY-IDX) TO CURRENT-ENTITY.
           MOVE 0 TO ENTITY-SUB-TOTAL.
           MOVE 0 TO ENTITY-GL-TOTAL.
           IF GLR01RPT-STATUS = "00"
               MOVE SPACES TO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
               MOVE SPACES TO GLR01-REPORT-LINE
               STRING "ENTITY " CURRENT-ENTITY
                   DELIMITED BY SIZE INTO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
               MOVE SPACES TO GLR01-REPORT-LINE
               MOVE "GL ACCT" TO GLR01-REPORT-LINE (1:7)
               MOVE "SUB-LEDGER" TO GLR01-REPORT-LINE (18:10)
               MOVE "LEDGER" TO GLR01-REPORT-LINE (40:6)
               MOVE "DIFFERENCE" TO GLR01-REPORT-LINE (54:10)
               WRITE GLR01-REPORT-LINE
           END-IF.
           PERFORM VARYING CONTROL-IDX FROM 1 BY 1
                   UNTIL CONTROL-IDX > CONTROL-COUNT
               IF CONTROL-ENTITY (CONTROL-IDX) = CURRENT-ENTITY
                   PERFORM RECONCILE-ONE-ACCOUNT THRU
                       RECONCILE-ONE-ACCOUNT-EXIT
               END-IF
           END-PERFORM.
           IF GLR01RPT-STATUS = "00"
               MOVE ENTITY-SUB-TOTAL TO EDITED-SUB
               MOVE ENTITY-GL-TOTAL TO EDITED-GL
               COMPUTE DIFFERENCE-AMOUNT =
                   ENTITY-SUB-TOTAL - ENTITY-GL-TOTAL
               MOVE DIFFERENCE-AMOUNT TO EDITED-DIFF
               MOVE SPACES TO GLR01-REPORT-LINE
               STRING "TOTAL    " EDITED-SUB " " EDITED-GL " "
                      EDITED-DIFF
                   DELIMITED BY SIZE INTO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
           END-IF.

      * One control account: agree, or differ and carry the
      * item forward (alerting past tolerance); an item that
      * agrees tonight comes off the carry-forward file.
       RECONCILE-ONE-ACCOUNT.
           ADD CONTROL-SUB-TOTAL (CONTROL-IDX) TO ENTITY-SUB-TOTAL.
           ADD CONTROL-GL-TOTAL (CONTROL-IDX) TO ENTITY-GL-TOTAL.
           COMPUTE DIFFERENCE-AMOUNT =
               CONTROL-SUB-TOTAL (CONTROL-IDX) -
               CONTROL-GL-TOTAL (CONTROL-IDX).
           IF DIFFERENCE-AMOUNT < 0
               COMPUTE DIFFERENCE-MAGNITUDE = 0 - DIFFERENCE-AMOUNT
           ELSE
               MOVE DIFFERENCE-AMOUNT TO DIFFERENCE-MAGNITUDE
           END-IF.
           PERFORM READ-CARRIED-ITEM.
           IF DIFFERENCE-AMOUNT = 0
               ADD 1 TO AGREED-COUNT
               MOVE "AGREED" TO ITEM-WORDS
               IF ITEM-CARRIED
                   PERFORM CLEAR-CARRIED-ITEM
               END-IF
               PERFORM WRITE-ACCOUNT-LINE
               GO TO RECONCILE-ONE-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO DIFFERENCE-COUNT.
           PERFORM CARRY-THE-ITEM.
           EVALUATE TRUE
               WHEN CONTROL-GL-SEEN (CONTROL-IDX) NOT = 'Y'
                   MOVE "NOT ON LEDGR" TO ITEM-WORDS
               WHEN CONTROL-ACCOUNTS (CONTROL-IDX) = 0
                   MOVE "NO ACCOUNTS" TO ITEM-WORDS
               WHEN OTHER
                   MOVE "DIFFERENCE" TO ITEM-WORDS
           END-EVALUATE.
           PERFORM WRITE-ACCOUNT-LINE.
           IF DIFFERENCE-MAGNITUDE > TOLERANCE-AMOUNT
               ADD 1 TO BEYOND-TOLERANCE-COUNT
               MOVE SPACES TO ALERT-MESSAGE
               STRING "GL DIFF ENT " CURRENT-ENTITY
                      " ACCT " CONTROL-GL-ACCT (CONTROL-IDX)
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               PERFORM WRITE-ALERT-NOTIFICATION
           END-IF.
       RECONCILE-ONE-ACCOUNT-EXIT.
           EXIT.

       READ-CARRIED-ITEM.
           MOVE 'N' TO CARRIED-SW.
           IF GLUNREC-READY
               MOVE CURRENT-ENTITY TO GLUNREC-ENTITY
               MOVE CONTROL-GL-ACCT (CONTROL-IDX) TO GLUNREC-GL-ACCT
               READ GLUNREC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO CARRIED-SW
               END-READ
           END-IF.

       CARRY-THE-ITEM.
           IF NOT GLUNREC-READY
               MOVE 0 TO DAYS-CARRIED
           ELSE
               IF NOT ITEM-CARRIED
                   MOVE SPACES TO GLUNREC-REC
                   MOVE CURRENT-ENTITY TO GLUNREC-ENTITY
                   MOVE CONTROL-GL-ACCT (CONTROL-IDX) TO
                        GLUNREC-GL-ACCT
                   MOVE BUSINESS-DATE-NUM TO GLUNREC-FIRST-DATE
               END-IF
               MOVE BUSINESS-DATE-NUM TO GLUNREC-LAST-DATE
               MOVE CONTROL-SUB-TOTAL (CONTROL-IDX) TO
                    GLUNREC-SUB-TOTAL
               MOVE CONTROL-GL-TOTAL (CONTROL-IDX) TO
                    GLUNREC-GL-TOTAL
               MOVE DIFFERENCE-AMOUNT TO GLUNREC-DIFFERENCE
               IF ITEM-CARRIED
                   REWRITE GLUNREC-REC
                       INVALID KEY
                           DISPLAY "GLR01: REWRITE GLUNREC-FILE - "
                                   "status " GLUNREC-STATUS
                   END-REWRITE
               ELSE
                   WRITE GLUNREC-REC
                       INVALID KEY
                           DISPLAY "GLR01: WRITE GLUNREC-FILE - "
                                   "status " GLUNREC-STATUS
                   END-WRITE
               END-IF
               PERFORM AGE-THE-ITEM
           END-IF.

       CLEAR-CARRIED-ITEM.
           PERFORM AGE-THE-ITEM.
           DELETE GLUNREC-FILE
               INVALID KEY
                   DISPLAY "GLR01: DELETE GLUNREC-FILE - status "
                           GLUNREC-STATUS
               NOT INVALID KEY
                   ADD 1 TO CLEARED-COUNT
                   MOVE DAYS-CARRIED TO DAYS-CARRIED-EDIT
                   IF GLR01RPT-STATUS = "00"
                       MOVE SPACES TO GLR01-REPORT-LINE
                       STRING "  CLEARED " CURRENT-ENTITY " "
                              CONTROL-GL-ACCT (CONTROL-IDX)
                              " - FIRST SEEN " GLUNREC-FIRST-DATE
                              ", OPEN " DAYS-CARRIED-EDIT " DAYS"
                           DELIMITED BY SIZE INTO GLR01-REPORT-LINE
                       WRITE GLR01-REPORT-LINE
                   END-IF
           END-DELETE.

       AGE-THE-ITEM.
           MOVE GLUNREC-FIRST-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE DAYS-CARRIED = BUSINESS-DATE-SERIAL - SERIAL-RESULT.

       WRITE-ACCOUNT-LINE.
           IF GLR01RPT-STATUS = "00"
               MOVE CONTROL-SUB-TOTAL (CONTROL-IDX) TO EDITED-SUB
               MOVE CONTROL-GL-TOTAL (CONTROL-IDX) TO EDITED-GL
               MOVE DIFFERENCE-AMOUNT TO EDITED-DIFF
               MOVE SPACES TO GLR01-REPORT-LINE
               STRING CONTROL-GL-ACCT (CONTROL-IDX) " "
                      EDITED-SUB " " EDITED-GL " " EDITED-DIFF " "
                      ITEM-WORDS
                   DELIMITED BY SIZE INTO GLR01-REPORT-LINE
               WRITE GLR01-REPORT-LINE
           END-IF.

       WRITE-CARRIED-LINE.
           PERFORM AGE-THE-ITEM.
           IF GLR01RPT-STATUS = "00"
               MOVE DAYS-CARRIED TO DAYS-CARRIED-EDIT
               MOVE GLUNREC-DIFFERENCE TO EDITED-DIFF
               MOVE SPACES TO GLR01-REPORT-LINE
               IF GLUNREC-LAST-DATE = BUSINESS-DATE-NUM
                   STRING "  " GLUNREC-ENTITY " " GLUNREC-GL-ACCT
                          " SINCE " GLUNREC-FIRST-DATE
                          " DAYS " DAYS-CARRIED-EDIT
                          " DIFF " EDITED-DIFF
                       DELIMITED BY SIZE INTO GLR01-REPORT-LINE
               ELSE
                   STRING "  " GLUNREC-ENTITY " " GLUNREC-GL-ACCT
                          " SINCE " GLUNREC-FIRST-DATE
                          " DAYS " DAYS-CARRIED-EDIT
                          " NOT SEEN SINCE " GLUNREC-LAST-DATE
                       DELIMITED BY SIZE INTO GLR01-REPORT-LINE
               END-IF
               WRITE GLR01-REPORT-LINE
           END-IF.

      * Same alert record CNT01 writes, appended to the shared
      * CNT01ALRT file for the ALR01 routing.
       WRITE-ALERT-NOTIFICATION.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE-CCYY TO SUITE-RUN-DATE-X-CCYY.
           MOVE SUITE-RUN-DATE-MM   TO SUITE-RUN-DATE-X-MM.
           MOVE SUITE-RUN-DATE-DD   TO SUITE-RUN-DATE-X-DD.
           ACCEPT SUITE-RUN-TIME FROM TIME.
           OPEN EXTEND GLR01-ALERT.
           IF CNT01ALRT-STATUS NOT = "00"
               OPEN OUTPUT GLR01-ALERT
           END-IF.
           MOVE SPACES TO GLR01-ALERT-REC.
           MOVE SUITE-RUN-DATE-X TO ALERT-DATE.
           MOVE SUITE-RUN-TIME   TO ALERT-TIME.
           MOVE "HIGH    "    TO ALERT-SEVERITY.
           MOVE "GLR01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE GLR01-ALERT-REC.
           CLOSE GLR01-ALERT.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="GLR01"==.
