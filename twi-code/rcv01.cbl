       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCV01.
      *--------------------------------------------------
      * FORWARD RECOVERY OF THE ACCOUNT MASTER. MST01 AND RET01
      * APPEND EVERY ADD, POSTING, CLOSE, REOPEN AND PURGE THEY
      * MAKE TO ACCTMST TO THE ACCTJNL JOURNAL WITH THE RECORD'S
      * BEFORE AND AFTER IMAGES, STAMPED WITH THE RUN DATE, CLOCK
      * TIME, JOB AND SEQUENCE. AFTER A MASTER IS LOST, OPERATIONS
      * RESTORE THE LAST BACKUP UNDER ACCTMST, CONCATENATE THE
      * JOURNALS WRITTEN SINCE UNDER ACCTJNL AND RUN RCV01, WHICH
      * SORTS THE JOURNAL BACK INTO THE ORDER THE CHANGES WERE
      * MADE AND REPLAYS EVERY ONE STAMPED AFTER THE BACKUP UP TO
      * THE CHOSEN STOPPING POINT. THE RCV01PM CARD:
      *   COLUMNS  1-8  RECOVER OR VERIFY
      *   COLUMNS  9-24 BACKUP DATE AND TIME (CCYYMMDD HHMMSSHH);
      *                 CHANGES STAMPED AT OR BEFORE IT ARE
      *                 ALREADY ON THE BACKUP
      *   COLUMNS 25-32 STOP AFTER THIS STEP'S LAST CHANGE (JOB
      *                 NAME AS JOURNALED - MST01P1, RET01 ...),
      *                 ON THE RUN DATE IN 33-40 IF ONE IS GIVEN
      *   COLUMNS 33-48 OR, WITH NO STEP, STOP AT THIS DATE AND
      *                 TIME; ZEROS ROLL TO THE END OF THE JOURNAL
      *   COLUMN  49    'Y' TO VERIFY ONCE RECOVERED
      * A CHANGE IS REPLAYED ONLY WHEN THE MASTER RECORD STILL
      * MATCHES ITS BEFORE IMAGE; ONE ALREADY SHOWING THE AFTER
      * IMAGE IS COUNTED AS ALREADY APPLIED, SO A RECOVERY CAN BE
      * RERUN, AND ANYTHING ELSE IS LISTED AS A MISMATCH AND LEFT
      * ALONE (RC 8). VERIFY COUNTS AND TOTALS THE MASTER AND
      * PROVES IT AGAINST THE CLOSING COUNT AND BALANCE ON THE
      * COMBINED MST01CTL CONTROL RECORD BAL01 BALANCES FROM, SO
      * IT APPLIES TO A MASTER RECOVERED TO THE END OF A NIGHT'S
      * POSTING STEPS; OUT OF BALANCE IS RC 16 AS IN BAL01. RC 16
      * ALSO WHEN THE CARD, MASTER OR JOURNAL IS MISSING OR THE
      * STEP NAMED IS NOT ON THE JOURNAL.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCV01-PARMCARD ASSIGN TO RCV01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RCV01PM-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT RCV01-JOURNAL ASSIGN TO ACCTJNL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ACCTJNL-STATUS.

           SELECT MST01-CONTROL ASSIGN TO MST01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01CTL-STATUS.

           SELECT RCV01-REPORT ASSIGN TO RCV01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RCV01RPT-STATUS.

           SELECT RCV01-SORT-FILE ASSIGN TO SORTWK01.

       DATA DIVISION.
       FILE SECTION.
       FD  RCV01-PARMCARD.
       01  RCV01PM-REC.
           05  RCV01PM-MODE             PIC X(8).
           05  RCV01PM-FROM-STAMP.
               10  RCV01PM-FROM-DATE    PIC 9(8).
               10  RCV01PM-FROM-TIME    PIC 9(8).
           05  RCV01PM-TO-JOB           PIC X(8).
           05  RCV01PM-TO-STAMP.
               10  RCV01PM-TO-DATE      PIC 9(8).
               10  RCV01PM-TO-TIME      PIC 9(8).
           05  RCV01PM-VERIFY-SW        PIC X.
           05  FILLER                   PIC X(31).

       FD  ACCTMST-FILE.
       COPY "acctmst.cpy".

       FD  RCV01-JOURNAL.
       01  RCV01-JOURNAL-REC            PIC X(220).

       FD  MST01-CONTROL.
       01  MST01-CONTROL-REC.
           05  CTL-OPENING-COUNT        PIC 9(7).
           05  CTL-OPENING-BALANCE      PIC S9(11)V99.
           05  CTL-APPLIED-AMOUNT       PIC S9(11)V99.
           05  CTL-CLOSING-COUNT        PIC 9(7).
           05  CTL-CLOSING-BALANCE      PIC S9(11)V99.
           05  FILLER                   PIC X(27).

       FD  RCV01-REPORT.
       01  RCV01-REPORT-LINE            PIC X(80).

       SD  RCV01-SORT-FILE.
           COPY "acctjnl.cpy".

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTJNL==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.

       01  RCV01PM-STATUS.
           05  RCV01PM-STATUS-L         PIC X.
           05  RCV01PM-STATUS-R         PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ACCTJNL-STATUS.
           05  ACCTJNL-STATUS-L         PIC X.
           05  ACCTJNL-STATUS-R         PIC X.
       01  MST01CTL-STATUS.
           05  MST01CTL-STATUS-L        PIC X.
           05  MST01CTL-STATUS-R        PIC X.
       01  RCV01RPT-STATUS.
           05  RCV01RPT-STATUS-L        PIC X.
           05  RCV01RPT-STATUS-R        PIC X.

       01  RUN-MODE-SW                  PIC X       VALUE 'R'.
           88  RUN-MODE-RECOVER                      VALUE 'R'.
           88  RUN-MODE-VERIFY                       VALUE 'V'.
       01  VERIFY-AFTER-SW              PIC X       VALUE 'N'.
           88  VERIFY-AFTER                          VALUE 'Y'.
       01  PARM-OK-SW                   PIC X       VALUE 'N'.
           88  PARM-OK                               VALUE 'Y'.
       01  MASTER-OPEN-SW               PIC X       VALUE 'N'.
           88  MASTER-OPEN                           VALUE 'Y'.
       01  SORT-RETURN-SW               PIC X       VALUE 'N'.
           88  SORT-RETURN-DONE                      VALUE 'Y'.
       01  STOP-STEP-FOUND-SW           PIC X       VALUE 'N'.
           88  STOP-STEP-FOUND                       VALUE 'Y'.
       01  MASTER-FOUND-SW              PIC X       VALUE 'N'.
           88  MASTER-FOUND                          VALUE 'Y'.

      * The recovery window, as run date and clock time run
      * together: after FROM-STAMP, not after TO-STAMP.
       01  FROM-STAMP                   PIC X(16)   VALUE ZEROS.
       01  TO-STAMP                     PIC X(16)   VALUE HIGH-VALUES.
       01  STOP-JOB                     PIC X(8)    VALUE SPACES.
       01  STOP-JOB-DATE                PIC 9(8)    VALUE 0.
       01  JOURNAL-STAMP                PIC X(16).

       01  JOURNAL-READ-COUNT           PIC 9(7)    VALUE 0.
       01  BEFORE-WINDOW-COUNT          PIC 9(7)    VALUE 0.
       01  AFTER-WINDOW-COUNT           PIC 9(7)    VALUE 0.
       01  REPLAY-COUNT                 PIC 9(7)    VALUE 0.
       01  APPLIED-COUNT                PIC 9(7)    VALUE 0.
       01  ALREADY-APPLIED-COUNT        PIC 9(7)    VALUE 0.
       01  MISMATCH-COUNT               PIC 9(7)    VALUE 0.
       01  ADD-COUNT                    PIC 9(7)    VALUE 0.
       01  POST-COUNT                   PIC 9(7)    VALUE 0.
       01  CLOSE-COUNT                  PIC 9(7)    VALUE 0.
       01  REOPEN-COUNT                 PIC 9(7)    VALUE 0.
       01  DELETE-COUNT                 PIC 9(7)    VALUE 0.
       01  LAST-REPLAYED-STAMP          PIC X(16)   VALUE SPACES.
       01  MISMATCH-REASON              PIC X(24).

       01  MASTER-COUNT                 PIC 9(7)    VALUE 0.
       01  MASTER-BALANCE               PIC S9(11)V99 VALUE 0.
       01  COUNT-DISCREPANCY            PIC S9(7)   VALUE 0.
       01  BALANCE-DISCREPANCY          PIC S9(11)V99 VALUE 0.
       01  EDITED-COUNT                 PIC Z(6)9.
       01  EDITED-DIFF-COUNT            PIC -(6)9.
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "RCV01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM READ-PARM-CARD.
           PERFORM OPEN-RCV01-REPORT.
           IF NOT PARM-OK
               DISPLAY "RCV01: *** NO USABLE RCV01PM CARD - "
                       "NOTHING DONE ***"
               MOVE "NO USABLE RCV01PM CARD - NOTHING DONE"
                   TO RCV01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM OPEN-THE-MASTER.
           IF NOT MASTER-OPEN
               GO TO PROGRAM-WRAP-UP
           END-IF.
           IF RUN-MODE-RECOVER
               PERFORM WRITE-WINDOW-LINES
               SORT RCV01-SORT-FILE
                   ON ASCENDING KEY ACCTJNL-RUN-DATE
                                    ACCTJNL-RUN-TIME
                                    ACCTJNL-JOB
                                    ACCTJNL-SEQ
                   INPUT PROCEDURE IS GATHER-THE-JOURNAL
                   OUTPUT PROCEDURE IS REPLAY-THE-JOURNAL
               PERFORM WRITE-RECOVERY-TOTALS
           END-IF.
           IF RUN-SEVERITY < 16 AND
              (RUN-MODE-VERIFY OR VERIFY-AFTER)
               PERFORM VERIFY-THE-MASTER THRU
                   VERIFY-THE-MASTER-EXIT
           END-IF.
           CLOSE ACCTMST-FILE.
       PROGRAM-WRAP-UP.
           PERFORM CLOSE-RCV01-REPORT.
           CALL "DAYLOG" USING "RCV01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       READ-PARM-CARD.
           OPEN INPUT RCV01-PARMCARD.
           IF RCV01PM-STATUS = "00"
               READ RCV01-PARMCARD
                   AT END MOVE "10" TO RCV01PM-STATUS
               END-READ
               IF RCV01PM-STATUS = "00"
                   PERFORM TAKE-PARM-CARD
               END-IF
               CLOSE RCV01-PARMCARD
           END-IF.

      * A mistyped date or time is refused rather than guessed -
      * a wrong window replays the wrong changes.
       TAKE-PARM-CARD.
           MOVE 'Y' TO PARM-OK-SW.
           EVALUATE RCV01PM-MODE
               WHEN "RECOVER "
                   MOVE 'R' TO RUN-MODE-SW
               WHEN "VERIFY  "
                   MOVE 'V' TO RUN-MODE-SW
               WHEN OTHER
                   MOVE 'N' TO PARM-OK-SW
           END-EVALUATE.
           IF RCV01PM-FROM-STAMP IS NUMERIC
               MOVE RCV01PM-FROM-STAMP TO FROM-STAMP
           ELSE
               IF RCV01PM-FROM-STAMP NOT = SPACES
                   MOVE 'N' TO PARM-OK-SW
               END-IF
           END-IF.
           MOVE RCV01PM-TO-JOB TO STOP-JOB.
           IF RCV01PM-TO-STAMP IS NUMERIC
               IF STOP-JOB NOT = SPACES
                   MOVE RCV01PM-TO-DATE TO STOP-JOB-DATE
               ELSE
                   IF RCV01PM-TO-STAMP NOT = ZEROS
                       MOVE RCV01PM-TO-STAMP TO TO-STAMP
                   END-IF
               END-IF
           ELSE
               IF RCV01PM-TO-STAMP NOT = SPACES
                   MOVE 'N' TO PARM-OK-SW
               END-IF
           END-IF.
           IF RCV01PM-VERIFY-SW = 'Y'
               MOVE 'Y' TO VERIFY-AFTER-SW
           END-IF.

      * Recovery rewrites the restored master; verify only reads.
       OPEN-THE-MASTER.
           IF RUN-MODE-RECOVER
               OPEN I-O ACCTMST-FILE
           ELSE
               OPEN INPUT ACCTMST-FILE
           END-IF.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO MASTER-OPEN-SW
           ELSE
               DISPLAY "RCV01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE SPACES TO RCV01-REPORT-LINE
               STRING "ACCOUNT MASTER WILL NOT OPEN - STATUS "
                      ACCTMST-STATUS " - NOTHING DONE"
                   DELIMITED BY SIZE INTO RCV01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 16 TO RUN-SEVERITY
           END-IF.

      * Pass one over the journal finds where the named step
      * stopped; pass two releases every change in the window.
       GATHER-THE-JOURNAL.
           IF STOP-JOB NOT = SPACES
               PERFORM FIND-STOP-STEP
               IF NOT STOP-STEP-FOUND
                   DISPLAY "RCV01: *** STEP " STOP-JOB
                           " NOT ON THE JOURNAL - NOTHING "
                           "REPLAYED ***"
                   MOVE SPACES TO RCV01-REPORT-LINE
                   STRING "STEP " STOP-JOB
                          " NOT ON THE JOURNAL AFTER THE BACKUP"
                          " - NOTHING REPLAYED"
                       DELIMITED BY SIZE INTO RCV01-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           IF RUN-SEVERITY < 16
               PERFORM RELEASE-THE-WINDOW
           END-IF.

       REPLAY-THE-JOURNAL.
           MOVE 'N' TO SORT-RETURN-SW.
           PERFORM UNTIL SORT-RETURN-DONE
               RETURN RCV01-SORT-FILE
                   AT END
                       MOVE 'Y' TO SORT-RETURN-SW
                   NOT AT END
                       PERFORM REPLAY-ONE-CHANGE
               END-RETURN
           END-PERFORM.

       WRITE-RECOVERY-TOTALS.
           DISPLAY "RCV01: journal records read=  " JOURNAL-READ-COUNT.
           DISPLAY "RCV01: replayed=              " REPLAY-COUNT.
           DISPLAY "RCV01: applied=               " APPLIED-COUNT.
           DISPLAY "RCV01: already applied=       "
                   ALREADY-APPLIED-COUNT.
           DISPLAY "RCV01: mismatched=            " MISMATCH-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE JOURNAL-READ-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "JOURNAL RECORDS READ       " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BEFORE-WINDOW-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "  ON THE BACKUP ALREADY    " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE AFTER-WINDOW-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "  AFTER THE STOPPING POINT " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPLAY-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "  REPLAYED                 " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE APPLIED-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "    APPLIED                " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ADD-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "      ADDS                 " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE POST-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "      POSTINGS             " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CLOSE-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "      CLOSES               " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REOPEN-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "      REOPENS              " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE DELETE-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "      PURGES               " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALREADY-APPLIED-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "    ALREADY APPLIED        " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MISMATCH-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "    MISMATCHED, NOT APPLIED" EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RCV01-REPORT-LINE.
           IF LAST-REPLAYED-STAMP = SPACES
               MOVE "NO CHANGES IN THE WINDOW - MASTER AS RESTORED"
                   TO RCV01-REPORT-LINE
           ELSE
               STRING "MASTER RECOVERED TO "
                      LAST-REPLAYED-STAMP (1:8) " "
                      LAST-REPLAYED-STAMP (9:8)
                   DELIMITED BY SIZE INTO RCV01-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           IF MISMATCH-COUNT > 0 AND RUN-SEVERITY < 8
               MOVE 8 TO RUN-SEVERITY
           END-IF.

      * The master is counted and totalled in full and proved
      * against the closing figures BAL01 balanced the night on.
       VERIFY-THE-MASTER.
           MOVE SPACES TO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           OPEN INPUT MST01-CONTROL.
           IF MST01CTL-STATUS = "00"
               READ MST01-CONTROL
                   AT END MOVE "10" TO MST01CTL-STATUS
               END-READ
               CLOSE MST01-CONTROL
           END-IF.
           IF MST01CTL-STATUS NOT = "00"
               DISPLAY "RCV01: no MST01 control totals - "
                       "cannot verify"
               MOVE "NO MST01CTL CLOSING TOTALS - CANNOT VERIFY"
                   TO RCV01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 16 TO RUN-SEVERITY
               GO TO VERIFY-THE-MASTER-EXIT
           END-IF.
           PERFORM TOTAL-THE-MASTER.
           COMPUTE COUNT-DISCREPANCY =
               MASTER-COUNT - CTL-CLOSING-COUNT.
           COMPUTE BALANCE-DISCREPANCY =
               MASTER-BALANCE - CTL-CLOSING-BALANCE.
           MOVE MASTER-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "MASTER RECORDS             " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CTL-CLOSING-COUNT TO EDITED-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "BAL01 CLOSING COUNT        " EDITED-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE COUNT-DISCREPANCY TO EDITED-DIFF-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "  DIFFERENCE               " EDITED-DIFF-COUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE MASTER-BALANCE TO EDITED-AMOUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "MASTER BALANCE        " EDITED-AMOUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE CTL-CLOSING-BALANCE TO EDITED-AMOUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "BAL01 CLOSING BALANCE " EDITED-AMOUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE BALANCE-DISCREPANCY TO EDITED-AMOUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "  DIFFERENCE          " EDITED-AMOUNT
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RCV01-REPORT-LINE.
           IF COUNT-DISCREPANCY = 0 AND BALANCE-DISCREPANCY = 0
               DISPLAY "RCV01: master agrees with BAL01 closing "
                       "totals"
               MOVE "*** VERIFIED - MASTER AGREES WITH BAL01 ***"
                   TO RCV01-REPORT-LINE
           ELSE
               DISPLAY "RCV01: *** MASTER OUT OF BALANCE WITH "
                       "BAL01 CLOSING TOTALS ***"
               MOVE "*** OUT OF BALANCE WITH BAL01 CLOSING TOTALS ***"
                   TO RCV01-REPORT-LINE
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           PERFORM WRITE-REPORT-LINE.
       VERIFY-THE-MASTER-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
      * The step's last change after the backup - on the run date
      * given, or its latest run when none is.
       FIND-STOP-STEP.
           MOVE 'N' TO STOP-STEP-FOUND-SW.
           MOVE LOW-VALUES TO TO-STAMP.
           PERFORM OPEN-THE-JOURNAL.
           PERFORM UNTIL ACCTJNL-EOF-YES
               READ RCV01-JOURNAL INTO ACCTJNL-REC
                   AT END MOVE 'Y' TO ACCTJNL-EOF
               END-READ
               IF NOT ACCTJNL-EOF-YES
                   MOVE ACCTJNL-STAMP (1:16) TO JOURNAL-STAMP
                   IF ACCTJNL-JOB = STOP-JOB AND
                      JOURNAL-STAMP > FROM-STAMP AND
                      JOURNAL-STAMP > TO-STAMP AND
                      (STOP-JOB-DATE = 0 OR
                       ACCTJNL-RUN-DATE = STOP-JOB-DATE)
                       MOVE JOURNAL-STAMP TO TO-STAMP
                       MOVE 'Y' TO STOP-STEP-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-THE-JOURNAL.
           IF STOP-STEP-FOUND
               MOVE SPACES TO RCV01-REPORT-LINE
               STRING "STEP " STOP-JOB " LAST CHANGED THE MASTER AT "
                      TO-STAMP (1:8) " " TO-STAMP (9:8)
                   DELIMITED BY SIZE INTO RCV01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       RELEASE-THE-WINDOW.
           PERFORM OPEN-THE-JOURNAL.
           PERFORM UNTIL ACCTJNL-EOF-YES
               READ RCV01-JOURNAL INTO ACCTJNL-REC
                   AT END MOVE 'Y' TO ACCTJNL-EOF
               END-READ
               IF NOT ACCTJNL-EOF-YES
                   ADD 1 TO JOURNAL-READ-COUNT
                   MOVE ACCTJNL-STAMP (1:16) TO JOURNAL-STAMP
                   EVALUATE TRUE
                       WHEN JOURNAL-STAMP NOT > FROM-STAMP
                           ADD 1 TO BEFORE-WINDOW-COUNT
                       WHEN JOURNAL-STAMP > TO-STAMP
                           ADD 1 TO AFTER-WINDOW-COUNT
                       WHEN OTHER
                           RELEASE ACCTJNL-REC
                   END-EVALUATE
               END-IF
           END-PERFORM.
           PERFORM CLOSE-THE-JOURNAL.

       OPEN-THE-JOURNAL.
           MOVE 'N' TO ACCTJNL-EOF.
           OPEN INPUT RCV01-JOURNAL.
           IF ACCTJNL-STATUS NOT = "00"
               DISPLAY "RCV01: OPEN RCV01-JOURNAL - status "
                       ACCTJNL-STATUS
               MOVE SPACES TO RCV01-REPORT-LINE
               STRING "JOURNAL WILL NOT OPEN - STATUS "
                      ACCTJNL-STATUS " - NOTHING REPLAYED"
                   DELIMITED BY SIZE INTO RCV01-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE 16 TO RUN-SEVERITY
               MOVE 'Y' TO ACCTJNL-EOF
           END-IF.

       CLOSE-THE-JOURNAL.
           IF ACCTJNL-STATUS = "00" OR ACCTJNL-STATUS = "10"
               CLOSE RCV01-JOURNAL
           END-IF.

      * The master record must still be as the change found it;
      * one already showing the change is left as it is.
       REPLAY-ONE-CHANGE.
           ADD 1 TO REPLAY-COUNT.
           MOVE ACCTJNL-STAMP (1:16) TO LAST-REPLAYED-STAMP.
           MOVE ACCTJNL-ACCT-NBR TO ACCTMST-ACCT-NBR.
           MOVE 'Y' TO MASTER-FOUND-SW.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE 'N' TO MASTER-FOUND-SW
           END-READ.
           EVALUATE TRUE
               WHEN ACCTJNL-ADD
                   PERFORM REPLAY-ADD
               WHEN ACCTJNL-DELETE
                   PERFORM REPLAY-DELETE
               WHEN OTHER
                   PERFORM REPLAY-REWRITE
           END-EVALUATE.

       REPLAY-ADD.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE ACCTJNL-AFTER TO ACCTMST-REC
                   WRITE ACCTMST-REC
                       INVALID KEY
                           MOVE "ADD WOULD NOT WRITE" TO
                                MISMATCH-REASON
                           PERFORM NOTE-MISMATCH
                       NOT INVALID KEY
                           ADD 1 TO APPLIED-COUNT
                           ADD 1 TO ADD-COUNT
                   END-WRITE
               WHEN ACCTMST-REC = ACCTJNL-AFTER
                   ADD 1 TO ALREADY-APPLIED-COUNT
               WHEN OTHER
                   MOVE "ADDED ACCOUNT ON FILE" TO MISMATCH-REASON
                   PERFORM NOTE-MISMATCH
           END-EVALUATE.

       REPLAY-DELETE.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   ADD 1 TO ALREADY-APPLIED-COUNT
               WHEN ACCTMST-REC = ACCTJNL-BEFORE
                   DELETE ACCTMST-FILE
                       INVALID KEY
                           MOVE "PURGE WOULD NOT DELETE" TO
                                MISMATCH-REASON
                           PERFORM NOTE-MISMATCH
                       NOT INVALID KEY
                           ADD 1 TO APPLIED-COUNT
                           ADD 1 TO DELETE-COUNT
                   END-DELETE
               WHEN OTHER
                   MOVE "PURGED ACCOUNT CHANGED" TO MISMATCH-REASON
                   PERFORM NOTE-MISMATCH
           END-EVALUATE.

       REPLAY-REWRITE.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND
                   MOVE "ACCOUNT NOT ON MASTER" TO MISMATCH-REASON
                   PERFORM NOTE-MISMATCH
               WHEN ACCTMST-REC = ACCTJNL-AFTER
                   ADD 1 TO ALREADY-APPLIED-COUNT
               WHEN ACCTMST-REC = ACCTJNL-BEFORE
                   MOVE ACCTJNL-AFTER TO ACCTMST-REC
                   REWRITE ACCTMST-REC
                       INVALID KEY
                           MOVE "CHANGE WOULD NOT REWRITE" TO
                                MISMATCH-REASON
                           PERFORM NOTE-MISMATCH
                       NOT INVALID KEY
                           PERFORM COUNT-REWRITE-APPLIED
                   END-REWRITE
               WHEN OTHER
                   MOVE "BEFORE IMAGE DIFFERS" TO MISMATCH-REASON
                   PERFORM NOTE-MISMATCH
           END-EVALUATE.

       COUNT-REWRITE-APPLIED.
           ADD 1 TO APPLIED-COUNT.
           EVALUATE TRUE
               WHEN ACCTJNL-POST
                   ADD 1 TO POST-COUNT
               WHEN ACCTJNL-CLOSE
                   ADD 1 TO CLOSE-COUNT
               WHEN ACCTJNL-REOPEN
                   ADD 1 TO REOPEN-COUNT
           END-EVALUATE.

       NOTE-MISMATCH.
           ADD 1 TO MISMATCH-COUNT.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "MISMATCH " ACCTJNL-ACCT-NBR " " ACCTJNL-ACTION
                  " " ACCTJNL-JOB " " ACCTJNL-RUN-DATE " "
                  ACCTJNL-RUN-TIME " " MISMATCH-REASON
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       TOTAL-THE-MASTER.
           MOVE 'N' TO ACCTMST-EOF.
           MOVE LOW-VALUES TO ACCTMST-ACCT-NBR.
           START ACCTMST-FILE
               KEY IS NOT LESS THAN ACCTMST-ACCT-NBR
               INVALID KEY
                   MOVE 'Y' TO ACCTMST-EOF
           END-START.
           PERFORM UNTIL ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
               IF NOT ACCTMST-EOF-YES
                   ADD 1 TO MASTER-COUNT
                   ADD ACCTMST-BALANCE TO MASTER-BALANCE
               END-IF
           END-PERFORM.

       WRITE-WINDOW-LINES.
           MOVE SPACES TO RCV01-REPORT-LINE.
           STRING "ROLL FORWARD FROM BACKUP AT "
                  FROM-STAMP (1:8) " " FROM-STAMP (9:8)
               DELIMITED BY SIZE INTO RCV01-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO RCV01-REPORT-LINE.
           EVALUATE TRUE
               WHEN STOP-JOB NOT = SPACES
                   STRING "STOPPING AFTER STEP " STOP-JOB
                       DELIMITED BY SIZE INTO RCV01-REPORT-LINE
               WHEN TO-STAMP = HIGH-VALUES
                   MOVE "STOPPING AT THE END OF THE JOURNAL"
                       TO RCV01-REPORT-LINE
               WHEN OTHER
                   STRING "STOPPING AT "
                          TO-STAMP (1:8) " " TO-STAMP (9:8)
                       DELIMITED BY SIZE INTO RCV01-REPORT-LINE
           END-EVALUATE.
           PERFORM WRITE-REPORT-LINE.

       OPEN-RCV01-REPORT.
           OPEN OUTPUT RCV01-REPORT.
           IF RCV01RPT-STATUS NOT = "00"
               DISPLAY "RCV01: OPEN RCV01-REPORT - status "
                       RCV01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO RCV01-REPORT-LINE
               WRITE RCV01-REPORT-LINE
           END-IF.

       WRITE-REPORT-LINE.
           IF RCV01RPT-STATUS = "00"
               WRITE RCV01-REPORT-LINE
           END-IF.

       CLOSE-RCV01-REPORT.
           IF RCV01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO RCV01-REPORT-LINE
               WRITE RCV01-REPORT-LINE
               CLOSE RCV01-REPORT
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="RCV01"==.
