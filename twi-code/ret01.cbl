      * AN ACCOUNT MST01 CLOSED WHOSE LAST ACTIVITY IS OLDER
      * THAN THE HISTORY RETENTION IS ARCHIVED TO ACCTARC AND
      * DELETED - THE ONLY PLACE A MASTER RECORD IS EVER
      * PHYSICALLY REMOVED, AND EACH DELETE IS APPENDED TO THE
      * ACCTJNL MASTER JOURNAL WITH ITS BEFORE IMAGE SO RCV01 CAN
      * REPLAY IT; NO JOURNAL MEANS THE MASTER IS NOT SWEPT.
      * A PURGE REPORT COUNTS KEPT
      * AND ARCHIVED RECORDS PER FILE, AND THE RET01CTL CONTROL
      * RECORD REFUSES A SECOND RUN FOR THE SAME DATE SO A
      * RESTARTED JOB CANNOT PURGE TWICE. EACH FILE'S KEPT AND
      * ARCHIVED COUNTS ARE ALSO APPENDED TO THE RETHIST HISTORY
      * SO CAP01'S CAPACITY PROJECTION KNOWS WHAT THE PURGE
      * TAKES OFF EACH FILE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ACCTARC-STATUS.

           SELECT RET01-JOURNAL ASSIGN TO ACCTJNL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ACCTJNL-STATUS.

           SELECT RET01-CYCLECTL ASSIGN TO CYCLECTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CYCLECTL-STATUS.

           SELECT RET01-PURGE-HISTORY ASSIGN TO RETHIST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RETHIST-STATUS.

           SELECT RET01-REPORT ASSIGN TO RET01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       FD  ACCT-ARCHIVE.
       01  ACCT-ARCHIVE-REC             PIC X(80).

       FD  RET01-JOURNAL.
           COPY "acctjnl.cpy".

       FD  RET01-CYCLECTL.
       01  RET01-CYCLECTL-REC.
           05  CYCLECTL-DATE            PIC 9(8).
           05  FILLER                   PIC X.
           05  CYCLECTL-NBR             PIC 9(2).
           05  FILLER                   PIC X(69).

       FD  RET01-PURGE-HISTORY.
           COPY "rethist.cpy".

       FD  RET01-REPORT.
       01  RET01-REPORT-LINE            PIC X(80).

       01  TXNHARC-STATUS.
           05  TXNHARC-STATUS-L         PIC X.
           05  TXNHARC-STATUS-R        PIC X.
       01  RETHIST-STATUS.
           05  RETHIST-STATUS-L         PIC X.
           05  RETHIST-STATUS-R         PIC X.
       01  RET01RPT-STATUS.
           05  RET01RPT-STATUS-L        PIC X.
           05  RET01RPT-STATUS-R        PIC X.
       01  ACCTARC-STATUS.
           05  ACCTARC-STATUS-L         PIC X.
           05  ACCTARC-STATUS-R        PIC X.
       01  ACCTJNL-STATUS.
           05  ACCTJNL-STATUS-L         PIC X.
           05  ACCTJNL-STATUS-R         PIC X.
       01  CYCLECTL-STATUS.
           05  CYCLECTL-STATUS-L        PIC X.
           05  CYCLECTL-STATUS-R        PIC X.
       01  JOURNAL-CYCLE                PIC 9(2)    VALUE 1.
       01  JOURNAL-SEQ                  PIC 9(7)    VALUE 0.

       01  LIVE-LOG-NAME                PIC X(12)   VALUE SPACES.
       01  ARCHIVE-LOG-NAME             PIC X(12)   VALUE SPACES.
           ELSE
               PERFORM GET-RETENTION-PERIODS
               PERFORM OPEN-RET01-REPORT
               PERFORM OPEN-PURGE-HISTORY
               PERFORM SWEEP-LISTED-FILES
               IF RETHIST-STATUS = "00"
                   CLOSE RET01-PURGE-HISTORY
               END-IF
               PERFORM CLOSE-RET01-REPORT
               PERFORM RECORD-THIS-RUN
           END-IF.
               MOVE 'Y' TO ACCTMST-EOF
               GO TO SWEEP-CLOSED-ACCOUNTS-EXIT
           END-IF.
           PERFORM GET-JOURNAL-CYCLE.
           OPEN EXTEND RET01-JOURNAL.
           IF ACCTJNL-STATUS NOT = "00"
               OPEN OUTPUT RET01-JOURNAL
           END-IF.
           IF ACCTJNL-STATUS NOT = "00"
               DISPLAY "RET01: OPEN RET01-JOURNAL - status "
                       ACCTJNL-STATUS " - master not swept"
               CLOSE ACCTMST-FILE
               MOVE 'Y' TO ACCTMST-EOF
               GO TO SWEEP-CLOSED-ACCOUNTS-EXIT
           END-IF.
           OPEN EXTEND ACCT-ARCHIVE.
           IF ACCTARC-STATUS NOT = "00"
               OPEN OUTPUT ACCT-ARCHIVE
                           MOVE ACCTMST-REC TO ACCT-ARCHIVE-REC
                           WRITE ACCT-ARCHIVE-REC
                           DELETE ACCTMST-FILE
                           PERFORM JOURNAL-ACCOUNT-DELETE
                           ADD 1 TO ARCHIVED-COUNT
                       ELSE
                           ADD 1 TO KEPT-COUNT
           END-PERFORM.
           CLOSE ACCTMST-FILE.
           CLOSE ACCT-ARCHIVE.
           CLOSE RET01-JOURNAL.
       SWEEP-CLOSED-ACCOUNTS-EXIT.
           EXIT.

               MOVE 'Y' TO EXPIRED-SW
           END-IF.

      * The cycle CYC01 opened for tonight, or cycle 01 when none
      * was opened for today.
       GET-JOURNAL-CYCLE.
           OPEN INPUT RET01-CYCLECTL.
           IF CYCLECTL-STATUS = "00"
               READ RET01-CYCLECTL
                   AT END MOVE "10" TO CYCLECTL-STATUS
               END-READ
               IF CYCLECTL-STATUS = "00" AND
                  CYCLECTL-DATE = SUITE-RUN-DATE
                   MOVE CYCLECTL-NBR TO JOURNAL-CYCLE
               END-IF
               CLOSE RET01-CYCLECTL
           END-IF.

      * The purged record is the before image; there is no after.
       JOURNAL-ACCOUNT-DELETE.
           ADD 1 TO JOURNAL-SEQ.
           MOVE SPACES TO ACCTJNL-REC.
           MOVE SUITE-RUN-DATE TO ACCTJNL-RUN-DATE.
           ACCEPT ACCTJNL-RUN-TIME FROM TIME.
           MOVE "RET01" TO ACCTJNL-JOB.
           MOVE JOURNAL-CYCLE TO ACCTJNL-CYCLE.
           MOVE JOURNAL-SEQ TO ACCTJNL-SEQ.
           MOVE SUITE-RUN-DATE TO ACCTJNL-BUS-DATE.
           MOVE 'D' TO ACCTJNL-ACTION.
           MOVE ACCTMST-ACCT-NBR TO ACCTJNL-ACCT-NBR.
           MOVE ACCTMST-REC TO ACCTJNL-BEFORE.
           WRITE ACCTJNL-REC.

       WRITE-PURGE-LINE.
           DISPLAY "RET01: " RETLIST-LIVE-NAME
                   DELIMITED BY SIZE INTO RET01-REPORT-LINE
               WRITE RET01-REPORT-LINE
           END-IF.
           IF RETHIST-STATUS = "00"
               MOVE SPACES TO RETHIST-REC
               MOVE SUITE-RUN-DATE-X TO RETHIST-DATE
               MOVE RETLIST-LIVE-NAME TO RETHIST-DSN
               MOVE RETLIST-CLASS TO RETHIST-CLASS
               MOVE KEPT-COUNT TO RETHIST-KEPT
               MOVE ARCHIVED-COUNT TO RETHIST-ARCHIVED
               WRITE RETHIST-REC
           END-IF.

       OPEN-PURGE-HISTORY.
           OPEN EXTEND RET01-PURGE-HISTORY.
           IF RETHIST-STATUS NOT = "00"
               OPEN OUTPUT RET01-PURGE-HISTORY
           END-IF.
           IF RETHIST-STATUS NOT = "00"
               DISPLAY "RET01: OPEN RET01-PURGE-HISTORY - status "
                       RETHIST-STATUS " - purge counts not kept"
           END-IF.

       OPEN-RET01-REPORT.
           OPEN OUTPUT RET01-REPORT.
