       IDENTIFICATION DIVISION.
       PROGRAM-ID. OLB01.
      *--------------------------------------------------
      * CHANGED-BALANCE FEED TO THE ONLINE BANKING CHANNEL. THE
      * CHANNEL RELOADED A FULL ACCTMST DUMP AT THE WEEKEND AND
      * TOOK DAILY FIGURES FROM A SPREADSHEET, SO CUSTOMERS SAW
      * DAY-OLD BALANCES. RUN EACH CYCLE AFTER BAL01 HAS PROVED
      * THE MASTER - THE MIDDAY CYCLE REFRESHES THE CHANNEL AS
      * WELL AS THE OVERNIGHT ONE - OLB01 WALKS THE MASTER AND
      * COMPARES EVERY ACCOUNT WITH WHAT THE CHANNEL WAS LAST
      * SENT, HELD ON THE KEYED OLBSENT FILE. AN ACCOUNT WHOSE
      * BALANCE, STATUS OR ACTIVE ACCTBLK BLOCK HAS CHANGED, OR
      * THE CHANNEL HAS NEVER BEEN SENT, GOES ON OLB01OUT IN THE
      * CHANNEL'S FIXED INTERFACE LAYOUT: ACCOUNT, ACCTREF NAME,
      * STATUS, BLOCK TYPE, LEDGER AND AVAILABLE BALANCE IN THE
      * ACCOUNT'S OWN CURRENCY, LAST ACTIVITY DATE, ENTITY, THE
      * CURRENCY CODE (SPACES FOR BASE) AND THE LEDGER BALANCE'S
      * BASE EQUIVALENT (ACCTMST-BASE-BALANCE, OR THE BALANCE ON
      * A MASTER RECORD FROM BEFORE THE BASE WAS CARRIED).
      * THE AVAILABLE BALANCE IS THE LEDGER BALANCE, BUT NOTHING
      * IS AVAILABLE ON A CLOSED OR OVERDRAWN ACCOUNT OR ONE
      * UNDER A DEBIT OR TOTAL BLOCK.
      * THE FILE OPENS WITH AN HD HEADER (BUSINESS DATE, CYCLE,
      * TIME CREATED) AND CLOSES WITH A TR TRAILER CARRYING THE
      * RECORD COUNT AND THE HASH OF THE BASE-EQUIVALENT LEDGER
      * BALANCES - ONE UNIT WHATEVER THE MIX OF CURRENCIES - SO THE
      * CHANNEL PROVES THE FILE BEFORE LOADING IT. THE FIRST RUN
      * (OLBSENT NEWLY CREATED) SENDS EVERY ACCOUNT. A RERUN OF
      * A CYCLE SENDS THAT CYCLE'S ACCOUNTS AGAIN. RC 16 WHEN THE
      * MASTER, OLBSENT, THE BLOCK REGISTER OR THE FEED WILL NOT
      * OPEN - NOTHING IS MARKED SENT.
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

           SELECT ACCTBLK-FILE ASSIGN TO ACCTBLK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTBLK-ACCT-NBR
                  FILE STATUS   IS ACCTBLK-STATUS.

           SELECT OLBSENT-FILE ASSIGN TO OLBSENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS OLBSENT-ACCT-NBR
                  FILE STATUS   IS OLBSENT-STATUS.

           SELECT OLB01-CYCLECTL ASSIGN TO CYCLECTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CYCLECTL-STATUS.

           SELECT OLB01-FEED ASSIGN TO OLB01OUT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS OLB01OUT-STATUS.

           SELECT OLB01-REPORT ASSIGN TO OLB01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS OLB01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  ACCTBLK-FILE.
           COPY "acctblk.cpy".

       FD  OLBSENT-FILE.
           COPY "olbsent.cpy".

       FD  OLB01-CYCLECTL.
       01  OLB01-CYCLECTL-REC.
           05  CYCLECTL-DATE            PIC 9(8).
           05  FILLER                   PIC X.
           05  CYCLECTL-NBR             PIC 9(2).
           05  FILLER                   PIC X(69).

      * The channel's interface layout: one HD, a DT per changed
      * account, one TR. Amounts carry a leading separate sign.
       FD  OLB01-FEED.
       01  OLB01-FEED-REC.
           05  OLB-REC-TYPE             PIC X(2).
           05  OLB-ACCT-NBR             PIC X(10).
           05  OLB-ACCT-NAME            PIC X(30).
           05  OLB-ACCT-STATUS          PIC X.
           05  OLB-BLOCK-TYPE           PIC X.
           05  OLB-LEDGER-BAL           PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  OLB-AVAIL-BAL            PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  OLB-LAST-ACTIVITY        PIC 9(8).
           05  OLB-ENTITY               PIC X(3).
           05  OLB-CURRENCY             PIC X(3).
           05  OLB-BASE-LEDGER-BAL      PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
       01  OLB01-HEADER-REC.
           05  FILLER                   PIC X(2).
           05  OLB-HDR-INTERFACE        PIC X(8).
           05  OLB-HDR-BUS-DATE         PIC 9(8).
           05  OLB-HDR-CYCLE            PIC 9(2).
           05  OLB-HDR-CREATED-DATE     PIC 9(8).
           05  OLB-HDR-CREATED-TIME     PIC 9(8).
           05  FILLER                   PIC X(64).
       01  OLB01-TRAILER-REC.
           05  FILLER                   PIC X(2).
           05  OLB-TRL-COUNT            PIC 9(7).
           05  OLB-TRL-HASH             PIC S9(13)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(75).

       FD  OLB01-REPORT.
       01  OLB01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.

       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.
       01  ACCTBLK-STATUS.
           05  ACCTBLK-STATUS-L         PIC X.
           05  ACCTBLK-STATUS-R         PIC X.
       01  ACCTBLK-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTBLK-PRESENT                       VALUE 'Y'.
       01  OLBSENT-STATUS.
           05  OLBSENT-STATUS-L         PIC X.
           05  OLBSENT-STATUS-R         PIC X.
       01  CYCLECTL-STATUS.
           05  CYCLECTL-STATUS-L        PIC X.
           05  CYCLECTL-STATUS-R        PIC X.
       01  OLB01OUT-STATUS.
           05  OLB01OUT-STATUS-L        PIC X.
           05  OLB01OUT-STATUS-R        PIC X.
       01  OLB01RPT-STATUS.
           05  OLB01RPT-STATUS-L        PIC X.
           05  OLB01RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  CYCLE-NUMBER                 PIC 9(2)    VALUE 1.
      * A newly created OLBSENT sends the channel every account.
       01  FIRST-LOAD-SW                PIC X       VALUE 'N'.
           88  FIRST-LOAD                            VALUE 'Y'.

      * One account against what the channel last saw.
       01  SENT-FOUND-SW                PIC X.
           88  SENT-FOUND                            VALUE 'Y'.
       01  CURRENT-BLOCK-TYPE           PIC X.
       01  AVAILABLE-BALANCE            PIC S9(11)V99.
       01  BASE-LEDGER-BALANCE          PIC S9(11)V99.

       01  ACCOUNTS-READ                PIC 9(7)    VALUE 0.
       01  SENT-NEW-COUNT               PIC 9(7)    VALUE 0.
       01  SENT-CHANGED-COUNT           PIC 9(7)    VALUE 0.
       01  RESENT-COUNT                 PIC 9(7)    VALUE 0.
       01  UNCHANGED-COUNT              PIC 9(7)    VALUE 0.
       01  FEED-RECORD-COUNT            PIC 9(7)    VALUE 0.
       01  LEDGER-HASH                  PIC S9(13)V99 VALUE 0.
       01  EDITED-HASH                  PIC -(13)9.99.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "OLB01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM GET-CYCLE-NUMBER.
           PERFORM OPEN-THE-FILES.
           IF RUN-SEVERITY = 16
               DISPLAY "OLB01: *** FILES UNAVAILABLE - "
                       "NOTHING SENT TO THE CHANNEL ***"
               GO TO PROGRAM-WRAP-UP
           END-IF.
           IF FIRST-LOAD
               DISPLAY "OLB01: new OLBSENT - sending every account"
           END-IF.
           PERFORM WRITE-FEED-HEADER.
           PERFORM UNTIL ACCTMST-EOF-YES
               READ ACCTMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTMST-EOF
               END-READ
               IF NOT ACCTMST-EOF-YES
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM CHECK-ONE-ACCOUNT THRU
                       CHECK-ONE-ACCOUNT-EXIT
               END-IF
           END-PERFORM.
           PERFORM WRITE-FEED-TRAILER.
           PERFORM CLOSE-THE-FILES.
           PERFORM WRITE-FEED-REPORT.
           DISPLAY "OLB01: accounts read= " ACCOUNTS-READ
                   " sent= " FEED-RECORD-COUNT.
           DISPLAY "OLB01: new= " SENT-NEW-COUNT
                   " changed= " SENT-CHANGED-COUNT
                   " resent= " RESENT-COUNT.
       PROGRAM-WRAP-UP.
           CALL "DAYLOG" USING "OLB01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The cycle CYC01 opened for this run of the stream; with
      * none for today it is cycle 01.
       GET-CYCLE-NUMBER.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT OLB01-CYCLECTL.
           IF CYCLECTL-STATUS = "00"
               READ OLB01-CYCLECTL
                   AT END MOVE "10" TO CYCLECTL-STATUS
               END-READ
               IF CYCLECTL-STATUS = "00" AND
                  CYCLECTL-DATE = SUITE-RUN-DATE
                   MOVE CYCLECTL-NBR TO CYCLE-NUMBER
               END-IF
               CLOSE OLB01-CYCLECTL
           END-IF.

      * A block register not yet created means no blocks; one
      * that will not open would make every blocked account look
      * lifted, so it stops the step like the master does.
       OPEN-THE-FILES.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "OLB01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN INPUT ACCTBLK-FILE.
           EVALUATE ACCTBLK-STATUS
               WHEN "00"
                   MOVE 'Y' TO ACCTBLK-PRESENT-SW
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OLB01: OPEN ACCTBLK-FILE - status "
                           ACCTBLK-STATUS
                   MOVE 16 TO RUN-SEVERITY
           END-EVALUATE.
           OPEN I-O OLBSENT-FILE.
           IF OLBSENT-STATUS = "35"
               OPEN OUTPUT OLBSENT-FILE
               CLOSE OLBSENT-FILE
               OPEN I-O OLBSENT-FILE
               MOVE 'Y' TO FIRST-LOAD-SW
           END-IF.
           IF OLBSENT-STATUS NOT = "00"
               DISPLAY "OLB01: OPEN OLBSENT-FILE - status "
                       OLBSENT-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN OUTPUT OLB01-FEED.
           IF OLB01OUT-STATUS NOT = "00"
               DISPLAY "OLB01: OPEN OLB01-FEED - status "
                       OLB01OUT-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           END-IF.
           IF RUN-SEVERITY = 16
               PERFORM CLOSE-THE-FILES
           END-IF.

       WRITE-FEED-HEADER.
           MOVE SPACES TO OLB01-HEADER-REC.
           MOVE "HD" TO OLB-REC-TYPE.
           MOVE "OLBFEED" TO OLB-HDR-INTERFACE.
           MOVE BUSINESS-DATE-NUM TO OLB-HDR-BUS-DATE.
           MOVE CYCLE-NUMBER TO OLB-HDR-CYCLE.
           MOVE SUITE-RUN-DATE TO OLB-HDR-CREATED-DATE.
           ACCEPT OLB-HDR-CREATED-TIME FROM TIME.
           WRITE OLB01-HEADER-REC.

      * Sent when the channel has never had the account, when it
      * was sent by this same cycle (a rerun), or when what the
      * channel holds is out of date.
       CHECK-ONE-ACCOUNT.
           PERFORM FIND-ACTIVE-BLOCK.
           MOVE ACCTMST-ACCT-NBR TO OLBSENT-ACCT-NBR.
           MOVE 'Y' TO SENT-FOUND-SW.
           READ OLBSENT-FILE
               INVALID KEY
                   MOVE 'N' TO SENT-FOUND-SW
           END-READ.
           EVALUATE TRUE
               WHEN NOT SENT-FOUND
                   ADD 1 TO SENT-NEW-COUNT
               WHEN OLBSENT-SENT-DATE = BUSINESS-DATE-NUM AND
                    OLBSENT-SENT-CYCLE = CYCLE-NUMBER
                   ADD 1 TO RESENT-COUNT
               WHEN OLBSENT-BALANCE NOT = ACCTMST-BALANCE OR
                    OLBSENT-CURRENCY NOT = ACCTMST-CURRENCY OR
                    OLBSENT-ACCT-STATUS NOT = ACCTMST-ACCT-STATUS OR
                    OLBSENT-BLOCK-TYPE NOT = CURRENT-BLOCK-TYPE
                   ADD 1 TO SENT-CHANGED-COUNT
               WHEN OTHER
                   ADD 1 TO UNCHANGED-COUNT
                   GO TO CHECK-ONE-ACCOUNT-EXIT
           END-EVALUATE.
           PERFORM WRITE-FEED-DETAIL.
           PERFORM NOTE-ACCOUNT-SENT.
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

       WRITE-FEED-TRAILER.
           MOVE SPACES TO OLB01-TRAILER-REC.
           MOVE "TR" TO OLB-REC-TYPE.
           MOVE FEED-RECORD-COUNT TO OLB-TRL-COUNT.
           MOVE LEDGER-HASH TO OLB-TRL-HASH.
           WRITE OLB01-TRAILER-REC.

       CLOSE-THE-FILES.
           IF ACCTMST-STATUS = "00" OR ACCTMST-STATUS = "10"
               CLOSE ACCTMST-FILE
           END-IF.
           IF ACCTBLK-PRESENT
               CLOSE ACCTBLK-FILE
               MOVE 'N' TO ACCTBLK-PRESENT-SW
           END-IF.
           IF OLBSENT-STATUS = "00" OR OLBSENT-STATUS = "23"
               CLOSE OLBSENT-FILE
           END-IF.
           IF OLB01OUT-STATUS = "00"
               CLOSE OLB01-FEED
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
               MOVE 'N' TO ACCTREF-PRESENT-SW
           END-IF.

       WRITE-FEED-REPORT.
           OPEN OUTPUT OLB01-REPORT.
           IF OLB01RPT-STATUS NOT = "00"
               DISPLAY "OLB01: OPEN OLB01-REPORT - status "
                       OLB01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               MOVE SPACES TO OLB01-REPORT-LINE
               STRING "Online banking feed for business date "
                      BUSINESS-DATE-NUM " cycle " CYCLE-NUMBER
                   DELIMITED BY SIZE INTO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               IF FIRST-LOAD
                   MOVE "OLBSENT newly created - every account sent"
                       TO OLB01-REPORT-LINE
                   WRITE OLB01-REPORT-LINE
               END-IF
               MOVE SPACES TO OLB01-REPORT-LINE
               STRING "Accounts read is=      " ACCOUNTS-READ
                   DELIMITED BY SIZE INTO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               MOVE SPACES TO OLB01-REPORT-LINE
               STRING "Sent new is=           " SENT-NEW-COUNT
                   DELIMITED BY SIZE INTO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               MOVE SPACES TO OLB01-REPORT-LINE
               STRING "Sent changed is=       " SENT-CHANGED-COUNT
                   DELIMITED BY SIZE INTO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               MOVE SPACES TO OLB01-REPORT-LINE
               STRING "Sent again (rerun) is= " RESENT-COUNT
                   DELIMITED BY SIZE INTO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               MOVE SPACES TO OLB01-REPORT-LINE
               STRING "Unchanged is=          " UNCHANGED-COUNT
                   DELIMITED BY SIZE INTO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               MOVE SPACES TO OLB01-REPORT-LINE
               STRING "Feed records is=       " FEED-RECORD-COUNT
                   DELIMITED BY SIZE INTO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               MOVE LEDGER-HASH TO EDITED-HASH
               MOVE SPACES TO OLB01-REPORT-LINE
               STRING "Balance hash is=       " EDITED-HASH
                   DELIMITED BY SIZE INTO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO OLB01-REPORT-LINE
               WRITE OLB01-REPORT-LINE
               CLOSE OLB01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
      * A block counts from its effective date through its expiry
      * inclusive; zero expiry runs until it is lifted.
       FIND-ACTIVE-BLOCK.
           MOVE SPACE TO CURRENT-BLOCK-TYPE.
           IF ACCTBLK-PRESENT
               MOVE ACCTMST-ACCT-NBR TO ACCTBLK-ACCT-NBR
               READ ACCTBLK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ACCTBLK-EFF-DATE NOT > BUSINESS-DATE-NUM
                          AND (ACCTBLK-EXP-DATE = 0 OR
                               ACCTBLK-EXP-DATE NOT <
                                   BUSINESS-DATE-NUM)
                           MOVE ACCTBLK-TYPE TO CURRENT-BLOCK-TYPE
                       END-IF
               END-READ
           END-IF.

       WRITE-FEED-DETAIL.
           MOVE ACCTMST-BALANCE TO AVAILABLE-BALANCE.
           IF ACCTMST-CLOSED OR ACCTMST-BALANCE < 0 OR
              CURRENT-BLOCK-TYPE = 'D' OR CURRENT-BLOCK-TYPE = 'T'
               MOVE 0 TO AVAILABLE-BALANCE
           END-IF.
           MOVE SPACES TO OLB01-FEED-REC.
           MOVE "DT" TO OLB-REC-TYPE.
           MOVE ACCTMST-ACCT-NBR TO OLB-ACCT-NBR.
           IF ACCTREF-PRESENT
               MOVE ACCTMST-ACCT-NBR TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-NAME TO OLB-ACCT-NAME
               END-READ
           END-IF.
           MOVE ACCTMST-ACCT-STATUS TO OLB-ACCT-STATUS.
           MOVE CURRENT-BLOCK-TYPE TO OLB-BLOCK-TYPE.
           MOVE ACCTMST-BALANCE TO OLB-LEDGER-BAL.
           MOVE AVAILABLE-BALANCE TO OLB-AVAIL-BAL.
           MOVE ACCTMST-LAST-ACTIVITY TO OLB-LAST-ACTIVITY.
           MOVE ACCTMST-ENTITY TO OLB-ENTITY.
           MOVE ACCTMST-CURRENCY TO OLB-CURRENCY.
           IF ACCTMST-BASE-BALANCE NUMERIC
               MOVE ACCTMST-BASE-BALANCE TO BASE-LEDGER-BALANCE
           ELSE
               MOVE ACCTMST-BALANCE TO BASE-LEDGER-BALANCE
           END-IF.
           MOVE BASE-LEDGER-BALANCE TO OLB-BASE-LEDGER-BAL.
           WRITE OLB01-FEED-REC.
           ADD 1 TO FEED-RECORD-COUNT.
           ADD BASE-LEDGER-BALANCE TO LEDGER-HASH.

       NOTE-ACCOUNT-SENT.
           MOVE SPACES TO OLBSENT-REC.
           MOVE ACCTMST-ACCT-NBR TO OLBSENT-ACCT-NBR.
           MOVE ACCTMST-BALANCE TO OLBSENT-BALANCE.
           MOVE ACCTMST-CURRENCY TO OLBSENT-CURRENCY.
           MOVE ACCTMST-ACCT-STATUS TO OLBSENT-ACCT-STATUS.
           MOVE CURRENT-BLOCK-TYPE TO OLBSENT-BLOCK-TYPE.
           MOVE BUSINESS-DATE-NUM TO OLBSENT-SENT-DATE.
           MOVE CYCLE-NUMBER TO OLBSENT-SENT-CYCLE.
           IF SENT-FOUND
               REWRITE OLBSENT-REC
                   INVALID KEY
                       DISPLAY "OLB01: REWRITE OLBSENT-REC - "
                               "status " OLBSENT-STATUS
                       MOVE 8 TO RUN-SEVERITY
               END-REWRITE
           ELSE
               WRITE OLBSENT-REC
                   INVALID KEY
                       DISPLAY "OLB01: WRITE OLBSENT-REC - "
                               "status " OLBSENT-STATUS
                       MOVE 8 TO RUN-SEVERITY
               END-WRITE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="OLB01"==.
