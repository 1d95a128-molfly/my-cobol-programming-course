       IDENTIFICATION DIVISION.
       PROGRAM-ID. ICS01.
      *--------------------------------------------------
      * INTERCOMPANY SETTLEMENT BETWEEN ENTITIES. SINCE THE
      * SECOND BUSINESS UNIT CAME ON, TRANSFERS REGULARLY MOVE
      * MONEY BETWEEN AN ACCOUNT IN ONE ENTITY AND AN ACCOUNT IN
      * THE OTHER. EACH LEG POSTS CORRECTLY ON ITS OWN SIDE, BUT
      * NOTHING PRODUCED THE DUE-TO/DUE-FROM BETWEEN THE TWO
      * COMPANIES. ICS01 RUNS EACH NIGHT AFTER POSTING:
      *   EVERY DATA RECORD ON FILEDATVAL CARRYING A TRANSFER
      *   REFERENCE IS A LEG; THE TWO LEGS OF A TRANSFER SHARE
      *   THE REFERENCE AND DATE AND ARE PAIRED, EACH TAKING ITS
      *   ENTITY FROM ACCTMST-ENTITY. A LEG WHOSE PARTNER HAS
      *   NOT ARRIVED WAITS ON THE KEYED ICSLEG FILE AND IS
      *   PAIRED THE NIGHT IT DOES;
      *   A PAIR ACROSS TWO ENTITIES IS NETTED PER ENTITY PAIR,
      *   AND THE NIGHT'S NET IS JOURNALED ON ICSJRNL IN THE
      *   GLJRNL UPLOAD FORMAT - FOR EACH ENTITY A BALANCED
      *   DEBIT AND CREDIT BETWEEN ITS CLEARING ACCOUNT AND ITS
      *   DUE-TO OR DUE-FROM ACCOUNT, AS NAMED ON ITS ICSMAP CARD;
      *   THE NET POSITION BETWEEN EACH PAIR IS CARRIED FORWARD
      *   DAY TO DAY ON THE KEYED ICSPOS FILE SO FINANCE CAN
      *   SETTLE ONCE A WEEK. AN 'S' ON THE ICS01PM CARD MARKS
      *   THE RUN AS THE SETTLEMENT NIGHT: EACH POSITION IS
      *   REPORTED AS SETTLED AND STARTS AGAIN FROM ZERO;
      *   THE ICS01RPT REPORT LISTS THE PAIRS, THE JOURNAL, THE
      *   POSITIONS, AND EVERY LEG STILL WAITING - ONE WAITING
      *   SINCE AN EARLIER NIGHT IS A PARTNER THAT NEVER ARRIVED.
      * THE ICS01CTL CONTROL RECORD REFUSES A SECOND RUN FOR
      * THE SAME BUSINESS DATE, THE WAY YEC01'S CONTROL REFUSES
      * A SECOND CLOSE, SO A RERUN CANNOT DOUBLE THE POSITIONS.
      * RETURN CODE 4 ON A LEG WITHOUT ITS PARTNER, OR LEGS THAT
      * DO NOT NET TO ZERO; 16 WHEN AN ENTITY HAS NO ICSMAP CARD
      * (NOTHING IS JOURNALED FOR THAT PAIR) OR THE VALIDATED
      * FILE OR ACCOUNT MASTER CANNOT BE READ.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEDATCLT-FILE ASSIGN TO FILEDATVAL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILEDATCLT-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT ICS01-MAP ASSIGN TO ICSMAP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ICSMAP-STATUS.

           SELECT ICSLEG-FILE ASSIGN TO ICSLEG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ICSLEG-KEY
                  FILE STATUS   IS ICSLEG-STATUS.

           SELECT ICSPOS-FILE ASSIGN TO ICSPOS
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ICSPOS-KEY
                  FILE STATUS   IS ICSPOS-STATUS.

           SELECT ICS01-CONTROL ASSIGN TO ICS01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ICS01CTL-STATUS.

           SELECT ICS01-PARMCARD ASSIGN TO ICS01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ICS01PM-STATUS.

           SELECT ICS01-JOURNAL ASSIGN TO ICSJRNL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ICSJRNL-STATUS.

           SELECT ICS01-REPORT ASSIGN TO ICS01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ICS01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEDATCLT-FILE.
           COPY "filedatclt.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

      * One card per entity: the GL accounts its side of an
      * intercompany settlement is journaled to.
       FD  ICS01-MAP.
       01  ICSMAP-REC.
           05  ICSMAP-ENTITY            PIC X(3).
           05  FILLER                   PIC X.
           05  ICSMAP-CLEARING-ACCT     PIC X(8).
           05  FILLER                   PIC X.
           05  ICSMAP-DUE-TO-ACCT       PIC X(8).
           05  FILLER                   PIC X.
           05  ICSMAP-DUE-FROM-ACCT     PIC X(8).
           05  FILLER                   PIC X(50).

       FD  ICSLEG-FILE.
           COPY "icsleg.cpy".

       FD  ICSPOS-FILE.
           COPY "icspos.cpy".

       FD  ICS01-CONTROL.
       01  ICS01-CONTROL-REC.
           05  ICSCTL-LAST-RUN-DATE     PIC 9(8).
           05  FILLER                   PIC X(72).

       FD  ICS01-PARMCARD.
       01  ICS01PM-REC.
           05  ICS01PM-SETTLE-FLAG      PIC X.
           05  FILLER                   PIC X(79).

      * Same upload layout GLX01 writes on GLJRNL.
       FD  ICS01-JOURNAL.
       01  ICS01-JOURNAL-REC.
           05  JRN-GL-ACCT              PIC X(8).
           05  FILLER                   PIC X.
           05  JRN-DC-FLAG              PIC X.
           05  FILLER                   PIC X.
           05  JRN-AMOUNT               PIC 9(11)V99.
           05  FILLER                   PIC X.
           05  JRN-DATE                 PIC 9(8).
           05  FILLER                   PIC X.
           05  JRN-REFERENCE            PIC X(14).
           05  FILLER                   PIC X(32).

       FD  ICS01-REPORT.
       01  ICS01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==FILEDATCLT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ICSLEG==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ICSPOS==.

       01  FILEDATCLT-STATUS.
           05  FILEDATCLT-STATUS-L      PIC X.
           05  FILEDATCLT-STATUS-R      PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ICSMAP-STATUS.
           05  ICSMAP-STATUS-L          PIC X.
           05  ICSMAP-STATUS-R          PIC X.
       01  ICSLEG-STATUS.
           05  ICSLEG-STATUS-L          PIC X.
           05  ICSLEG-STATUS-R          PIC X.
       01  ICSPOS-STATUS.
           05  ICSPOS-STATUS-L          PIC X.
           05  ICSPOS-STATUS-R          PIC X.
       01  ICS01CTL-STATUS.
           05  ICS01CTL-STATUS-L        PIC X.
           05  ICS01CTL-STATUS-R        PIC X.
       01  ICS01PM-STATUS.
           05  ICS01PM-STATUS-L         PIC X.
           05  ICS01PM-STATUS-R         PIC X.
       01  ICSJRNL-STATUS.
           05  ICSJRNL-STATUS-L         PIC X.
           05  ICSJRNL-STATUS-R         PIC X.
       01  ICS01RPT-STATUS.
           05  ICS01RPT-STATUS-L        PIC X.
           05  ICS01RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  SETTLE-SW                    PIC X       VALUE 'N'.
           88  SETTLEMENT-NIGHT                      VALUE 'Y'.
       01  ALREADY-RUN-SW               PIC X       VALUE 'N'.
           88  ALREADY-RUN                           VALUE 'Y'.
       01  FILES-READY-SW               PIC X       VALUE 'N'.
           88  FILES-READY                           VALUE 'Y'.

      * Serial-day arithmetic comes from the shared DATESER
      * subroutine so every program ages dates the same way.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  BUSINESS-DATE-SERIAL         PIC S9(9)   COMP.
       01  DAYS-WAITING                 PIC S9(9)   COMP.
       01  DAYS-WAITING-EDIT            PIC ZZZZ9.

      * Settlement accounts per entity from ICSMAP.
       01  MAP-COUNT                    PIC 99      VALUE 0.
       01  MAP-TABLE.
           05  MAP-ENTRY OCCURS 10 TIMES.
               10  MAP-ENTITY           PIC X(3).
               10  MAP-CLEARING-ACCT    PIC X(8).
               10  MAP-DUE-TO-ACCT      PIC X(8).
               10  MAP-DUE-FROM-ACCT    PIC X(8).
       01  MAP-IDX                      PIC 99.
       01  LOW-MAP-IDX                  PIC 99.
       01  HIGH-MAP-IDX                 PIC 99.
       01  LOOKUP-ENTITY                PIC X(3).
       01  MAP-FOUND-IDX                PIC 99.

      * Tonight's legs from FILEDATVAL.
       01  LEG-COUNT                    PIC 9(4)    VALUE 0.
       01  LEG-TABLE.
           05  LEG-ENTRY OCCURS 1000 TIMES.
               10  LEG-XFER-REF         PIC X(16).
               10  LEG-VALUE-DATE       PIC 9(8).
               10  LEG-ACCT-NBR         PIC X(10).
               10  LEG-ENTITY           PIC X(3).
               10  LEG-AMOUNT           PIC S9(9)V99.
               10  LEG-REC-TYPE         PIC X(2).
               10  LEG-PAIRED-SW        PIC X.
       01  LEG-IDX                      PIC 9(4).
       01  PARTNER-IDX                  PIC 9(4).
       01  PARTNER-FOUND-SW             PIC X.
           88  PARTNER-FOUND                         VALUE 'Y'.
       01  WAITING-DONE-SW              PIC X.

      * The two legs of the pair in hand.
       01  LEG-A-ACCT                   PIC X(10).
       01  LEG-A-ENTITY                 PIC X(3).
       01  LEG-A-AMOUNT                 PIC S9(9)V99.
       01  LEG-B-ACCT                   PIC X(10).
       01  LEG-B-ENTITY                 PIC X(3).
       01  LEG-B-AMOUNT                 PIC S9(9)V99.
       01  PAIR-XFER-REF                PIC X(16).
       01  PAIR-DIFFERENCE              PIC S9(9)V99.
       01  LOW-ENTITY                   PIC X(3).
       01  HIGH-ENTITY                  PIC X(3).
       01  LOW-LEG-AMOUNT               PIC S9(9)V99.

      * Tonight's net per entity pair, lower entity first;
      * positive is what the lower entity owes the higher.
       01  PAIR-COUNT                   PIC 99      VALUE 0.
       01  PAIR-TABLE.
           05  PAIR-ENTRY OCCURS 45 TIMES.
               10  PAIR-LOW-ENTITY      PIC X(3).
               10  PAIR-HIGH-ENTITY     PIC X(3).
               10  PAIR-NET             PIC S9(13)V99.
               10  PAIR-TRANSFERS       PIC 9(7).
       01  PAIR-IDX                     PIC 99.
       01  PAIR-FOUND-IDX               PIC 99.

      * The journal lines for one entity's side of a settlement.
       01  POSTING-ENTITY               PIC X(3).
       01  PARTNER-ENTITY               PIC X(3).
       01  DEBIT-ACCT                   PIC X(8).
       01  CREDIT-ACCT                  PIC X(8).
       01  SETTLE-AMOUNT                PIC 9(13)V99.

       01  MASKED-ACCT                  PIC X(10).
       01  MASKED-PARTNER               PIC X(10).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  EDITED-NET                   PIC -(13)9.99.

       01  LEGS-READ                    PIC 9(6)    VALUE 0.
       01  LEGS-OVERFLOWED              PIC 9(6)    VALUE 0.
       01  PAIRS-MATCHED                PIC 9(6)    VALUE 0.
       01  SAME-ENTITY-PAIRS            PIC 9(6)    VALUE 0.
       01  CROSS-ENTITY-PAIRS           PIC 9(6)    VALUE 0.
       01  MISMATCHED-PAIRS             PIC 9(6)    VALUE 0.
       01  LEGS-NOW-WAITING             PIC 9(6)    VALUE 0.
       01  PARTNERS-OVERDUE             PIC 9(6)    VALUE 0.
       01  UNMAPPED-PAIRS               PIC 9(6)    VALUE 0.
       01  JOURNAL-LINES                PIC 9(6)    VALUE 0.
       01  JOURNAL-DEBITS               PIC 9(13)V99 VALUE 0.
       01  JOURNAL-CREDITS              PIC 9(13)V99 VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "ICS01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO BUSINESS-DATE-SERIAL.
           PERFORM GET-PARM-CARD.
           PERFORM CHECK-ALREADY-RUN.
           IF ALREADY-RUN
               DISPLAY "ICS01: business date " BUSINESS-DATE-NUM
                       " already settled - nothing done"
               MOVE 4 TO RUN-SEVERITY
           ELSE
               PERFORM LOAD-MAP-CARDS
               PERFORM OPEN-THE-FILES
               IF FILES-READY
                   PERFORM GATHER-TONIGHTS-LEGS
                   PERFORM PAIR-THE-LEGS
                   PERFORM WRITE-SETTLEMENT-ENTRIES
                   PERFORM CARRY-THE-POSITIONS
                   PERFORM LIST-THE-POSITIONS
                   PERFORM LIST-WAITING-LEGS
                   PERFORM RECORD-THIS-RUN
               END-IF
               PERFORM WRITE-RUN-TOTALS
               PERFORM CLOSE-THE-FILES
           END-IF.
           DISPLAY "ICS01: transfer legs read=   " LEGS-READ.
           DISPLAY "ICS01: pairs across entities= "
                   CROSS-ENTITY-PAIRS.
           DISPLAY "ICS01: legs waiting=         " LEGS-NOW-WAITING.
           DISPLAY "ICS01: partners overdue=     " PARTNERS-OVERDUE.
           IF PARTNERS-OVERDUE > 0 OR MISMATCHED-PAIRS > 0
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           END-IF.
           CALL "DAYLOG" USING "ICS01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT ICS01-PARMCARD.
           IF ICS01PM-STATUS = "00"
               READ ICS01-PARMCARD
                   AT END MOVE "10" TO ICS01PM-STATUS
               END-READ
               IF ICS01PM-STATUS = "00" AND
                  ICS01PM-SETTLE-FLAG = 'S'
                   MOVE 'Y' TO SETTLE-SW
               END-IF
               CLOSE ICS01-PARMCARD
           END-IF.
           IF SETTLEMENT-NIGHT
               DISPLAY "ICS01: settlement night - positions settle "
                       "and restart from zero"
           END-IF.

       CHECK-ALREADY-RUN.
           MOVE 'N' TO ALREADY-RUN-SW.
           OPEN INPUT ICS01-CONTROL.
           IF ICS01CTL-STATUS = "00"
               READ ICS01-CONTROL
                   AT END MOVE "10" TO ICS01CTL-STATUS
               END-READ
               IF ICS01CTL-STATUS = "00" AND
                  ICSCTL-LAST-RUN-DATE IS NUMERIC AND
                  ICSCTL-LAST-RUN-DATE >= BUSINESS-DATE-NUM
                   MOVE 'Y' TO ALREADY-RUN-SW
               END-IF
               CLOSE ICS01-CONTROL
           END-IF.

       LOAD-MAP-CARDS.
           OPEN INPUT ICS01-MAP.
           IF ICSMAP-STATUS = "00"
               PERFORM UNTIL ICSMAP-STATUS NOT = "00"
                   READ ICS01-MAP
                       AT END MOVE "10" TO ICSMAP-STATUS
                   END-READ
                   IF ICSMAP-STATUS = "00"
                       IF MAP-COUNT < 10
                           ADD 1 TO MAP-COUNT
                           MOVE ICSMAP-ENTITY TO
                                MAP-ENTITY (MAP-COUNT)
                           MOVE ICSMAP-CLEARING-ACCT TO
                                MAP-CLEARING-ACCT (MAP-COUNT)
                           MOVE ICSMAP-DUE-TO-ACCT TO
                                MAP-DUE-TO-ACCT (MAP-COUNT)
                           MOVE ICSMAP-DUE-FROM-ACCT TO
                                MAP-DUE-FROM-ACCT (MAP-COUNT)
                       ELSE
                           DISPLAY "ICS01: map table full - "
                                   "card ignored"
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ICS01-MAP
           ELSE
               DISPLAY "ICS01: OPEN ICS01-MAP - status "
                       ICSMAP-STATUS
           END-IF.
           DISPLAY "ICS01: entity settlement cards= " MAP-COUNT.

      * First-ever run: no waiting-leg or position file yet, so
      * empty ones are built, the way MST01 starts ACCTMST.
       OPEN-THE-FILES.
           MOVE 'Y' TO FILES-READY-SW.
           OPEN INPUT FILEDATCLT-FILE.
           IF FILEDATCLT-STATUS NOT = "00"
               DISPLAY "ICS01: OPEN FILEDATCLT-FILE - status "
                       FILEDATCLT-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO FILEDATCLT-OPEN-FLAG
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "ICS01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'N' TO FILES-READY-SW
           END-IF.
           OPEN I-O ICSLEG-FILE.
           IF ICSLEG-STATUS = "35"
               OPEN OUTPUT ICSLEG-FILE
               CLOSE ICSLEG-FILE
               OPEN I-O ICSLEG-FILE
           END-IF.
           IF ICSLEG-STATUS NOT = "00"
               DISPLAY "ICS01: OPEN ICSLEG-FILE - status "
                       ICSLEG-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO ICSLEG-OPEN-FLAG
           END-IF.
           OPEN I-O ICSPOS-FILE.
           IF ICSPOS-STATUS = "35"
               OPEN OUTPUT ICSPOS-FILE
               CLOSE ICSPOS-FILE
               OPEN I-O ICSPOS-FILE
           END-IF.
           IF ICSPOS-STATUS NOT = "00"
               DISPLAY "ICS01: OPEN ICSPOS-FILE - status "
                       ICSPOS-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO ICSPOS-OPEN-FLAG
           END-IF.
           OPEN OUTPUT ICS01-JOURNAL.
           IF ICSJRNL-STATUS NOT = "00"
               DISPLAY "ICS01: OPEN ICS01-JOURNAL - status "
                       ICSJRNL-STATUS
               MOVE 'N' TO FILES-READY-SW
           END-IF.
           IF NOT FILES-READY
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN OUTPUT ICS01-REPORT.
           IF ICS01RPT-STATUS NOT = "00"
               DISPLAY "ICS01: OPEN ICS01-REPORT - status "
                       ICS01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE SPACES TO ICS01-REPORT-LINE
               STRING "INTERCOMPANY SETTLEMENT FOR BUSINESS DATE "
                      BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE SPACES TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE "TRANSFERS PAIRED TONIGHT" TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
           END-IF.

      * A leg that will not fit in the table waits on ICSLEG
      * like any other, so it is paired on a later night rather
      * than lost.
       GATHER-TONIGHTS-LEGS.
           PERFORM UNTIL FILEDATCLT-EOF-YES
               READ FILEDATCLT-FILE
                   AT END MOVE 'Y' TO FILEDATCLT-EOF
               END-READ
               IF NOT FILEDATCLT-EOF-YES AND
                  NOT FILEDATCLT-CONTROL-REC AND
                  FILEDATCLT-XFER-REF NOT = SPACES
                   ADD 1 TO LEGS-READ
                   PERFORM NOTE-ONE-LEG
               END-IF
           END-PERFORM.

       PAIR-THE-LEGS.
           PERFORM VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > LEG-COUNT
               IF LEG-PAIRED-SW (LEG-IDX) = 'N'
                   PERFORM PAIR-ONE-LEG
               END-IF
           END-PERFORM.
           IF PAIRS-MATCHED = 0 AND ICS01RPT-STATUS = "00"
               MOVE "  (none)" TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
           END-IF.

       WRITE-SETTLEMENT-ENTRIES.
           IF ICS01RPT-STATUS = "00"
               MOVE SPACES TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE "SETTLEMENT ENTRIES JOURNALED" TO
                    ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
           END-IF.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               IF PAIR-NET (PAIR-IDX) NOT = 0
                   PERFORM JOURNAL-ONE-PAIR THRU
                       JOURNAL-ONE-PAIR-EXIT
               END-IF
           END-PERFORM.
           IF JOURNAL-LINES = 0 AND ICS01RPT-STATUS = "00"
               MOVE "  (none)" TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
           END-IF.

       CARRY-THE-POSITIONS.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               PERFORM CARRY-ONE-POSITION
           END-PERFORM.

      * Every position on file, moved tonight or not; on the
      * settlement night each is settled and restarted.
       LIST-THE-POSITIONS.
           IF ICS01RPT-STATUS = "00"
               MOVE SPACES TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               IF SETTLEMENT-NIGHT
                   MOVE "NET POSITIONS SETTLED TONIGHT" TO
                        ICS01-REPORT-LINE
               ELSE
                   MOVE "NET POSITIONS CARRIED FORWARD" TO
                        ICS01-REPORT-LINE
               END-IF
               WRITE ICS01-REPORT-LINE
           END-IF.
           MOVE LOW-VALUES TO ICSPOS-KEY.
           START ICSPOS-FILE
               KEY IS NOT LESS THAN ICSPOS-KEY
               INVALID KEY
                   MOVE 'Y' TO ICSPOS-EOF
           END-START.
           PERFORM UNTIL ICSPOS-EOF-YES
               READ ICSPOS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ICSPOS-EOF
               END-READ
               IF NOT ICSPOS-EOF-YES
                   PERFORM WRITE-POSITION-LINE
                   IF SETTLEMENT-NIGHT
                       PERFORM SETTLE-ONE-POSITION
                   END-IF
               END-IF
           END-PERFORM.

       LIST-WAITING-LEGS.
           IF ICS01RPT-STATUS = "00"
               MOVE SPACES TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE "LEGS WAITING FOR THEIR PARTNER" TO
                    ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
           END-IF.
           MOVE LOW-VALUES TO ICSLEG-KEY.
           START ICSLEG-FILE
               KEY IS NOT LESS THAN ICSLEG-KEY
               INVALID KEY
                   MOVE 'Y' TO ICSLEG-EOF
           END-START.
           PERFORM UNTIL ICSLEG-EOF-YES
               READ ICSLEG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ICSLEG-EOF
               END-READ
               IF NOT ICSLEG-EOF-YES
                   ADD 1 TO LEGS-NOW-WAITING
                   PERFORM WRITE-WAITING-LINE
               END-IF
           END-PERFORM.
           IF LEGS-NOW-WAITING = 0 AND ICS01RPT-STATUS = "00"
               MOVE "  (none)" TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
           END-IF.

       RECORD-THIS-RUN.
           OPEN OUTPUT ICS01-CONTROL.
           IF ICS01CTL-STATUS = "00"
               MOVE SPACES TO ICS01-CONTROL-REC
               MOVE BUSINESS-DATE-NUM TO ICSCTL-LAST-RUN-DATE
               WRITE ICS01-CONTROL-REC
               CLOSE ICS01-CONTROL
           END-IF.

       WRITE-RUN-TOTALS.
           IF ICS01RPT-STATUS = "00"
               MOVE SPACES TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE SPACES TO ICS01-REPORT-LINE
               STRING "Legs read is= " LEGS-READ
                      "  Pairs is= " PAIRS-MATCHED
                      "  Across entities is= " CROSS-ENTITY-PAIRS
                   DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE SPACES TO ICS01-REPORT-LINE
               STRING "Same entity is= " SAME-ENTITY-PAIRS
                      "  Not netting to zero is= " MISMATCHED-PAIRS
                   DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE SPACES TO ICS01-REPORT-LINE
               STRING "Legs waiting is= " LEGS-NOW-WAITING
                      "  Partner overdue is= " PARTNERS-OVERDUE
                   DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE JOURNAL-DEBITS TO EDITED-NET
               MOVE SPACES TO ICS01-REPORT-LINE
               STRING "Journal lines is= " JOURNAL-LINES
                      "  Debits is= " EDITED-NET
                   DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               MOVE JOURNAL-CREDITS TO EDITED-NET
               MOVE SPACES TO ICS01-REPORT-LINE
               STRING "                         Credits is= "
                      EDITED-NET
                   DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               IF UNMAPPED-PAIRS > 0
                   MOVE SPACES TO ICS01-REPORT-LINE
                   STRING "*** " UNMAPPED-PAIRS " ENTITY PAIR(S) "
                          "NOT JOURNALED - NO ICSMAP CARD ***"
                       DELIMITED BY SIZE INTO ICS01-REPORT-LINE
                   WRITE ICS01-REPORT-LINE
               END-IF
               IF LEGS-OVERFLOWED > 0
                   MOVE SPACES TO ICS01-REPORT-LINE
                   STRING "*** " LEGS-OVERFLOWED " LEG(S) OVER THE "
                          "TABLE - LEFT WAITING FOR TOMORROW ***"
                       DELIMITED BY SIZE INTO ICS01-REPORT-LINE
                   WRITE ICS01-REPORT-LINE
               END-IF
           END-IF.

       CLOSE-THE-FILES.
           IF FILEDATCLT-OPEN-FLAG = 'O'
               CLOSE FILEDATCLT-FILE
           END-IF.
           IF ACCTMST-STATUS = "00"
               CLOSE ACCTMST-FILE
           END-IF.
           IF ICSLEG-OPEN-FLAG = 'O'
               CLOSE ICSLEG-FILE
           END-IF.
           IF ICSPOS-OPEN-FLAG = 'O'
               CLOSE ICSPOS-FILE
           END-IF.
           IF ICSJRNL-STATUS = "00"
               CLOSE ICS01-JOURNAL
           END-IF.
           IF ICS01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
               CLOSE ICS01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       NOTE-ONE-LEG.
           MOVE FILEDATCLT-ACCT-NBR TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE FILEDATCLT-ENTITY TO ACCTMST-ENTITY
           END-READ.
           IF LEG-COUNT < 1000
               ADD 1 TO LEG-COUNT
               MOVE FILEDATCLT-XFER-REF TO LEG-XFER-REF (LEG-COUNT)
               MOVE FILEDATCLT-DATE TO LEG-VALUE-DATE (LEG-COUNT)
               MOVE FILEDATCLT-ACCT-NBR TO LEG-ACCT-NBR (LEG-COUNT)
               MOVE ACCTMST-ENTITY TO LEG-ENTITY (LEG-COUNT)
               MOVE FILEDATCLT-AMOUNT TO LEG-AMOUNT (LEG-COUNT)
               MOVE FILEDATCLT-REC-TYPE TO LEG-REC-TYPE (LEG-COUNT)
               MOVE 'N' TO LEG-PAIRED-SW (LEG-COUNT)
           ELSE
               ADD 1 TO LEGS-OVERFLOWED
               MOVE SPACES TO ICSLEG-REC
               MOVE FILEDATCLT-XFER-REF TO ICSLEG-XFER-REF
               MOVE FILEDATCLT-DATE TO ICSLEG-VALUE-DATE
               MOVE FILEDATCLT-ACCT-NBR TO ICSLEG-ACCT-NBR
               MOVE ACCTMST-ENTITY TO ICSLEG-ENTITY
               MOVE FILEDATCLT-AMOUNT TO ICSLEG-AMOUNT
               MOVE FILEDATCLT-REC-TYPE TO ICSLEG-REC-TYPE
               MOVE BUSINESS-DATE-NUM TO ICSLEG-FIRST-SEEN
               WRITE ICSLEG-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      * Partner first among tonight's legs, then among the legs
      * left waiting on earlier nights; failing both, this leg
      * waits in turn.
       PAIR-ONE-LEG.
           MOVE 'Y' TO LEG-PAIRED-SW (LEG-IDX).
           MOVE LEG-XFER-REF (LEG-IDX) TO PAIR-XFER-REF.
           MOVE LEG-ACCT-NBR (LEG-IDX) TO LEG-A-ACCT.
           MOVE LEG-ENTITY (LEG-IDX) TO LEG-A-ENTITY.
           MOVE LEG-AMOUNT (LEG-IDX) TO LEG-A-AMOUNT.
           MOVE 'N' TO PARTNER-FOUND-SW.
           PERFORM VARYING PARTNER-IDX FROM LEG-IDX BY 1
                   UNTIL PARTNER-IDX > LEG-COUNT OR PARTNER-FOUND
               IF LEG-PAIRED-SW (PARTNER-IDX) = 'N' AND
                  LEG-XFER-REF (PARTNER-IDX) = PAIR-XFER-REF AND
                  LEG-VALUE-DATE (PARTNER-IDX) =
                      LEG-VALUE-DATE (LEG-IDX) AND
                  LEG-ACCT-NBR (PARTNER-IDX) NOT = LEG-A-ACCT
                   MOVE 'Y' TO PARTNER-FOUND-SW
                   MOVE 'Y' TO LEG-PAIRED-SW (PARTNER-IDX)
                   MOVE LEG-ACCT-NBR (PARTNER-IDX) TO LEG-B-ACCT
                   MOVE LEG-ENTITY (PARTNER-IDX) TO LEG-B-ENTITY
                   MOVE LEG-AMOUNT (PARTNER-IDX) TO LEG-B-AMOUNT
               END-IF
           END-PERFORM.
           IF NOT PARTNER-FOUND
               PERFORM FIND-WAITING-PARTNER
           END-IF.
           IF PARTNER-FOUND
               PERFORM SETTLE-ONE-PAIR THRU SETTLE-ONE-PAIR-EXIT
           ELSE
               PERFORM STORE-WAITING-LEG
           END-IF.

       FIND-WAITING-PARTNER.
           MOVE PAIR-XFER-REF TO ICSLEG-XFER-REF.
           MOVE LEG-VALUE-DATE (LEG-IDX) TO ICSLEG-VALUE-DATE.
           MOVE LOW-VALUES TO ICSLEG-ACCT-NBR.
           MOVE 'N' TO WAITING-DONE-SW.
           START ICSLEG-FILE
               KEY IS NOT LESS THAN ICSLEG-KEY
               INVALID KEY
                   MOVE 'Y' TO WAITING-DONE-SW
           END-START.
           PERFORM UNTIL WAITING-DONE-SW = 'Y' OR PARTNER-FOUND
               READ ICSLEG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WAITING-DONE-SW
               END-READ
               IF WAITING-DONE-SW = 'N'
                   IF ICSLEG-XFER-REF NOT = PAIR-XFER-REF OR
                      ICSLEG-VALUE-DATE NOT = LEG-VALUE-DATE (LEG-IDX)
                       MOVE 'Y' TO WAITING-DONE-SW
                   ELSE
                       IF ICSLEG-ACCT-NBR NOT = LEG-A-ACCT
                           MOVE 'Y' TO PARTNER-FOUND-SW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF PARTNER-FOUND
               MOVE ICSLEG-ACCT-NBR TO LEG-B-ACCT
               MOVE ICSLEG-ENTITY TO LEG-B-ENTITY
               MOVE ICSLEG-AMOUNT TO LEG-B-AMOUNT
               DELETE ICSLEG-FILE
                   INVALID KEY
                       DISPLAY "ICS01: DELETE ICSLEG-FILE - status "
                               ICSLEG-STATUS
               END-DELETE
           END-IF.

       STORE-WAITING-LEG.
           MOVE SPACES TO ICSLEG-REC.
           MOVE PAIR-XFER-REF TO ICSLEG-XFER-REF.
           MOVE LEG-VALUE-DATE (LEG-IDX) TO ICSLEG-VALUE-DATE.
           MOVE LEG-A-ACCT TO ICSLEG-ACCT-NBR.
           MOVE LEG-A-ENTITY TO ICSLEG-ENTITY.
           MOVE LEG-A-AMOUNT TO ICSLEG-AMOUNT.
           MOVE LEG-REC-TYPE (LEG-IDX) TO ICSLEG-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO ICSLEG-FIRST-SEEN.
           WRITE ICSLEG-REC
               INVALID KEY
                   DISPLAY "ICS01: WRITE ICSLEG-FILE - status "
                           ICSLEG-STATUS
           END-WRITE.

      * Legs that do not net to zero are not a transfer anyone
      * can settle; legs inside one entity need no settlement.
       SETTLE-ONE-PAIR.
           ADD 1 TO PAIRS-MATCHED.
           CALL "MASKACCT" USING LEG-A-ACCT MASKED-ACCT.
           CALL "MASKACCT" USING LEG-B-ACCT MASKED-PARTNER.
           COMPUTE PAIR-DIFFERENCE = LEG-A-AMOUNT + LEG-B-AMOUNT.
           IF PAIR-DIFFERENCE NOT = 0
               ADD 1 TO MISMATCHED-PAIRS
               MOVE PAIR-DIFFERENCE TO EDITED-AMOUNT
               IF ICS01RPT-STATUS = "00"
                   MOVE SPACES TO ICS01-REPORT-LINE
                   STRING "  " PAIR-XFER-REF " " MASKED-ACCT " "
                          MASKED-PARTNER " DO NOT NET - OFF BY "
                          EDITED-AMOUNT
                       DELIMITED BY SIZE INTO ICS01-REPORT-LINE
                   WRITE ICS01-REPORT-LINE
               END-IF
               GO TO SETTLE-ONE-PAIR-EXIT
           END-IF.
           IF LEG-A-ENTITY = LEG-B-ENTITY
               ADD 1 TO SAME-ENTITY-PAIRS
               GO TO SETTLE-ONE-PAIR-EXIT
           END-IF.
           ADD 1 TO CROSS-ENTITY-PAIRS.
           IF LEG-A-ENTITY < LEG-B-ENTITY
               MOVE LEG-A-ENTITY TO LOW-ENTITY
               MOVE LEG-B-ENTITY TO HIGH-ENTITY
               MOVE LEG-A-AMOUNT TO LOW-LEG-AMOUNT
           ELSE
               MOVE LEG-B-ENTITY TO LOW-ENTITY
               MOVE LEG-A-ENTITY TO HIGH-ENTITY
               MOVE LEG-B-AMOUNT TO LOW-LEG-AMOUNT
           END-IF.
           PERFORM FIND-PAIR-ENTRY.
           IF PAIR-FOUND-IDX > 0
      * Money leaving the lower entity's customer is owed by
      * the lower entity to the higher.
               SUBTRACT LOW-LEG-AMOUNT FROM PAIR-NET (PAIR-FOUND-IDX)
               ADD 1 TO PAIR-TRANSFERS (PAIR-FOUND-IDX)
           END-IF.
           IF ICS01RPT-STATUS = "00"
               MOVE LEG-A-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO ICS01-REPORT-LINE
               STRING "  " PAIR-XFER-REF " " MASKED-ACCT " "
                      LEG-A-ENTITY " " MASKED-PARTNER " "
                      LEG-B-ENTITY " " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
           END-IF.
       SETTLE-ONE-PAIR-EXIT.
           EXIT.

       FIND-PAIR-ENTRY.
           MOVE 0 TO PAIR-FOUND-IDX.
           PERFORM VARYING PAIR-IDX FROM 1 BY 1
                   UNTIL PAIR-IDX > PAIR-COUNT
               IF PAIR-LOW-ENTITY (PAIR-IDX) = LOW-ENTITY AND
                  PAIR-HIGH-ENTITY (PAIR-IDX) = HIGH-ENTITY
                   MOVE PAIR-IDX TO PAIR-FOUND-IDX
               END-IF
           END-PERFORM.
           IF PAIR-FOUND-IDX = 0
               IF PAIR-COUNT < 45
                   ADD 1 TO PAIR-COUNT
                   MOVE PAIR-COUNT TO PAIR-FOUND-IDX
                   MOVE LOW-ENTITY TO PAIR-LOW-ENTITY (PAIR-COUNT)
                   MOVE HIGH-ENTITY TO PAIR-HIGH-ENTITY (PAIR-COUNT)
                   MOVE 0 TO PAIR-NET (PAIR-COUNT)
                   MOVE 0 TO PAIR-TRANSFERS (PAIR-COUNT)
               ELSE
                   DISPLAY "ICS01: *** ENTITY PAIR TABLE FULL ***"
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.

      * The entity that owes credits its due-to account; the
      * entity that is owed debits its due-from account; each
      * side's other line is its clearing account.
       JOURNAL-ONE-PAIR.
           MOVE PAIR-LOW-ENTITY (PAIR-IDX) TO LOOKUP-ENTITY.
           PERFORM FIND-MAP-ENTRY.
           MOVE MAP-FOUND-IDX TO LOW-MAP-IDX.
           MOVE PAIR-HIGH-ENTITY (PAIR-IDX) TO LOOKUP-ENTITY.
           PERFORM FIND-MAP-ENTRY.
           MOVE MAP-FOUND-IDX TO HIGH-MAP-IDX.
           IF LOW-MAP-IDX = 0 OR HIGH-MAP-IDX = 0
               ADD 1 TO UNMAPPED-PAIRS
               MOVE 16 TO RUN-SEVERITY
               IF ICS01RPT-STATUS = "00"
                   MOVE SPACES TO ICS01-REPORT-LINE
                   STRING "  " PAIR-LOW-ENTITY (PAIR-IDX) "/"
                          PAIR-HIGH-ENTITY (PAIR-IDX)
                          " NOT JOURNALED - NO ICSMAP CARD"
                       DELIMITED BY SIZE INTO ICS01-REPORT-LINE
                   WRITE ICS01-REPORT-LINE
               END-IF
               GO TO JOURNAL-ONE-PAIR-EXIT
           END-IF.
           IF PAIR-NET (PAIR-IDX) > 0
               COMPUTE SETTLE-AMOUNT = PAIR-NET (PAIR-IDX)
               MOVE PAIR-LOW-ENTITY (PAIR-IDX) TO POSTING-ENTITY
               MOVE PAIR-HIGH-ENTITY (PAIR-IDX) TO PARTNER-ENTITY
               MOVE MAP-CLEARING-ACCT (LOW-MAP-IDX) TO DEBIT-ACCT
               MOVE MAP-DUE-TO-ACCT (LOW-MAP-IDX) TO CREDIT-ACCT
               PERFORM WRITE-JOURNAL-PAIR
               MOVE PAIR-HIGH-ENTITY (PAIR-IDX) TO POSTING-ENTITY
               MOVE PAIR-LOW-ENTITY (PAIR-IDX) TO PARTNER-ENTITY
               MOVE MAP-DUE-FROM-ACCT (HIGH-MAP-IDX) TO DEBIT-ACCT
               MOVE MAP-CLEARING-ACCT (HIGH-MAP-IDX) TO CREDIT-ACCT
               PERFORM WRITE-JOURNAL-PAIR
           ELSE
               COMPUTE SETTLE-AMOUNT = 0 - PAIR-NET (PAIR-IDX)
               MOVE PAIR-HIGH-ENTITY (PAIR-IDX) TO POSTING-ENTITY
               MOVE PAIR-LOW-ENTITY (PAIR-IDX) TO PARTNER-ENTITY
               MOVE MAP-CLEARING-ACCT (HIGH-MAP-IDX) TO DEBIT-ACCT
               MOVE MAP-DUE-TO-ACCT (HIGH-MAP-IDX) TO CREDIT-ACCT
               PERFORM WRITE-JOURNAL-PAIR
               MOVE PAIR-LOW-ENTITY (PAIR-IDX) TO POSTING-ENTITY
               MOVE PAIR-HIGH-ENTITY (PAIR-IDX) TO PARTNER-ENTITY
               MOVE MAP-DUE-FROM-ACCT (LOW-MAP-IDX) TO DEBIT-ACCT
               MOVE MAP-CLEARING-ACCT (LOW-MAP-IDX) TO CREDIT-ACCT
               PERFORM WRITE-JOURNAL-PAIR
           END-IF.
       JOURNAL-ONE-PAIR-EXIT.
           EXIT.

       FIND-MAP-ENTRY.
           MOVE 0 TO MAP-FOUND-IDX.
           PERFORM VARYING MAP-IDX FROM 1 BY 1
                   UNTIL MAP-IDX > MAP-COUNT
               IF MAP-ENTITY (MAP-IDX) = LOOKUP-ENTITY
                   MOVE MAP-IDX TO MAP-FOUND-IDX
               END-IF
           END-PERFORM.

      * One balanced debit and credit on one entity's books,
      * referenced with the entity and its partner.
       WRITE-JOURNAL-PAIR.
           MOVE SPACES TO ICS01-JOURNAL-REC.
           MOVE DEBIT-ACCT TO JRN-GL-ACCT.
           MOVE "D" TO JRN-DC-FLAG.
           MOVE SETTLE-AMOUNT TO JRN-AMOUNT.
           MOVE BUSINESS-DATE-NUM TO JRN-DATE.
           STRING "ICS" POSTING-ENTITY "/" PARTNER-ENTITY
               DELIMITED BY SIZE INTO JRN-REFERENCE.
           WRITE ICS01-JOURNAL-REC.
           ADD SETTLE-AMOUNT TO JOURNAL-DEBITS.
           MOVE CREDIT-ACCT TO JRN-GL-ACCT.
           MOVE "C" TO JRN-DC-FLAG.
           WRITE ICS01-JOURNAL-REC.
           ADD SETTLE-AMOUNT TO JOURNAL-CREDITS.
           ADD 2 TO JOURNAL-LINES.
           IF ICS01RPT-STATUS = "00"
               MOVE SETTLE-AMOUNT TO EDITED-NET
               MOVE SPACES TO ICS01-REPORT-LINE
               STRING "  " JRN-REFERENCE " DR " DEBIT-ACCT
                      " CR " CREDIT-ACCT " " EDITED-NET
                   DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               WRITE ICS01-REPORT-LINE
           END-IF.

       CARRY-ONE-POSITION.
           MOVE PAIR-LOW-ENTITY (PAIR-IDX) TO ICSPOS-LOW-ENTITY.
           MOVE PAIR-HIGH-ENTITY (PAIR-IDX) TO ICSPOS-HIGH-ENTITY.
           READ ICSPOS-FILE
               INVALID KEY
                   MOVE SPACES TO ICSPOS-REC
                   MOVE PAIR-LOW-ENTITY (PAIR-IDX) TO
                        ICSPOS-LOW-ENTITY
                   MOVE PAIR-HIGH-ENTITY (PAIR-IDX) TO
                        ICSPOS-HIGH-ENTITY
                   MOVE 0 TO ICSPOS-NET
                   MOVE 0 TO ICSPOS-TRANSFERS
                   MOVE 0 TO ICSPOS-LAST-SETTLED-DATE
                   MOVE 0 TO ICSPOS-LAST-SETTLED-NET
                   ADD PAIR-NET (PAIR-IDX) TO ICSPOS-NET
                   ADD PAIR-TRANSFERS (PAIR-IDX) TO ICSPOS-TRANSFERS
                   MOVE BUSINESS-DATE-NUM TO ICSPOS-LAST-MOVED-DATE
                   WRITE ICSPOS-REC
                       INVALID KEY
                           DISPLAY "ICS01: WRITE ICSPOS-FILE - "
                                   "status " ICSPOS-STATUS
                   END-WRITE
               NOT INVALID KEY
                   ADD PAIR-NET (PAIR-IDX) TO ICSPOS-NET
                   ADD PAIR-TRANSFERS (PAIR-IDX) TO ICSPOS-TRANSFERS
                   MOVE BUSINESS-DATE-NUM TO ICSPOS-LAST-MOVED-DATE
                   REWRITE ICSPOS-REC
                       INVALID KEY
                           DISPLAY "ICS01: REWRITE ICSPOS-FILE - "
                                   "status " ICSPOS-STATUS
                   END-REWRITE
           END-READ.

       WRITE-POSITION-LINE.
           IF ICS01RPT-STATUS = "00"
               MOVE ICSPOS-NET TO EDITED-NET
               MOVE SPACES TO ICS01-REPORT-LINE
               IF ICSPOS-NET < 0
                   STRING "  " ICSPOS-HIGH-ENTITY " OWES "
                          ICSPOS-LOW-ENTITY " "
                       DELIMITED BY SIZE INTO ICS01-REPORT-LINE
                   COMPUTE EDITED-NET = 0 - ICSPOS-NET
               ELSE
                   STRING "  " ICSPOS-LOW-ENTITY " OWES "
                          ICSPOS-HIGH-ENTITY " "
                       DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               END-IF
               MOVE EDITED-NET TO ICS01-REPORT-LINE (16:18)
               MOVE SPACES TO ICS01-REPORT-LINE (35:46)
               STRING "TRANSFERS " ICSPOS-TRANSFERS
                      " SINCE " ICSPOS-LAST-SETTLED-DATE
                   DELIMITED BY SIZE INTO ICS01-REPORT-LINE (35:46)
               WRITE ICS01-REPORT-LINE
           END-IF.

       SETTLE-ONE-POSITION.
           MOVE BUSINESS-DATE-NUM TO ICSPOS-LAST-SETTLED-DATE.
           MOVE ICSPOS-NET TO ICSPOS-LAST-SETTLED-NET.
           MOVE 0 TO ICSPOS-NET.
           MOVE 0 TO ICSPOS-TRANSFERS.
           REWRITE ICSPOS-REC
               INVALID KEY
                   DISPLAY "ICS01: REWRITE ICSPOS-FILE - status "
                           ICSPOS-STATUS
           END-REWRITE.

      * A leg first seen tonight may yet be joined tomorrow; one
      * from an earlier night is a partner that never arrived.
       WRITE-WAITING-LINE.
           MOVE ICSLEG-FIRST-SEEN TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE DAYS-WAITING = BUSINESS-DATE-SERIAL - SERIAL-RESULT.
           IF DAYS-WAITING > 0
               ADD 1 TO PARTNERS-OVERDUE
           END-IF.
           IF ICS01RPT-STATUS = "00"
               CALL "MASKACCT" USING ICSLEG-ACCT-NBR MASKED-ACCT
               MOVE ICSLEG-AMOUNT TO EDITED-AMOUNT
               MOVE DAYS-WAITING TO DAYS-WAITING-EDIT
               MOVE SPACES TO ICS01-REPORT-LINE
               IF DAYS-WAITING > 0
                   STRING "  " ICSLEG-XFER-REF " " MASKED-ACCT " "
                          ICSLEG-ENTITY " " EDITED-AMOUNT
                          " NO PARTNER " DAYS-WAITING-EDIT "D"
                       DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               ELSE
                   STRING "  " ICSLEG-XFER-REF " " MASKED-ACCT " "
                          ICSLEG-ENTITY " " EDITED-AMOUNT
                          " AWAITING"
                       DELIMITED BY SIZE INTO ICS01-REPORT-LINE
               END-IF
               WRITE ICS01-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="ICS01"==.
