       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESC01.
      *--------------------------------------------------
      * UNCLAIMED-PROPERTY (ESCHEATMENT) PIPELINE. DOR01 FLAGS
      * ACCOUNTS QUIET FOR A YEAR, BUT THE STATUTORY PROCESS
      * AFTER THAT - DUE-DILIGENCE LETTER, WAITING PERIOD,
      * REMITTANCE TO THE STATE - WAS ALL DONE BY HAND. ESC01
      * RUNS EACH NIGHT AND CARRIES EVERY DORMANT ACCOUNT
      * THROUGH THOSE STAGES ON THE ESCHEAT STATUS FILE:
      *   AN OPEN ACCOUNT IN CREDIT AND QUIET LONGER THAN THE
      *   DORMANCY THRESHOLD (ESC01PM, DEFAULT 365 DAYS, THE
      *   DOR01 RULE) ENTERS THE PROCESS - ITS DUE-DILIGENCE
      *   LETTER GOES ON THE ESCLTR MAILING LIST, NAMED FROM
      *   ACCTREF, WITH A REPLY-BY DATE THE WAITING PERIOD
      *   (ESC01PM, DEFAULT 90 DAYS) AWAY;
      *   A WAITING ACCOUNT IS STOPPED IF THE CUSTOMER GETS IN
      *   TOUCH (A CARD ON ESCCONT), IF ITS LAST ACTIVITY HAS
      *   MOVED OR TONIGHT'S KEYED FILEDATCLX COPY OR THE GENDLV
      *   DELIVERIES ALREADY WRITTEN FOR THE SAME CNT01 RUN
      *   CARRY A POSTING FOR IT, OR IF IT HAS CLOSED OR EMPTIED;
      *   ONCE THE WAITING PERIOD HAS RUN WITHOUT CONTACT THE
      *   WHOLE BALANCE IS TRANSFERRED OUT WITH AN 'ES' DEBIT,
      *   WRITTEN AS A NORMAL DELIVERY ON ESCFILE - ONE HD/TR
      *   SECTION PER ENTITY UNDER SOURCE ID 'ESCHEAT' - SO
      *   CNT01 PROVES IT AND MST01 ZEROES THE ACCOUNT.
      * RUNS AFTER THE FILEDATCLX LOAD AND AHEAD OF CNT01 - SEE
      * STEP005C IN THE CNT01EOD JOB; ESC02 LISTS THE YEAR'S
      * REMITTANCES PER ENTITY FOR THE STATE FILING.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCHEAT-FILE ASSIGN TO ESCHEAT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ESCHEAT-ACCT-NBR
                  FILE STATUS   IS ESCHEAT-STATUS.

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

      * Tonight's keyed transaction copy: any posting on a
      * waiting account stops it, and each account's highest
      * sequence in use is read from it.
           SELECT FILEDATCLT-INDEXED ASSIGN TO FILEDATCLX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS FILEDATCLT-IDX-KEY
                  FILE STATUS   IS FILEDATCLX-STATUS.

      * The standing-order and sweep deliveries that go into the
      * same CNT01 run but are not on the keyed copy: an item on
      * them is activity too, and their sequences count towards
      * each account's high water.
           SELECT GENERATED-DELIVERIES ASSIGN TO GENDLV
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS GENDLV-STATUS.

           SELECT CONTACT-FILE ASSIGN TO ESCCONT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ESCCONT-STATUS.

           SELECT ESC01-PARMCARD ASSIGN TO ESC01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ESC01PM-STATUS.

           SELECT LETTER-FILE ASSIGN TO ESCLTR
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ESCLTR-STATUS.

           SELECT ESC01-DELIVERY ASSIGN TO ESCFILE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ESCFILE-STATUS.

           SELECT ESC01-REPORT ASSIGN TO ESC01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ESC01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCHEAT-FILE.
           COPY "escheat.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  FILEDATCLT-INDEXED.
           COPY "filedatclx.cpy".

      * Only the key and record type of each delivered item are
      * needed; the layout is FILEDATCLT's.
       FD  GENERATED-DELIVERIES.
       01  GENDLV-REC.
           05  GENDLV-ACCT-NBR          PIC X(10).
           05  GENDLV-SEQ-NBR           PIC 9(4).
           05  FILLER                   PIC X(19).
           05  GENDLV-REC-TYPE          PIC X(2).
           05  FILLER                   PIC X(45).

      * One card per customer who has been in touch about an
      * account in the process, keyed by customer services.
       FD  CONTACT-FILE.
       01  CONTACT-REC.
           05  CONTACT-ACCT-NBR         PIC X(10).
           05  CONTACT-DATE             PIC 9(8).
           05  FILLER                   PIC X(62).

       FD  ESC01-PARMCARD.
       01  ESC01PM-REC.
           05  ESC01PM-DORMANT-DAYS     PIC 9(4).
           05  ESC01PM-WAIT-DAYS        PIC 9(4).

       FD  LETTER-FILE.
           COPY "escltr.cpy".

       FD  ESC01-DELIVERY.
           COPY "filedatclt.cpy".

       FD  ESC01-REPORT.
       01  ESC01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ESCHEAT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTMST==.

       01  ESCHEAT-STATUS.
           05  ESCHEAT-STATUS-L         PIC X.
           05  ESCHEAT-STATUS-R         PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  FILEDATCLX-STATUS.
           05  FILEDATCLX-STATUS-L      PIC X.
           05  FILEDATCLX-STATUS-R      PIC X.
       01  GENDLV-STATUS.
           05  GENDLV-STATUS-L          PIC X.
           05  GENDLV-STATUS-R          PIC X.
       01  ESCCONT-STATUS.
           05  ESCCONT-STATUS-L         PIC X.
           05  ESCCONT-STATUS-R         PIC X.
       01  ESC01PM-STATUS.
           05  ESC01PM-STATUS-L         PIC X.
           05  ESC01PM-STATUS-R         PIC X.
       01  ESCLTR-STATUS.
           05  ESCLTR-STATUS-L          PIC X.
           05  ESCLTR-STATUS-R          PIC X.
       01  ESCFILE-STATUS.
           05  ESCFILE-STATUS-L         PIC X.
           05  ESCFILE-STATUS-R         PIC X.
       01  ESC01RPT-STATUS.
           05  ESC01RPT-STATUS-L        PIC X.
           05  ESC01RPT-STATUS-R        PIC X.

       01  DORMANT-DAYS                 PIC 9(4)    VALUE 365.
       01  WAIT-DAYS                    PIC 9(4)    VALUE 90.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * Serial-day arithmetic comes from the shared DATESER
      * subroutine so every program ages dates the same way.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  BUSINESS-DATE-SERIAL         PIC S9(9)   COMP.
       01  QUIET-DAYS                   PIC S9(9)   COMP.
       01  WAITED-DAYS                  PIC S9(9)   COMP.
       01  QUIET-FROM-DATE              PIC 9(8).

      * Date stepping for the reply-by date. A day is added by
      * bumping the day and letting DATECK say when the month
      * (or year) has rolled.
       01  STEP-DATE-PARTS.
           05  STEP-CCYY                PIC 9(4).
           05  STEP-MM                  PIC 99.
           05  STEP-DD                  PIC 99.
       01  STEP-DATE REDEFINES STEP-DATE-PARTS
                                        PIC 9(8).
       01  STEP-IDX                     PIC 9(4).

      * Linkage fields for the shared DATECK calendar check.
       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

      * Customer contact cards for tonight.
       01  CONTACT-COUNT                PIC 9(3)    VALUE 0.
       01  CONTACT-TABLE.
           05  CONTACT-TBL-ACCT OCCURS 200 TIMES PIC X(10).
       01  CONTACT-IDX                  PIC 9(3).
       01  CONTACT-FOUND-SW             PIC X.
           88  CONTACT-FOUND                         VALUE 'Y'.

      * Each account on the GENDLV deliveries, with the highest
      * sequence it carries there. Full means an account could
      * not be noted, so no remittance can be shown to be safe.
       01  DELIVERED-COUNT              PIC 9(4)    VALUE 0.
       01  DELIVERED-TABLE.
           05  DELIVERED-ENTRY OCCURS 1000 TIMES.
               10  DELIVERED-ACCT       PIC X(10).
               10  DELIVERED-SEQ        PIC 9(4).
       01  DELIVERED-IDX                PIC 9(4).
       01  DELIVERED-SLOT               PIC 9(4).
       01  DELIVERED-PRESENT-SW         PIC X       VALUE 'N'.
           88  DELIVERED-PRESENT                     VALUE 'Y'.
       01  DELIVERED-FULL-SW            PIC X       VALUE 'N'.
           88  DELIVERED-FULL                        VALUE 'Y'.

      * Tonight's remittances, written out one entity section at
      * a time once the review pass is over.
       01  PENDING-COUNT                PIC 9(3)    VALUE 0.
       01  PENDING-TABLE.
           05  PENDING-ENTRY OCCURS 500 TIMES.
               10  PENDING-ACCT-NBR     PIC X(10).
               10  PENDING-AMOUNT       PIC S9(9)V99.
               10  PENDING-ENTITY       PIC X(3).
               10  PENDING-CURRENCY     PIC X(3).
               10  PENDING-SEQ          PIC 9(4).
       01  PENDING-IDX                  PIC 9(3).

       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  ENTITY-TABLE.
           05  ENTITY-CODE OCCURS 10 TIMES  PIC X(3).
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SEEN-SW               PIC X.
       01  CURRENT-ENTITY               PIC X(3).

       01  ESC-READY-SW                 PIC X       VALUE 'N'.
           88  ESC-READY                             VALUE 'Y'.
       01  CLX-PRESENT-SW               PIC X       VALUE 'N'.
           88  CLX-PRESENT                           VALUE 'Y'.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.
       01  MASTER-FOUND-SW              PIC X.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  ACTIVITY-TONIGHT-SW          PIC X.
           88  ACTIVITY-TONIGHT                      VALUE 'Y'.
       01  CASE-FOUND-SW                PIC X.
           88  CASE-FOUND                            VALUE 'Y'.
       01  HIGH-WATER-DONE-SW           PIC X.
       01  CHECK-ACCT                   PIC X(10).
       01  POSTING-SEQ                  PIC 9(4).
       01  STOP-WORDS                   PIC X(16).
       01  ACCOUNT-NAME                 PIC X(30).
       01  SECTION-COUNT                PIC 9(6)    VALUE 0.
       01  SECTION-AMOUNT-TOTAL         PIC S9(9)V99 VALUE 0.
       01  CASES-REVIEWED               PIC 9(6)    VALUE 0.
       01  LETTERS-ISSUED               PIC 9(6)    VALUE 0.
       01  CASES-STOPPED                PIC 9(6)    VALUE 0.
       01  CASES-REMITTED               PIC 9(6)    VALUE 0.
       01  CASES-HELD                   PIC 9(6)    VALUE 0.
       01  REMIT-AMOUNT-TOTAL           PIC S9(11)V99 VALUE 0.
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  QUIET-DAYS-EDIT              PIC 9(5).
       01  MASKED-ACCT                  PIC X(10).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "ESC01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO BUSINESS-DATE-SERIAL.
           PERFORM GET-PARM-CARD.
           PERFORM LOAD-CONTACT-CARDS.
           PERFORM LOAD-THE-DELIVERED-ITEMS.
           PERFORM OPEN-THE-FILES.
           IF ESC-READY
               PERFORM REVIEW-WAITING-CASES
               PERFORM FIND-NEW-DORMANT
               PERFORM WRITE-THE-DELIVERY
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "ESC01: cases reviewed=  " CASES-REVIEWED.
           DISPLAY "ESC01: letters issued=  " LETTERS-ISSUED.
           DISPLAY "ESC01: cases stopped=   " CASES-STOPPED.
           DISPLAY "ESC01: cases remitted=  " CASES-REMITTED.
           IF CASES-HELD > 0
               DISPLAY "ESC01: remittances held= " CASES-HELD
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           CALL "DAYLOG" USING "ESC01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT ESC01-PARMCARD.
           IF ESC01PM-STATUS = "00"
               READ ESC01-PARMCARD
                   AT END MOVE "10" TO ESC01PM-STATUS
               END-READ
               IF ESC01PM-STATUS = "00"
                   IF ESC01PM-DORMANT-DAYS IS NUMERIC AND
                      ESC01PM-DORMANT-DAYS > 0
                       MOVE ESC01PM-DORMANT-DAYS TO DORMANT-DAYS
                   END-IF
                   IF ESC01PM-WAIT-DAYS IS NUMERIC AND
                      ESC01PM-WAIT-DAYS > 0
                       MOVE ESC01PM-WAIT-DAYS TO WAIT-DAYS
                   END-IF
               END-IF
               CLOSE ESC01-PARMCARD
           END-IF.
           DISPLAY "ESC01: dormant threshold days= " DORMANT-DAYS
                   " waiting period days= " WAIT-DAYS.

       LOAD-CONTACT-CARDS.
           MOVE 0 TO CONTACT-COUNT.
           OPEN INPUT CONTACT-FILE.
           IF ESCCONT-STATUS = "00"
               PERFORM UNTIL ESCCONT-STATUS NOT = "00"
                   READ CONTACT-FILE
                       AT END MOVE "10" TO ESCCONT-STATUS
                   END-READ
                   IF ESCCONT-STATUS = "00" AND
                      CONTACT-ACCT-NBR NOT = SPACES
                       IF CONTACT-COUNT < 200
                           ADD 1 TO CONTACT-COUNT
                           MOVE CONTACT-ACCT-NBR TO
                                CONTACT-TBL-ACCT (CONTACT-COUNT)
                       ELSE
                           DISPLAY "ESC01: contact table full - "
                                   "card ignored"
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.
           DISPLAY "ESC01: contact cards loaded= " CONTACT-COUNT.

      * Control records are skipped; every other record notes
      * its account and sequence.
       LOAD-THE-DELIVERED-ITEMS.
           MOVE 0 TO DELIVERED-COUNT.
           OPEN INPUT GENERATED-DELIVERIES.
           IF GENDLV-STATUS = "00"
               MOVE 'Y' TO DELIVERED-PRESENT-SW
               PERFORM UNTIL GENDLV-STATUS NOT = "00"
                   READ GENERATED-DELIVERIES
                       AT END MOVE "10" TO GENDLV-STATUS
                   END-READ
                   IF GENDLV-STATUS = "00" AND
                      GENDLV-REC-TYPE NOT = "HD" AND
                      GENDLV-REC-TYPE NOT = "TR" AND
                      GENDLV-ACCT-NBR NOT = SPACES
                       PERFORM NOTE-ONE-DELIVERED-ITEM
                   END-IF
               END-PERFORM
               CLOSE GENERATED-DELIVERIES
           ELSE
               DISPLAY "ESC01: OPEN GENERATED-DELIVERIES - status "
                       GENDLV-STATUS
                       " - remittances held tonight"
           END-IF.
           DISPLAY "ESC01: accounts on other deliveries= "
                   DELIVERED-COUNT.
           IF DELIVERED-FULL
               DISPLAY "ESC01: other deliveries over 1000 accounts"
                       " - remittances held tonight"
           END-IF.

      * First-ever run: no status file yet, so an empty one is
      * built, the way MST01 starts ACCTMST.
       OPEN-THE-FILES.
           MOVE 'Y' TO ESC-READY-SW.
           OPEN I-O ESCHEAT-FILE.
           IF ESCHEAT-STATUS = "35"
               OPEN OUTPUT ESCHEAT-FILE
               CLOSE ESCHEAT-FILE
               OPEN I-O ESCHEAT-FILE
           END-IF.
           IF ESCHEAT-STATUS NOT = "00"
               DISPLAY "ESC01: OPEN ESCHEAT-FILE - status "
                       ESCHEAT-STATUS
               MOVE 'N' TO ESC-READY-SW
           ELSE
               MOVE 'O' TO ESCHEAT-OPEN-FLAG
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "ESC01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               MOVE 'N' TO ESC-READY-SW
           ELSE
               MOVE 'O' TO ACCTMST-OPEN-FLAG
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           ELSE
               DISPLAY "ESC01: OPEN ACCTREF-FILE - status "
                       ACCTREF-STATUS " - letters go unnamed"
           END-IF.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS = "00"
               MOVE 'Y' TO CLX-PRESENT-SW
           ELSE
               DISPLAY "ESC01: OPEN FILEDATCLT-INDEXED - status "
                       FILEDATCLX-STATUS
                       " - no remittance tonight"
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           IF ESCLTR-STATUS NOT = "00"
               DISPLAY "ESC01: OPEN LETTER-FILE - status "
                       ESCLTR-STATUS
               MOVE 'N' TO ESC-READY-SW
           END-IF.
           OPEN OUTPUT ESC01-DELIVERY.
           IF ESCFILE-STATUS NOT = "00"
               DISPLAY "ESC01: OPEN ESC01-DELIVERY - status "
                       ESCFILE-STATUS
               MOVE 'N' TO ESC-READY-SW
           END-IF.
           OPEN OUTPUT ESC01-REPORT.
           IF ESC01RPT-STATUS NOT = "00"
               DISPLAY "ESC01: OPEN ESC01-REPORT - status "
                       ESC01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
               MOVE SPACES TO ESC01-REPORT-LINE
               STRING "ESCHEATMENT STAGES FOR BUSINESS DATE "
                      BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
           END-IF.

      * Every account whose letter is out: stop it if it has
      * come back to life, remit it once the wait is over.
       REVIEW-WAITING-CASES.
           MOVE LOW-VALUES TO ESCHEAT-ACCT-NBR.
           START ESCHEAT-FILE
               KEY IS NOT LESS THAN ESCHEAT-ACCT-NBR
               INVALID KEY
                   MOVE 'Y' TO ESCHEAT-EOF
           END-START.
           PERFORM UNTIL ESCHEAT-EOF-YES
               READ ESCHEAT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ESCHEAT-EOF
               END-READ
               IF NOT ESCHEAT-EOF-YES AND ESCHEAT-LETTER-SENT
                   ADD 1 TO CASES-REVIEWED
                   PERFORM REVIEW-ONE-CASE THRU
                       REVIEW-ONE-CASE-EXIT
               END-IF
           END-PERFORM.

      * Every open account in credit that has been quiet past
      * the threshold and is not already in the process.
       FIND-NEW-DORMANT.
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
                   IF ACCTMST-OPEN AND ACCTMST-BALANCE > 0
                       PERFORM CHECK-ONE-ACCOUNT THRU
                           CHECK-ONE-ACCOUNT-EXIT
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-THE-DELIVERY.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               PERFORM NOTE-ONE-ENTITY
           END-PERFORM.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM WRITE-ONE-ENTITY-SECTION
           END-PERFORM.

       WRITE-RUN-TOTALS.
           IF ESC01RPT-STATUS = "00"
               MOVE SPACES TO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
               MOVE SPACES TO ESC01-REPORT-LINE
               STRING "Waiting cases reviewed is= " CASES-REVIEWED
                      "  Letters issued is= " LETTERS-ISSUED
                   DELIMITED BY SIZE INTO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
               MOVE SPACES TO ESC01-REPORT-LINE
               STRING "Stopped is= " CASES-STOPPED
                      "  Remitted is= " CASES-REMITTED
                      "  Held is= " CASES-HELD
                   DELIMITED BY SIZE INTO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
               MOVE REMIT-AMOUNT-TOTAL TO EDITED-AMOUNT
               MOVE SPACES TO ESC01-REPORT-LINE
               STRING "Amount remitted is= " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF ESCHEAT-OPEN-FLAG = 'O'
               CLOSE ESCHEAT-FILE
           END-IF.
           IF ACCTMST-OPEN-FLAG = 'O'
               CLOSE ACCTMST-FILE
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.
           IF CLX-PRESENT
               CLOSE FILEDATCLT-INDEXED
           END-IF.
           IF ESCLTR-STATUS = "00"
               CLOSE LETTER-FILE
           END-IF.
           IF ESCFILE-STATUS = "00"
               CLOSE ESC01-DELIVERY
           END-IF.
           IF ESC01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
               CLOSE ESC01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       REVIEW-ONE-CASE.
           MOVE SPACES TO STOP-WORDS.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE ESCHEAT-ACCT-NBR TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.
           MOVE ESCHEAT-ACCT-NBR TO CHECK-ACCT.
           PERFORM CHECK-ACTIVITY-TONIGHT.
           PERFORM CHECK-CUSTOMER-CONTACT.
           EVALUATE TRUE
               WHEN NOT MASTER-FOUND OR ACCTMST-CLOSED
                   MOVE 'X' TO ESCHEAT-STOP-REASON
                   MOVE "ACCOUNT CLOSED" TO STOP-WORDS
               WHEN CONTACT-FOUND
                   MOVE 'C' TO ESCHEAT-STOP-REASON
                   MOVE "CUSTOMER CONTACT" TO STOP-WORDS
               WHEN ACCTMST-LAST-ACTIVITY > ESCHEAT-LAST-ACTIVITY
                 OR ACTIVITY-TONIGHT
                   MOVE 'A' TO ESCHEAT-STOP-REASON
                   MOVE "ACCOUNT ACTIVITY" TO STOP-WORDS
               WHEN ACCTMST-BALANCE NOT > 0
                   MOVE 'N' TO ESCHEAT-STOP-REASON
                   MOVE "NO BALANCE LEFT" TO STOP-WORDS
           END-EVALUATE.
           IF STOP-WORDS NOT = SPACES
               PERFORM STOP-ONE-CASE
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF.
           MOVE ESCHEAT-LETTER-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE WAITED-DAYS =
               BUSINESS-DATE-SERIAL - SERIAL-RESULT.
           IF WAITED-DAYS < WAIT-DAYS
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF.
      * The remittance needs tonight's keyed copy and the GENDLV
      * deliveries to place its sequence, one posting record to
      * carry the balance, and a free slot in the delivery;
      * otherwise it waits a night.
           EVALUATE TRUE
               WHEN NOT CLX-PRESENT
                   MOVE "NO KEYED COPY" TO STOP-WORDS
               WHEN NOT DELIVERED-PRESENT OR DELIVERED-FULL
                   MOVE "GENDLV UNSEEN" TO STOP-WORDS
               WHEN ACCTMST-BALANCE > 999999999.99
                   MOVE "TOO LARGE - HAND" TO STOP-WORDS
               WHEN PENDING-COUNT >= 500
                   MOVE "DELIVERY FULL" TO STOP-WORDS
           END-EVALUATE.
           IF STOP-WORDS NOT = SPACES
               PERFORM WRITE-HELD-LINE
               GO TO REVIEW-ONE-CASE-EXIT
           END-IF.
           PERFORM FIND-ACCOUNT-HIGH-WATER THRU
               FIND-ACCOUNT-HIGH-WATER-EXIT.
           ADD 1 TO POSTING-SEQ.
           ADD 1 TO PENDING-COUNT.
           MOVE ESCHEAT-ACCT-NBR TO PENDING-ACCT-NBR (PENDING-COUNT).
           COMPUTE PENDING-AMOUNT (PENDING-COUNT) =
               0 - ACCTMST-BALANCE.
           MOVE ACCTMST-ENTITY TO PENDING-ENTITY (PENDING-COUNT).
           MOVE ACCTMST-CURRENCY TO PENDING-CURRENCY (PENDING-COUNT).
           MOVE POSTING-SEQ TO PENDING-SEQ (PENDING-COUNT).
           MOVE 'R' TO ESCHEAT-STAGE.
           MOVE BUSINESS-DATE-NUM TO ESCHEAT-REMIT-DATE.
           MOVE ACCTMST-BALANCE TO ESCHEAT-REMIT-AMOUNT.
           MOVE POSTING-SEQ TO ESCHEAT-REMIT-SEQ.
           MOVE ACCTMST-ENTITY TO ESCHEAT-ENTITY.
           REWRITE ESCHEAT-REC
               INVALID KEY
                   DISPLAY "ESC01: REWRITE ESCHEAT-FILE - status "
                           ESCHEAT-STATUS
                   SUBTRACT 1 FROM PENDING-COUNT
                   GO TO REVIEW-ONE-CASE-EXIT
           END-REWRITE.
           ADD 1 TO CASES-REMITTED.
           ADD ACCTMST-BALANCE TO REMIT-AMOUNT-TOTAL.
           IF ESC01RPT-STATUS = "00"
               CALL "MASKACCT" USING ESCHEAT-ACCT-NBR MASKED-ACCT
               MOVE ACCTMST-BALANCE TO EDITED-AMOUNT
               MOVE SPACES TO ESC01-REPORT-LINE
               STRING "REMITTED  " MASKED-ACCT
                      " ENT " ACCTMST-ENTITY
                      " LETTER " ESCHEAT-LETTER-DATE
                      " SEQ " POSTING-SEQ
                      " AMT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
           END-IF.
       REVIEW-ONE-CASE-EXIT.
           EXIT.

       CHECK-ONE-ACCOUNT.
           MOVE ACCTMST-LAST-ACTIVITY TO QUIET-FROM-DATE.
           MOVE 'N' TO CASE-FOUND-SW.
           MOVE ACCTMST-ACCT-NBR TO ESCHEAT-ACCT-NBR.
           READ ESCHEAT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CASE-FOUND-SW
           END-READ.
           IF CASE-FOUND
               IF NOT ESCHEAT-STOPPED
                   GO TO CHECK-ONE-ACCOUNT-EXIT
               END-IF
               IF ESCHEAT-STOP-DATE > QUIET-FROM-DATE
                   MOVE ESCHEAT-STOP-DATE TO QUIET-FROM-DATE
               END-IF
           END-IF.
           MOVE QUIET-FROM-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE QUIET-DAYS = BUSINESS-DATE-SERIAL - SERIAL-RESULT.
           IF QUIET-DAYS <= DORMANT-DAYS
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE ACCTMST-ACCT-NBR TO CHECK-ACCT.
           PERFORM CHECK-ACTIVITY-TONIGHT.
           IF ACTIVITY-TONIGHT
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE BUSINESS-DATE-NUM TO STEP-DATE.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > WAIT-DAYS
               PERFORM STEP-ONE-DAY
           END-PERFORM.
           MOVE SPACES TO ESCHEAT-REC.
           MOVE ACCTMST-ACCT-NBR TO ESCHEAT-ACCT-NBR.
           MOVE ACCTMST-ENTITY TO ESCHEAT-ENTITY.
           MOVE 'L' TO ESCHEAT-STAGE.
           MOVE ACCTMST-LAST-ACTIVITY TO ESCHEAT-LAST-ACTIVITY.
           MOVE ACCTMST-BALANCE TO ESCHEAT-DORMANT-BALANCE.
           MOVE BUSINESS-DATE-NUM TO ESCHEAT-LETTER-DATE.
           MOVE STEP-DATE TO ESCHEAT-REPLY-BY.
           MOVE 0 TO ESCHEAT-STOP-DATE.
           MOVE SPACE TO ESCHEAT-STOP-REASON.
           MOVE 0 TO ESCHEAT-REMIT-DATE.
           MOVE 0 TO ESCHEAT-REMIT-AMOUNT.
           MOVE 0 TO ESCHEAT-REMIT-SEQ.
           IF CASE-FOUND
               REWRITE ESCHEAT-REC
                   INVALID KEY
                       DISPLAY "ESC01: REWRITE ESCHEAT-FILE - "
                               "status " ESCHEAT-STATUS
                       GO TO CHECK-ONE-ACCOUNT-EXIT
               END-REWRITE
           ELSE
               WRITE ESCHEAT-REC
                   INVALID KEY
                       DISPLAY "ESC01: WRITE ESCHEAT-FILE - "
                               "status " ESCHEAT-STATUS
                       GO TO CHECK-ONE-ACCOUNT-EXIT
               END-WRITE
           END-IF.
           ADD 1 TO LETTERS-ISSUED.
           PERFORM LOOK-UP-ACCOUNT-NAME.
           CALL "MASKACCT" USING ACCTMST-ACCT-NBR MASKED-ACCT.
           MOVE SPACES TO ESCLTR-REC.
           MOVE MASKED-ACCT TO ESCLTR-MASKED-ACCT.
           MOVE ACCOUNT-NAME TO ESCLTR-NAME.
           MOVE ACCTMST-BALANCE TO ESCLTR-BALANCE.
           MOVE ACCTMST-LAST-ACTIVITY TO ESCLTR-LAST-ACTIVITY.
           MOVE STEP-DATE TO ESCLTR-REPLY-BY.
           MOVE ACCTMST-ENTITY TO ESCLTR-ENTITY.
           WRITE ESCLTR-REC.
           IF ESC01RPT-STATUS = "00"
               MOVE QUIET-DAYS TO QUIET-DAYS-EDIT
               MOVE ACCTMST-BALANCE TO EDITED-AMOUNT
               MOVE SPACES TO ESC01-REPORT-LINE
               STRING "LETTER    " MASKED-ACCT
                      " QUIET " QUIET-DAYS-EDIT
                      " REPLY BY " STEP-DATE
                      " AMT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
           END-IF.
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

       STOP-ONE-CASE.
           MOVE 'S' TO ESCHEAT-STAGE.
           MOVE BUSINESS-DATE-NUM TO ESCHEAT-STOP-DATE.
           REWRITE ESCHEAT-REC
               INVALID KEY
                   DISPLAY "ESC01: REWRITE ESCHEAT-FILE - status "
                           ESCHEAT-STATUS
           END-REWRITE.
           ADD 1 TO CASES-STOPPED.
           IF ESC01RPT-STATUS = "00"
               CALL "MASKACCT" USING ESCHEAT-ACCT-NBR MASKED-ACCT
               MOVE SPACES TO ESC01-REPORT-LINE
               STRING "STOPPED   " MASKED-ACCT
                      " LETTER " ESCHEAT-LETTER-DATE
                      " " STOP-WORDS
                   DELIMITED BY SIZE INTO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
           END-IF.

       WRITE-HELD-LINE.
           ADD 1 TO CASES-HELD.
           IF ESC01RPT-STATUS = "00"
               CALL "MASKACCT" USING ESCHEAT-ACCT-NBR MASKED-ACCT
               MOVE ACCTMST-BALANCE TO EDITED-AMOUNT
               MOVE SPACES TO ESC01-REPORT-LINE
               STRING "HELD      " MASKED-ACCT
                      " " STOP-WORDS
                      " AMT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO ESC01-REPORT-LINE
               WRITE ESC01-REPORT-LINE
           END-IF.

      * Any record for the account on tonight's keyed copy or
      * on the GENDLV deliveries is activity the master has not
      * seen yet.
       CHECK-ACTIVITY-TONIGHT.
           MOVE 'N' TO ACTIVITY-TONIGHT-SW.
           PERFORM FIND-DELIVERED-ACCOUNT.
           IF DELIVERED-SLOT > 0
               MOVE 'Y' TO ACTIVITY-TONIGHT-SW
           END-IF.
           IF CLX-PRESENT
               MOVE SPACES TO FILEDATCLT-IDX-KEY
               MOVE CHECK-ACCT TO FILEDATCLT-IDX-KEY (1:10)
               MOVE "0000" TO FILEDATCLT-IDX-KEY (11:4)
               START FILEDATCLT-INDEXED
                   KEY IS NOT LESS THAN FILEDATCLT-IDX-KEY
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ FILEDATCLT-INDEXED NEXT RECORD
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FILEDATCLT-IDX-KEY (1:10) =
                                      CHECK-ACCT
                                   MOVE 'Y' TO ACTIVITY-TONIGHT-SW
                               END-IF
                       END-READ
               END-START
           END-IF.

       CHECK-CUSTOMER-CONTACT.
           MOVE 'N' TO CONTACT-FOUND-SW.
           PERFORM VARYING CONTACT-IDX FROM 1 BY 1
                   UNTIL CONTACT-IDX > CONTACT-COUNT
               IF CONTACT-TBL-ACCT (CONTACT-IDX) = CHECK-ACCT
                   MOVE 'Y' TO CONTACT-FOUND-SW
               END-IF
           END-PERFORM.

       LOOK-UP-ACCOUNT-NAME.
           MOVE SPACES TO ACCOUNT-NAME.
           IF ACCTREF-PRESENT
               MOVE ACCTMST-ACCT-NBR TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-NAME TO ACCOUNT-NAME
               END-READ
           END-IF.
           IF ACCOUNT-NAME = SPACES
               MOVE "(NAME NOT ON FILE)" TO ACCOUNT-NAME
           END-IF.

       STEP-ONE-DAY.
           ADD 1 TO STEP-DD.
           MOVE STEP-DATE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               MOVE 1 TO STEP-DD
               ADD 1 TO STEP-MM
               IF STEP-MM > 12
                   MOVE 1 TO STEP-MM
                   ADD 1 TO STEP-CCYY
               END-IF
           END-IF.

      * The account's remittance sequence is one past the
      * highest on tonight's keyed copy and the GENDLV
      * deliveries, so no two items in the CNT01 run share a
      * key.
       FIND-ACCOUNT-HIGH-WATER.
           MOVE 0 TO POSTING-SEQ.
           MOVE 'N' TO HIGH-WATER-DONE-SW.
           MOVE SPACES TO FILEDATCLT-IDX-KEY.
           MOVE ESCHEAT-ACCT-NBR TO FILEDATCLT-IDX-KEY (1:10).
           MOVE "0000" TO FILEDATCLT-IDX-KEY (11:4).
           START FILEDATCLT-INDEXED
               KEY IS NOT LESS THAN FILEDATCLT-IDX-KEY
               INVALID KEY
                   MOVE 'Y' TO HIGH-WATER-DONE-SW
           END-START.
           PERFORM UNTIL HIGH-WATER-DONE-SW = 'Y'
               READ FILEDATCLT-INDEXED NEXT RECORD
                   AT END MOVE 'Y' TO HIGH-WATER-DONE-SW
               END-READ
               IF HIGH-WATER-DONE-SW = 'N'
                   IF FILEDATCLT-IDX-KEY (1:10) NOT =
                          ESCHEAT-ACCT-NBR
                       MOVE 'Y' TO HIGH-WATER-DONE-SW
                   ELSE
                       IF FILEDATCLT-IDX-KEY (11:4) IS NUMERIC
                           MOVE FILEDATCLT-IDX-KEY (11:4) TO
                                POSTING-SEQ
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ESCHEAT-ACCT-NBR TO CHECK-ACCT.
           PERFORM FIND-DELIVERED-ACCOUNT.
           IF DELIVERED-SLOT > 0
               IF DELIVERED-SEQ (DELIVERED-SLOT) > POSTING-SEQ
                   MOVE DELIVERED-SEQ (DELIVERED-SLOT) TO POSTING-SEQ
               END-IF
           END-IF.
       FIND-ACCOUNT-HIGH-WATER-EXIT.
           EXIT.

       NOTE-ONE-DELIVERED-ITEM.
           MOVE GENDLV-ACCT-NBR TO CHECK-ACCT.
           PERFORM FIND-DELIVERED-ACCOUNT.
           IF DELIVERED-SLOT = 0
               IF DELIVERED-COUNT < 1000
                   ADD 1 TO DELIVERED-COUNT
                   MOVE DELIVERED-COUNT TO DELIVERED-SLOT
                   MOVE GENDLV-ACCT-NBR TO
                        DELIVERED-ACCT (DELIVERED-SLOT)
                   MOVE 0 TO DELIVERED-SEQ (DELIVERED-SLOT)
               ELSE
                   MOVE 'Y' TO DELIVERED-FULL-SW
               END-IF
           END-IF.
           IF DELIVERED-SLOT > 0 AND
              GENDLV-SEQ-NBR IS NUMERIC
               IF GENDLV-SEQ-NBR > DELIVERED-SEQ (DELIVERED-SLOT)
                   MOVE GENDLV-SEQ-NBR TO
                        DELIVERED-SEQ (DELIVERED-SLOT)
               END-IF
           END-IF.

      * DELIVERED-SLOT is CHECK-ACCT's entry, or 0 when it has
      * nothing on the GENDLV deliveries.
       FIND-DELIVERED-ACCOUNT.
           MOVE 0 TO DELIVERED-SLOT.
           PERFORM VARYING DELIVERED-IDX FROM 1 BY 1
                   UNTIL DELIVERED-IDX > DELIVERED-COUNT OR
                         DELIVERED-SLOT > 0
               IF DELIVERED-ACCT (DELIVERED-IDX) = CHECK-ACCT
                   MOVE DELIVERED-IDX TO DELIVERED-SLOT
               END-IF
           END-PERFORM.

       NOTE-ONE-ENTITY.
           MOVE 'N' TO ENTITY-SEEN-SW.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               IF PENDING-ENTITY (PENDING-IDX) =
                      ENTITY-CODE (ENTITY-IDX)
                   MOVE 'Y' TO ENTITY-SEEN-SW
               END-IF
           END-PERFORM.
           IF ENTITY-SEEN-SW = 'N' AND ENTITY-COUNT < 10
               ADD 1 TO ENTITY-COUNT
               MOVE PENDING-ENTITY (PENDING-IDX) TO
                    ENTITY-CODE (ENTITY-COUNT)
           END-IF.

       WRITE-ONE-ENTITY-SECTION.
           MOVE ENTITY-CODE (ENTITY-IDX) TO CURRENT-ENTITY.
           MOVE 0 TO SECTION-COUNT.
           MOVE 0 TO SECTION-AMOUNT-TOTAL.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "HD" TO FILEDATCLT-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE 0 TO FILEDATCLT-AMOUNT.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "ESCHEAT " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.
           PERFORM VARYING PENDING-IDX FROM 1 BY 1
                   UNTIL PENDING-IDX > PENDING-COUNT
               IF PENDING-ENTITY (PENDING-IDX) = CURRENT-ENTITY
                   PERFORM WRITE-ONE-POSTING
               END-IF
           END-PERFORM.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE "TR" TO FILEDATCLT-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE 0 TO FILEDATCLT-SEQ-NBR.
           MOVE SECTION-AMOUNT-TOTAL TO FILEDATCLT-AMOUNT.
           MOVE SECTION-COUNT TO FILEDATCLT-CTL-COUNT.
           MOVE "ESCHEAT " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.

       WRITE-ONE-POSTING.
           MOVE SPACES TO FILEDATCLT-REC.
           MOVE PENDING-ACCT-NBR (PENDING-IDX) TO
                FILEDATCLT-ACCT-NBR.
           MOVE PENDING-SEQ (PENDING-IDX) TO FILEDATCLT-SEQ-NBR.
           MOVE BUSINESS-DATE-NUM TO FILEDATCLT-DATE.
           MOVE PENDING-AMOUNT (PENDING-IDX) TO FILEDATCLT-AMOUNT.
           MOVE "ES" TO FILEDATCLT-REC-TYPE.
           MOVE PENDING-CURRENCY (PENDING-IDX) TO
                FILEDATCLT-CURRENCY-CODE.
           MOVE 0 TO FILEDATCLT-CTL-COUNT.
           MOVE "ESCHEAT " TO FILEDATCLT-CTL-SOURCE-ID.
           MOVE CURRENT-ENTITY TO FILEDATCLT-ENTITY.
           WRITE FILEDATCLT-REC.
           ADD 1 TO SECTION-COUNT.
           ADD PENDING-AMOUNT (PENDING-IDX) TO SECTION-AMOUNT-TOTAL.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="ESC01"==.
