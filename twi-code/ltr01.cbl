       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTR01.
      *--------------------------------------------------
      * NIGHTLY CUSTOMER LETTER RUN. OVERDRAFTS, DORMANCY,
      * CLOSURES, AND LARGE-ITEM HOLDS WERE ALL NOTICED BY THE
      * SUITE BUT NEVER TOLD TO THE CUSTOMER UNLESS SOMEBODY
      * TYPED A LETTER. LTR01 READS THE NIGHT'S EVENTS - THE
      * SHARED CUSTEVT FILE THAT OVD01, DOR01, AND MST01 APPEND
      * TO, AND THE ITEMS CNT01 HAS HELD ON CNT01HOLD - AND
      * WRITES ONE PRINT-READY LETTER PER EVENT ON LTRPRT:
      *   THE ADDRESS BLOCK COMES FROM ACCTREF-NAME AND THE
      *   ADDRMST ADDRESS MASTER (MAINTAINED THROUGH ADR01),
      *   THE BODY FROM THE LTRTMPL TEMPLATE CARDS FOR THE
      *   EVENT TYPE, EACH CARD'S TEXT FOLLOWED BY THE MERGE
      *   FIELD IT NAMES (N NAME, K MASKED ACCOUNT, A AMOUNT,
      *   D EVENT DATE; BLANK PRINTS THE TEXT ALONE).
      * AN ACCOUNT WHOSE MAIL HAS COME BACK, ONE WITH NO ADDRESS
      * ON FILE, AND AN EVENT WITH NO TEMPLATE ARE LISTED ON
      * LTR01RPT FOR FOLLOW-UP INSTEAD OF BEING SENT. EVERY
      * LETTER SENT IS LOGGED ON THE KEYED LTRLOG FILE SO ACV01
      * SHOWS AN ACCOUNT'S CORRESPONDENCE, AND AN OCCURRENCE
      * ALREADY WRITTEN ABOUT (SAME EVENT TYPE AND REFERENCE
      * DATE - AND FOR A HOLD THE SAME AMOUNT, SINCE A HELD ITEM
      * STAYS ON CNT01HOLD UNTIL HLD01 RULES ON IT) IS NOT SENT
      * AGAIN. CUSTEVT IS ONLY EMPTIED AFTER A CLEAN PASS, THE
      * WAY HLD01 EMPTIES THE HOLD QUEUE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO CUSTEVT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CUSTEVT-STATUS.

           SELECT HOLD-FILE ASSIGN TO CNT01HOLD
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01HOLD-STATUS.

           SELECT TEMPLATE-FILE ASSIGN TO LTRTMPL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LTRTMPL-STATUS.

           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT ADDRMST-FILE ASSIGN TO ADDRMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ADDRMST-ACCT-NBR
                  FILE STATUS   IS ADDRMST-STATUS.

           SELECT LTRLOG-FILE ASSIGN TO LTRLOG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LTRLOG-KEY
                  FILE STATUS   IS LTRLOG-STATUS.

           SELECT PRINT-FILE ASSIGN TO LTRPRT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LTRPRT-STATUS.

           SELECT LTR01-REPORT ASSIGN TO LTR01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LTR01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
           COPY "custevt.cpy".

      * CNT01's held items, in the FILEDATCLT layout.
       FD  HOLD-FILE.
           COPY "filedatclt.cpy".

      * One card per letter line, in print order within each
      * event type.
       FD  TEMPLATE-FILE.
       01  TEMPLATE-REC.
           05  TEMPLATE-EVENT           PIC X(8).
           05  TEMPLATE-MERGE           PIC X.
           05  FILLER                   PIC X.
           05  TEMPLATE-TEXT            PIC X(60).
           05  FILLER                   PIC X(10).

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  ADDRMST-FILE.
           COPY "addrmst.cpy".

       FD  LTRLOG-FILE.
           COPY "ltrlog.cpy".

       FD  PRINT-FILE.
       01  PRINT-LINE                   PIC X(80).

       FD  LTR01-REPORT.
       01  LTR01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CUSTEVT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CNT01HOLD==.

       01  CUSTEVT-STATUS.
           05  CUSTEVT-STATUS-L         PIC X.
           05  CUSTEVT-STATUS-R         PIC X.
       01  CNT01HOLD-STATUS.
           05  CNT01HOLD-STATUS-L       PIC X.
           05  CNT01HOLD-STATUS-R       PIC X.
       01  LTRTMPL-STATUS.
           05  LTRTMPL-STATUS-L         PIC X.
           05  LTRTMPL-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ADDRMST-STATUS.
           05  ADDRMST-STATUS-L         PIC X.
           05  ADDRMST-STATUS-R         PIC X.
       01  LTRLOG-STATUS.
           05  LTRLOG-STATUS-L          PIC X.
           05  LTRLOG-STATUS-R          PIC X.
       01  LTRPRT-STATUS.
           05  LTRPRT-STATUS-L          PIC X.
           05  LTRPRT-STATUS-R          PIC X.
       01  LTR01RPT-STATUS.
           05  LTR01RPT-STATUS-L        PIC X.
           05  LTR01RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * The template cards, held for the whole run.
       01  TEMPLATE-COUNT               PIC 9(3)    VALUE 0.
       01  TEMPLATE-TABLE.
           05  TEMPLATE-ENTRY OCCURS 200 TIMES.
               10  TMPL-EVENT           PIC X(8).
               10  TMPL-MERGE           PIC X.
               10  TMPL-TEXT            PIC X(60).
       01  TEMPLATE-IDX                 PIC 9(3).
       01  TEMPLATE-FOUND-SW            PIC X.
           88  TEMPLATE-FOUND                        VALUE 'Y'.

      * The event in hand, from either source.
       01  EVENT-ACCT                   PIC X(10).
       01  EVENT-TYPE                   PIC X(8).
       01  EVENT-REF-DATE               PIC 9(8).
       01  EVENT-AMOUNT                 PIC S9(11)V99.

       01  LTR-READY-SW                 PIC X       VALUE 'N'.
           88  LTR-READY                             VALUE 'Y'.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.
       01  ADDRMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ADDRMST-PRESENT                       VALUE 'Y'.
       01  LTRLOG-OPEN-SW               PIC X       VALUE 'N'.
           88  LTRLOG-OPEN                           VALUE 'Y'.
       01  EVENTS-PRESENT-SW            PIC X       VALUE 'N'.
           88  EVENTS-PRESENT                        VALUE 'Y'.
       01  ADDRESS-FOUND-SW             PIC X.
           88  ADDRESS-FOUND                         VALUE 'Y'.
       01  REPEAT-FOUND-SW              PIC X.
           88  REPEAT-FOUND                          VALUE 'Y'.
       01  LOG-DONE-SW                  PIC X.
       01  CLEAN-PASS-SW                PIC X       VALUE 'Y'.
           88  CLEAN-PASS                            VALUE 'Y'.

       01  ACCOUNT-NAME                 PIC X(30).
       01  MASKED-ACCT                  PIC X(10).
       01  NEXT-SENT-SEQ                PIC 9(3).
       01  LETTER-NBR                   PIC 9(6)    VALUE 0.
       01  NOT-SENT-WORDS               PIC X(24).
       01  LINE-IDX                     PIC 9.
       01  TEXT-LEN                     PIC 99.
       01  LEAD-SPACES                  PIC 99.
       01  MERGE-VALUE                  PIC X(30).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  PRINT-DATE.
           05  PRINT-DATE-CCYY          PIC 9(4).
           05  FILLER                   PIC X       VALUE '-'.
           05  PRINT-DATE-MM            PIC 99.
           05  FILLER                   PIC X       VALUE '-'.
           05  PRINT-DATE-DD            PIC 99.
       01  DATE-TO-PRINT                PIC 9(8).
       01  DATE-TO-PRINT-PARTS REDEFINES DATE-TO-PRINT.
           05  DATE-TO-PRINT-CCYY       PIC 9(4).
           05  DATE-TO-PRINT-MM         PIC 99.
           05  DATE-TO-PRINT-DD         PIC 99.
       01  LETTER-DATE-PRINT            PIC X(10).
       01  BANNER-ROW                   PIC X(80)   VALUE ALL "-".

       01  EVENTS-READ                  PIC 9(6)    VALUE 0.
       01  LETTERS-SENT                 PIC 9(6)    VALUE 0.
       01  RETURNED-COUNT               PIC 9(6)    VALUE 0.
       01  NO-ADDRESS-COUNT             PIC 9(6)    VALUE 0.
       01  NO-TEMPLATE-COUNT            PIC 9(6)    VALUE 0.
       01  REPEAT-COUNT                 PIC 9(6)    VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "LTR01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO DATE-TO-PRINT.
           PERFORM EDIT-PRINT-DATE.
           MOVE PRINT-DATE TO LETTER-DATE-PRINT.
           PERFORM LOAD-TEMPLATE-CARDS.
           PERFORM OPEN-THE-FILES.
           IF LTR-READY
               PERFORM WRITE-EVENT-LETTERS
               PERFORM WRITE-HOLD-LETTERS
           ELSE
               MOVE 'N' TO CLEAN-PASS-SW
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-THE-FILES.
           PERFORM EMPTY-THE-EVENT-FILE THRU EMPTY-THE-EVENT-FILE-EXIT.
           DISPLAY "LTR01: events read=     " EVENTS-READ.
           DISPLAY "LTR01: letters sent=    " LETTERS-SENT.
           DISPLAY "LTR01: returned mail=   " RETURNED-COUNT.
           DISPLAY "LTR01: no address=      " NO-ADDRESS-COUNT.
           DISPLAY "LTR01: no template=     " NO-TEMPLATE-COUNT.
           DISPLAY "LTR01: repeats skipped= " REPEAT-COUNT.
           CALL "DAYLOG" USING "LTR01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       LOAD-TEMPLATE-CARDS.
           MOVE 0 TO TEMPLATE-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF LTRTMPL-STATUS = "00"
               PERFORM UNTIL LTRTMPL-STATUS NOT = "00"
                   READ TEMPLATE-FILE
                       AT END MOVE "10" TO LTRTMPL-STATUS
                   END-READ
                   IF LTRTMPL-STATUS = "00" AND
                      TEMPLATE-EVENT NOT = SPACES
                       IF TEMPLATE-COUNT < 200
                           ADD 1 TO TEMPLATE-COUNT
                           MOVE TEMPLATE-EVENT TO
                                TMPL-EVENT (TEMPLATE-COUNT)
                           MOVE TEMPLATE-MERGE TO
                                TMPL-MERGE (TEMPLATE-COUNT)
                           MOVE TEMPLATE-TEXT TO
                                TMPL-TEXT (TEMPLATE-COUNT)
                       ELSE
                           DISPLAY "LTR01: template table full - "
                                   "card ignored"
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TEMPLATE-FILE
           ELSE
               DISPLAY "LTR01: OPEN TEMPLATE-FILE - status "
                       LTRTMPL-STATUS
           END-IF.
           DISPLAY "LTR01: template cards loaded= " TEMPLATE-COUNT.

      * First-ever run: no letter log yet, so an empty one is
      * built, the way MST01 starts ACCTMST. No events tonight
      * is a quiet night, not a failure.
       OPEN-THE-FILES.
           MOVE 'Y' TO LTR-READY-SW.
           OPEN INPUT EVENT-FILE.
           IF CUSTEVT-STATUS = "00"
               MOVE 'Y' TO EVENTS-PRESENT-SW
           ELSE
               DISPLAY "LTR01: OPEN EVENT-FILE - status "
                       CUSTEVT-STATUS " - no events tonight"
               MOVE 'Y' TO CUSTEVT-EOF
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF CNT01HOLD-STATUS NOT = "00"
               DISPLAY "LTR01: OPEN HOLD-FILE - status "
                       CNT01HOLD-STATUS " - no held items"
               MOVE 'Y' TO CNT01HOLD-EOF
           ELSE
               MOVE 'O' TO CNT01HOLD-OPEN-FLAG
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           ELSE
               DISPLAY "LTR01: OPEN ACCTREF-FILE - status "
                       ACCTREF-STATUS " - letters go unnamed"
           END-IF.
           OPEN INPUT ADDRMST-FILE.
           IF ADDRMST-STATUS = "00"
               MOVE 'Y' TO ADDRMST-PRESENT-SW
           ELSE
               DISPLAY "LTR01: OPEN ADDRMST-FILE - status "
                       ADDRMST-STATUS " - no addresses on file"
           END-IF.
           OPEN I-O LTRLOG-FILE.
           IF LTRLOG-STATUS = "35"
               OPEN OUTPUT LTRLOG-FILE
               CLOSE LTRLOG-FILE
               OPEN I-O LTRLOG-FILE
           END-IF.
           IF LTRLOG-STATUS = "00"
               MOVE 'Y' TO LTRLOG-OPEN-SW
           ELSE
               DISPLAY "LTR01: OPEN LTRLOG-FILE - status "
                       LTRLOG-STATUS
               MOVE 'N' TO LTR-READY-SW
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF LTRPRT-STATUS NOT = "00"
               DISPLAY "LTR01: OPEN PRINT-FILE - status "
                       LTRPRT-STATUS
               MOVE 'N' TO LTR-READY-SW
           END-IF.
           OPEN OUTPUT LTR01-REPORT.
           IF LTR01RPT-STATUS NOT = "00"
               DISPLAY "LTR01: OPEN LTR01-REPORT - status "
                       LTR01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO LTR01-REPORT-LINE
               WRITE LTR01-REPORT-LINE
               MOVE SPACES TO LTR01-REPORT-LINE
               STRING "CUSTOMER LETTERS FOR BUSINESS DATE "
                      BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO LTR01-REPORT-LINE
               WRITE LTR01-REPORT-LINE
           END-IF.

       WRITE-EVENT-LETTERS.
           PERFORM UNTIL CUSTEVT-EOF-YES
               READ EVENT-FILE
                   AT END MOVE 'Y' TO CUSTEVT-EOF
               END-READ
               IF NOT CUSTEVT-EOF-YES AND
                  CUSTEVT-ACCT-NBR NOT = SPACES
                   ADD 1 TO EVENTS-READ
                   MOVE CUSTEVT-ACCT-NBR TO EVENT-ACCT
                   MOVE CUSTEVT-TYPE TO EVENT-TYPE
                   MOVE CUSTEVT-REF-DATE TO EVENT-REF-DATE
                   MOVE CUSTEVT-AMOUNT TO EVENT-AMOUNT
                   PERFORM WRITE-ONE-LETTER THRU
                       WRITE-ONE-LETTER-EXIT
               END-IF
           END-PERFORM.

      * A held item is a letter-worthy event the night CNT01
      * holds it; it stays on the queue until HLD01 rules, and
      * the letter log keeps it from being written twice.
       WRITE-HOLD-LETTERS.
           PERFORM UNTIL CNT01HOLD-EOF-YES
               READ HOLD-FILE
                   AT END MOVE 'Y' TO CNT01HOLD-EOF
               END-READ
               IF NOT CNT01HOLD-EOF-YES AND
                  NOT FILEDATCLT-CONTROL-REC
                   ADD 1 TO EVENTS-READ
                   MOVE FILEDATCLT-ACCT-NBR TO EVENT-ACCT
                   MOVE "LRGHOLD " TO EVENT-TYPE
                   MOVE FILEDATCLT-DATE TO EVENT-REF-DATE
                   MOVE FILEDATCLT-AMOUNT TO EVENT-AMOUNT
                   PERFORM WRITE-ONE-LETTER THRU
                       WRITE-ONE-LETTER-EXIT
               END-IF
           END-PERFORM.

       WRITE-RUN-TOTALS.
           IF LTR01RPT-STATUS = "00"
               MOVE SPACES TO LTR01-REPORT-LINE
               WRITE LTR01-REPORT-LINE
               MOVE SPACES TO LTR01-REPORT-LINE
               STRING "Events read is= " EVENTS-READ
                      "  Letters sent is= " LETTERS-SENT
                      "  Repeats skipped is= " REPEAT-COUNT
                   DELIMITED BY SIZE INTO LTR01-REPORT-LINE
               WRITE LTR01-REPORT-LINE
               MOVE SPACES TO LTR01-REPORT-LINE
               STRING "Returned mail is= " RETURNED-COUNT
                      "  No address is= " NO-ADDRESS-COUNT
                      "  No template is= " NO-TEMPLATE-COUNT
                   DELIMITED BY SIZE INTO LTR01-REPORT-LINE
               WRITE LTR01-REPORT-LINE
           END-IF.

       CLOSE-THE-FILES.
           IF EVENTS-PRESENT
               CLOSE EVENT-FILE
           END-IF.
           IF CNT01HOLD-OPEN-FLAG = 'O'
               CLOSE HOLD-FILE
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.
           IF ADDRMST-PRESENT
               CLOSE ADDRMST-FILE
           END-IF.
           IF LTRLOG-OPEN
               CLOSE LTRLOG-FILE
           END-IF.
           IF LTRPRT-STATUS = "00"
               CLOSE PRINT-FILE
           END-IF.
           IF LTR01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO LTR01-REPORT-LINE
               WRITE LTR01-REPORT-LINE
               CLOSE LTR01-REPORT
           END-IF.

      * The night's events are only thrown away once every one
      * has been written or listed; otherwise they wait for the
      * rerun.
       EMPTY-THE-EVENT-FILE.
           IF NOT EVENTS-PRESENT
               GO TO EMPTY-THE-EVENT-FILE-EXIT
           END-IF.
           IF NOT CLEAN-PASS
               DISPLAY "LTR01: *** EVENTS KEPT FOR THE RERUN ***"
               MOVE 4 TO RUN-SEVERITY
               GO TO EMPTY-THE-EVENT-FILE-EXIT
           END-IF.
           OPEN OUTPUT EVENT-FILE.
           IF CUSTEVT-STATUS = "00"
               CLOSE EVENT-FILE
           ELSE
               DISPLAY "LTR01: EMPTY EVENT-FILE - status "
                       CUSTEVT-STATUS
               MOVE 4 TO RUN-SEVERITY
           END-IF.
       EMPTY-THE-EVENT-FILE-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
       WRITE-ONE-LETTER.
           CALL "MASKACCT" USING EVENT-ACCT MASKED-ACCT.
           PERFORM CHECK-LETTER-HISTORY THRU
               CHECK-LETTER-HISTORY-EXIT.
           IF REPEAT-FOUND
               ADD 1 TO REPEAT-COUNT
               GO TO WRITE-ONE-LETTER-EXIT
           END-IF.
           MOVE 'N' TO TEMPLATE-FOUND-SW.
           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
                   UNTIL TEMPLATE-IDX > TEMPLATE-COUNT
               IF TMPL-EVENT (TEMPLATE-IDX) = EVENT-TYPE
                   MOVE 'Y' TO TEMPLATE-FOUND-SW
               END-IF
           END-PERFORM.
           IF NOT TEMPLATE-FOUND
               ADD 1 TO NO-TEMPLATE-COUNT
               MOVE "NO TEMPLATE CARDS" TO NOT-SENT-WORDS
               PERFORM WRITE-NOT-SENT-LINE
               GO TO WRITE-ONE-LETTER-EXIT
           END-IF.
           PERFORM READ-ADDRESS-FOR-EVENT.
           IF NOT ADDRESS-FOUND
               ADD 1 TO NO-ADDRESS-COUNT
               MOVE "NO ADDRESS ON FILE" TO NOT-SENT-WORDS
               PERFORM WRITE-NOT-SENT-LINE
               GO TO WRITE-ONE-LETTER-EXIT
           END-IF.
           IF ADDRMST-RETURNED-MAIL
               ADD 1 TO RETURNED-COUNT
               MOVE SPACES TO NOT-SENT-WORDS
               STRING "MAIL RETURNED " ADDRMST-RETURNED-DATE
                   DELIMITED BY SIZE INTO NOT-SENT-WORDS
               PERFORM WRITE-NOT-SENT-LINE
               GO TO WRITE-ONE-LETTER-EXIT
           END-IF.
           PERFORM LOOK-UP-ACCOUNT-NAME.
           ADD 1 TO LETTER-NBR.
           PERFORM PRINT-THE-LETTER.
           MOVE SPACES TO LTRLOG-REC.
           MOVE EVENT-ACCT TO LTRLOG-ACCT-NBR.
           MOVE BUSINESS-DATE-NUM TO LTRLOG-SENT-DATE.
           MOVE NEXT-SENT-SEQ TO LTRLOG-SENT-SEQ.
           MOVE EVENT-TYPE TO LTRLOG-EVENT-TYPE.
           MOVE EVENT-REF-DATE TO LTRLOG-REF-DATE.
           MOVE EVENT-AMOUNT TO LTRLOG-AMOUNT.
           MOVE LETTER-NBR TO LTRLOG-LETTER-NBR.
           WRITE LTRLOG-REC
               INVALID KEY
                   DISPLAY "LTR01: WRITE LTRLOG-FILE - status "
                           LTRLOG-STATUS
                   MOVE 'N' TO CLEAN-PASS-SW
           END-WRITE.
           ADD 1 TO LETTERS-SENT.
           IF LTR01RPT-STATUS = "00"
               MOVE SPACES TO LTR01-REPORT-LINE
               STRING "SENT      " MASKED-ACCT
                      " " EVENT-TYPE
                      " REF " EVENT-REF-DATE
                      " LETTER " LETTER-NBR
                   DELIMITED BY SIZE INTO LTR01-REPORT-LINE
               WRITE LTR01-REPORT-LINE
           END-IF.
       WRITE-ONE-LETTER-EXIT.
           EXIT.

      * One pass over the account's logged letters answers both
      * questions: has this occurrence been written about, and
      * which number does a letter sent today take.
       CHECK-LETTER-HISTORY.
           MOVE 'N' TO REPEAT-FOUND-SW.
           MOVE 1 TO NEXT-SENT-SEQ.
           MOVE 'N' TO LOG-DONE-SW.
           MOVE EVENT-ACCT TO LTRLOG-ACCT-NBR.
           MOVE 0 TO LTRLOG-SENT-DATE.
           MOVE 0 TO LTRLOG-SENT-SEQ.
           START LTRLOG-FILE
               KEY IS NOT LESS THAN LTRLOG-KEY
               INVALID KEY
                   GO TO CHECK-LETTER-HISTORY-EXIT
           END-START.
           PERFORM UNTIL LOG-DONE-SW = 'Y'
               READ LTRLOG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LOG-DONE-SW
               END-READ
               IF LOG-DONE-SW = 'N'
                   IF LTRLOG-ACCT-NBR NOT = EVENT-ACCT
                       MOVE 'Y' TO LOG-DONE-SW
                   ELSE
                       PERFORM CHECK-ONE-LOGGED-LETTER
                   END-IF
               END-IF
           END-PERFORM.
       CHECK-LETTER-HISTORY-EXIT.
           EXIT.

       CHECK-ONE-LOGGED-LETTER.
           IF LTRLOG-EVENT-TYPE = EVENT-TYPE AND
              LTRLOG-REF-DATE = EVENT-REF-DATE
               IF EVENT-TYPE NOT = "LRGHOLD " OR
                  LTRLOG-AMOUNT = EVENT-AMOUNT
                   MOVE 'Y' TO REPEAT-FOUND-SW
               END-IF
           END-IF.
           IF LTRLOG-SENT-DATE = BUSINESS-DATE-NUM AND
              LTRLOG-SENT-SEQ >= NEXT-SENT-SEQ
               COMPUTE NEXT-SENT-SEQ = LTRLOG-SENT-SEQ + 1
           END-IF.

      * Banner, date, address block, account line, then the
      * template body with each card's merge field appended.
       PRINT-THE-LETTER.
           MOVE BANNER-ROW TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "LETTER " LETTER-NBR " " EVENT-TYPE
               DELIMITED BY SIZE INTO PRINT-LINE.
           MOVE LETTER-DATE-PRINT TO PRINT-LINE (67:10).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           MOVE ACCOUNT-NAME TO PRINT-LINE (5:30).
           WRITE PRINT-LINE.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > 4
               IF ADDRMST-LINE (LINE-IDX) NOT = SPACES
                   MOVE SPACES TO PRINT-LINE
                   MOVE ADDRMST-LINE (LINE-IDX) TO
                        PRINT-LINE (5:30)
                   WRITE PRINT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO PRINT-LINE.
           MOVE ADDRMST-POSTCODE TO PRINT-LINE (5:10).
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    ACCOUNT " MASKED-ACCT
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           PERFORM VARYING TEMPLATE-IDX FROM 1 BY 1
                   UNTIL TEMPLATE-IDX > TEMPLATE-COUNT
               IF TMPL-EVENT (TEMPLATE-IDX) = EVENT-TYPE
                   PERFORM PRINT-ONE-BODY-LINE
               END-IF
           END-PERFORM.

       PRINT-ONE-BODY-LINE.
           MOVE SPACES TO MERGE-VALUE.
           EVALUATE TMPL-MERGE (TEMPLATE-IDX)
               WHEN 'N'
                   MOVE ACCOUNT-NAME TO MERGE-VALUE
               WHEN 'K'
                   MOVE MASKED-ACCT TO MERGE-VALUE
               WHEN 'A'
                   MOVE EVENT-AMOUNT TO EDITED-AMOUNT
                   MOVE 0 TO LEAD-SPACES
                   INSPECT EDITED-AMOUNT TALLYING LEAD-SPACES
                       FOR LEADING SPACES
                   MOVE EDITED-AMOUNT (LEAD-SPACES + 1:) TO
                        MERGE-VALUE
               WHEN 'D'
                   MOVE EVENT-REF-DATE TO DATE-TO-PRINT
                   PERFORM EDIT-PRINT-DATE
                   MOVE PRINT-DATE TO MERGE-VALUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE SPACES TO PRINT-LINE.
           MOVE TMPL-TEXT (TEMPLATE-IDX) TO PRINT-LINE (5:60).
           IF MERGE-VALUE NOT = SPACES
               PERFORM VARYING TEXT-LEN FROM 60 BY -1
                       UNTIL TEXT-LEN = 0 OR
                       TMPL-TEXT (TEMPLATE-IDX) (TEXT-LEN:1)
                           NOT = SPACE
                   CONTINUE
               END-PERFORM
               MOVE MERGE-VALUE TO PRINT-LINE (TEXT-LEN + 6:)
           END-IF.
           WRITE PRINT-LINE.

       WRITE-NOT-SENT-LINE.
           IF LTR01RPT-STATUS = "00"
               MOVE SPACES TO LTR01-REPORT-LINE
               STRING "NOT SENT  " MASKED-ACCT
                      " " EVENT-TYPE
                      " REF " EVENT-REF-DATE
                      " " NOT-SENT-WORDS
                   DELIMITED BY SIZE INTO LTR01-REPORT-LINE
               WRITE LTR01-REPORT-LINE
           END-IF.

       READ-ADDRESS-FOR-EVENT.
           MOVE 'N' TO ADDRESS-FOUND-SW.
           IF ADDRMST-PRESENT
               MOVE EVENT-ACCT TO ADDRMST-ACCT-NBR
               READ ADDRMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ADDRESS-FOUND-SW
               END-READ
           END-IF.

       LOOK-UP-ACCOUNT-NAME.
           MOVE SPACES TO ACCOUNT-NAME.
           IF ACCTREF-PRESENT
               MOVE EVENT-ACCT TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-NAME TO ACCOUNT-NAME
               END-READ
           END-IF.
           IF ACCOUNT-NAME = SPACES
               MOVE "THE ACCOUNT HOLDER" TO ACCOUNT-NAME
           END-IF.

       EDIT-PRINT-DATE.
           MOVE DATE-TO-PRINT-CCYY TO PRINT-DATE-CCYY.
           MOVE DATE-TO-PRINT-MM TO PRINT-DATE-MM.
           MOVE DATE-TO-PRINT-DD TO PRINT-DATE-DD.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="LTR01"==.
