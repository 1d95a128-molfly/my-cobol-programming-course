       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTN01.
      *--------------------------------------------------
      * ITEM-LEVEL RETURNS TO SUPPLIERS. ACK01 TELLS A SUPPLIER
      * WHETHER THE DELIVERY AS A WHOLE WAS ACCEPTED, BUT THE
      * SINGLE TRANSACTIONS WE COULD NOT APPLY NEVER WENT BACK.
      * RTN01 GATHERS THEM EACH NIGHT FROM THREE PLACES:
      *   ITEMS THE PEX01 CONSOLE MARKED FOR RETURN, WHICH PEX02
      *   HAS CLEARED ON THE PSTEXC POSTING-EXCEPTION QUEUE;
      *   ITEMS REFUSED AT LARGE-ITEM HOLD REVIEW ON HLD01REJ;
      *   FILEDATREJ REJECTS STILL UNREPAIRED AFTER THE RTN01PM
      *   DAYS (COLUMNS 1-3, DEFAULT 10 CALENDAR DAYS) FROM THE
      *   FIRST-SEEN DATE REJ03 KEEPS FOR THEM ON REJAGE.
      * EACH ITEM GOES BACK ON RTN01OUT UNDER THE SOURCE ID IT
      * CAME IN ON - ONE SECTION PER SUPMST SUPPLIER, HD, THE
      * ITEMS, TR WITH THE COUNT AND AMOUNT HASH - CARRYING THE
      * ORIGINAL KEY, DATE AND AMOUNT AND A STANDARD RETURN
      * REASON CODE:
      *   RT01 ACCOUNT CLOSED       RT04 WRONG ENTITY
      *   RT02 NO SUCH ACCOUNT      RT05 REFUSED AT HOLD REVIEW
      *   RT03 ACCOUNT BLOCKED      RT06 FAILED VALIDATION
      *   RT99 NOT POSTABLE (ANY OTHER REASON).
      * THE QUEUE ITEMS PASSED VALIDATION AND WERE JOURNALED TO
      * THE LEDGER THE NIGHT THEY FAILED TO POST, SO EACH ONE
      * RETURNED TAKES A REVERSING PAIR ON RTN01JNL, IN THE
      * GLX01 UPLOAD FORMAT FROM THE SAME GLMAP CARDS WITH DEBIT
      * AND CREDIT SWAPPED. HOLD REFUSALS AND REJECTS NEVER
      * REACHED THE LEDGER AND TAKE NONE. EVERY ITEM SENT IS
      * NOTED ON THE KEYED RTNSENT FILE SO NONE IS RETURNED ON
      * TWO NIGHTS; A RERUN OF TONIGHT RETURNS TONIGHT'S AGAIN.
      * AN ITEM WHOSE SOURCE ID HAS NO SUPMST PROFILE IS HELD
      * BACK AND LISTED UNTIL ONE EXISTS. THE RTN01RPT REGISTER
      * LISTS EVERY ITEM AND BALANCES THE BOOKED ITEMS RETURNED
      * AGAINST THE AMOUNTS REVERSED. RC 4 WHEN ANYTHING WAS
      * HELD BACK OR THE REGISTER DOES NOT BALANCE, RC 16 WHEN
      * THE RETURN FILE, JOURNAL OR RTNSENT CANNOT BE OPENED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO PSTEXC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS PSTEXC-KEY
                  FILE STATUS   IS PSTEXC-STATUS.

           SELECT REFUSED-FILE ASSIGN TO HLD01REJ
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS HLD01REJ-STATUS.

           SELECT REJAGE-FILE ASSIGN TO REJAGE
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS SEQUENTIAL
                  RECORD KEY    IS REJAGE-KEY
                  FILE STATUS   IS REJAGE-STATUS.

           SELECT RTN01-SUPPLIERS ASSIGN TO SUPMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SUPMST-SOURCE-ID
                  FILE STATUS   IS SUPMST-STATUS.

           SELECT RTN01-SENT ASSIGN TO RTNSENT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS RTNSENT-KEY
                  FILE STATUS   IS RTNSENT-STATUS.

           SELECT RTN01-MAP ASSIGN TO GLMAP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS GLMAP-STATUS.

           SELECT RTN01-PARMCARD ASSIGN TO RTN01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RTN01PM-STATUS.

           SELECT RTN01-OUTBOUND ASSIGN TO RTN01OUT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RTN01OUT-STATUS.

           SELECT RTN01-JOURNAL ASSIGN TO RTN01JNL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RTN01JNL-STATUS.

           SELECT RTN01-REPORT ASSIGN TO RTN01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RTN01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           COPY "pstexc.cpy".

       FD  REFUSED-FILE.
           COPY "filedatrej.cpy".

       FD  REJAGE-FILE.
           COPY "rejage.cpy".

       FD  RTN01-SUPPLIERS.
           COPY "supmst.cpy".

       FD  RTN01-SENT.
           COPY "rtnsent.cpy".

       FD  RTN01-MAP.
           COPY "glmap.cpy".

       FD  RTN01-PARMCARD.
       01  RTN01PM-REC.
           05  RTN01PM-REJECT-DAYS      PIC 9(3).
           05  FILLER                   PIC X(77).

      * One return record per item, between an HD and a TR per
      * supplier; the TR carries the section's item count where
      * an item carries its key, and the amount hash.
       FD  RTN01-OUTBOUND.
       01  RTN01-OUTBOUND-REC.
           05  RTN-REC-TYPE             PIC X(2).
           05  RTN-SOURCE-ID            PIC X(8).
           05  RTN-RETURN-DATE          PIC 9(8).
           05  RTN-ORIG-KEY             PIC X(14).
           05  RTN-ORIG-DATE            PIC 9(8).
           05  RTN-AMOUNT               PIC S9(9)V99
                                        SIGN LEADING SEPARATE.
           05  RTN-CURRENCY             PIC X(3).
           05  RTN-REASON-CODE          PIC X(4).
           05  RTN-REASON-TEXT          PIC X(20).
           05  FILLER                   PIC X.
       01  RTN01-CONTROL-REC.
           05  FILLER                   PIC X(18).
           05  RTN-CTL-COUNT            PIC 9(6).
           05  FILLER                   PIC X(56).

       FD  RTN01-JOURNAL.
       01  RTN01-JOURNAL-REC.
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

       FD  RTN01-REPORT.
       01  RTN01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==EXCEPTION==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==REFUSED==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==REJAGE==.

       01  PSTEXC-STATUS.
           05  PSTEXC-STATUS-L          PIC X.
           05  PSTEXC-STATUS-R          PIC X.
       01  HLD01REJ-STATUS.
           05  HLD01REJ-STATUS-L        PIC X.
           05  HLD01REJ-STATUS-R        PIC X.
       01  REJAGE-STATUS.
           05  REJAGE-STATUS-L          PIC X.
           05  REJAGE-STATUS-R          PIC X.
       01  SUPMST-STATUS.
           05  SUPMST-STATUS-L          PIC X.
           05  SUPMST-STATUS-R          PIC X.
       01  RTNSENT-STATUS.
           05  RTNSENT-STATUS-L         PIC X.
           05  RTNSENT-STATUS-R         PIC X.
       01  GLMAP-STATUS.
           05  GLMAP-STATUS-L           PIC X.
           05  GLMAP-STATUS-R           PIC X.
       01  RTN01PM-STATUS.
           05  RTN01PM-STATUS-L         PIC X.
           05  RTN01PM-STATUS-R         PIC X.
       01  RTN01OUT-STATUS.
           05  RTN01OUT-STATUS-L        PIC X.
           05  RTN01OUT-STATUS-R        PIC X.
       01  RTN01JNL-STATUS.
           05  RTN01JNL-STATUS-L        PIC X.
           05  RTN01JNL-STATUS-R        PIC X.
       01  RTN01RPT-STATUS.
           05  RTN01RPT-STATUS-L        PIC X.
           05  RTN01RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  REJECT-DAYS                  PIC 9(3)    VALUE 10.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  TODAY-SERIAL                 PIC S9(9)   COMP.
       01  AGE-DAYS                     PIC S9(9)   COMP.
       01  SUPMST-PRESENT-SW            PIC X       VALUE 'N'.
           88  SUPMST-PRESENT                        VALUE 'Y'.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       01  GLMAP-COUNT                  PIC 99      VALUE 0.
       01  GLMAP-TABLE.
           05  GLMAP-ENTRY OCCURS 20 TIMES.
               10  GLMAP-TBL-TYPE       PIC X(2).
               10  GLMAP-TBL-DEBIT      PIC X(8).
               10  GLMAP-TBL-CREDIT     PIC X(8).
       01  GLMAP-IDX                    PIC 99.
       01  GLMAP-FOUND-IDX              PIC 99      VALUE 0.

      * The item in hand while gathering, and its verdict.
       COPY "filedatclt.cpy".
       01  CANDIDATE-ORIGIN             PIC X.
       01  CANDIDATE-SOURCE-ID          PIC X(8).
       01  CANDIDATE-CODE               PIC X(4).
       01  CANDIDATE-TEXT               PIC X(20).
       01  CANDIDATE-ON-FILE-SW         PIC X.
       01  CANDIDATE-SKIP-SW            PIC X.
           88  CANDIDATE-SKIPPED                     VALUE 'Y'.
       01  REASON-TALLY                 PIC 9(3).

      * Items going back are buffered and dealt out afterwards
      * as one section per supplier.
       01  ITEM-COUNT                   PIC 9(3)    VALUE 0.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 500 TIMES.
               10  ITEM-ORIGIN          PIC X.
               10  ITEM-SOURCE-ID       PIC X(8).
               10  ITEM-IMAGE           PIC X(80).
               10  ITEM-CODE            PIC X(4).
               10  ITEM-TEXT            PIC X(20).
               10  ITEM-ON-FILE-SW      PIC X.
       01  ITEM-IDX                     PIC 9(3).
       01  SUPPLIER-COUNT               PIC 99      VALUE 0.
       01  SUPPLIER-TABLE.
           05  SUPPLIER-ID OCCURS 50 TIMES  PIC X(8).
       01  SUPPLIER-IDX                 PIC 99.
       01  SUPPLIER-SEEN-SW             PIC X.
       01  CURRENT-SUPPLIER             PIC X(8).
       01  SECTION-COUNT                PIC 9(6).
       01  SECTION-AMOUNT-TOTAL         PIC S9(9)V99.
       01  SECTIONS-WRITTEN             PIC 99      VALUE 0.

      * Returned tonight, by where the items came from.
       01  ORIGIN-TOTALS.
           05  ORIGIN-TOTAL OCCURS 3 TIMES.
               10  ORIGIN-COUNT         PIC 9(6).
               10  ORIGIN-AMOUNT        PIC S9(11)V99.
       01  ORIGIN-IDX                   PIC 9.
       01  ORIGIN-NAMES.
           05  FILLER                   PIC X(24)
                            VALUE "POSTING-EXCEPTION QUEUE ".
           05  FILLER                   PIC X(24)
                            VALUE "HOLD REVIEW REFUSALS    ".
           05  FILLER                   PIC X(24)
                            VALUE "AGED VALIDATION REJECTS ".
       01  ORIGIN-NAME-TABLE REDEFINES ORIGIN-NAMES.
           05  ORIGIN-NAME OCCURS 3 TIMES  PIC X(24).

       01  ALREADY-RETURNED-COUNT       PIC 9(6)    VALUE 0.
       01  HELD-BACK-COUNT              PIC 9(6)    VALUE 0.
       01  DEFERRED-COUNT               PIC 9(6)    VALUE 0.
       01  UNMAPPED-COUNT               PIC 9(6)    VALUE 0.
       01  AMOUNT-MAGNITUDE             PIC 9(11)V99.
       01  BOOKED-RETURNED-COUNT        PIC 9(6)    VALUE 0.
       01  BOOKED-RETURNED-TOTAL        PIC 9(13)V99 VALUE 0.
       01  TOTAL-DEBITS                 PIC 9(13)V99 VALUE 0.
       01  TOTAL-CREDITS                PIC 9(13)V99 VALUE 0.
       01  JOURNAL-LINE-COUNT           PIC 9(6)    VALUE 0.
       01  REVERSED-SW                  PIC X.

       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  EDITED-TOTAL                 PIC -(13)9.99.
       01  SHOWN-BOOKING                PIC X(10).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "RTN01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO TODAY-SERIAL.
           INITIALIZE ORIGIN-TOTALS.
           PERFORM READ-PARM-CARD.
           PERFORM LOAD-GL-MAP.
           PERFORM OPEN-THE-FILES THRU OPEN-THE-FILES-EXIT.
           IF RUN-SEVERITY = 16
               GO TO PROGRAM-WRAP-UP
           END-IF.
           PERFORM GATHER-FROM-PSTEXC.
           PERFORM GATHER-FROM-HOLD-REFUSALS.
           PERFORM GATHER-FROM-REJECTS.
           PERFORM WRITE-RETURN-SECTIONS.
           PERFORM CLOSE-THE-FILES.
           PERFORM WRITE-THE-REGISTER THRU WRITE-THE-REGISTER-EXIT.
           DISPLAY "RTN01: returned= " ORIGIN-COUNT (1)
                   " queue " ORIGIN-COUNT (2) " hold "
                   ORIGIN-COUNT (3) " rejects"
                   " suppliers= " SECTIONS-WRITTEN.
           DISPLAY "RTN01: reversed= " BOOKED-RETURNED-COUNT
                   " journal lines= " JOURNAL-LINE-COUNT
                   " held back= " HELD-BACK-COUNT.
           IF DEFERRED-COUNT > 0
               DISPLAY "RTN01: return table full - "
                       DEFERRED-COUNT " item(s) wait for tomorrow"
           END-IF.
       PROGRAM-WRAP-UP.
           CALL "DAYLOG" USING "RTN01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       READ-PARM-CARD.
           OPEN INPUT RTN01-PARMCARD.
           IF RTN01PM-STATUS = "00"
               READ RTN01-PARMCARD
                   AT END MOVE "10" TO RTN01PM-STATUS
               END-READ
               IF RTN01PM-STATUS = "00" AND
                  RTN01PM-REJECT-DAYS IS NUMERIC AND
                  RTN01PM-REJECT-DAYS > 0
                   MOVE RTN01PM-REJECT-DAYS TO REJECT-DAYS
               END-IF
               CLOSE RTN01-PARMCARD
           END-IF.

       LOAD-GL-MAP.
           MOVE 0 TO GLMAP-COUNT.
           OPEN INPUT RTN01-MAP.
           IF GLMAP-STATUS = "00"
               PERFORM UNTIL GLMAP-STATUS NOT = "00"
                   READ RTN01-MAP
                       AT END MOVE "10" TO GLMAP-STATUS
                   END-READ
                   IF GLMAP-STATUS = "00" AND GLMAP-COUNT < 20
                      AND NOT GLMAP-CLASS-CARD
                       ADD 1 TO GLMAP-COUNT
                       MOVE GLMAP-REC-TYPE TO
                            GLMAP-TBL-TYPE (GLMAP-COUNT)
                       MOVE GLMAP-DEBIT-ACCT TO
                            GLMAP-TBL-DEBIT (GLMAP-COUNT)
                       MOVE GLMAP-CREDIT-ACCT TO
                            GLMAP-TBL-CREDIT (GLMAP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE RTN01-MAP
           END-IF.

       OPEN-THE-FILES.
           OPEN I-O RTN01-SENT.
           IF RTNSENT-STATUS = "35"
               OPEN OUTPUT RTN01-SENT
               CLOSE RTN01-SENT
               OPEN I-O RTN01-SENT
           END-IF.
           IF RTNSENT-STATUS NOT = "00"
               DISPLAY "RTN01: OPEN RTN01-SENT - status "
                       RTNSENT-STATUS
               MOVE 16 TO RUN-SEVERITY
               GO TO OPEN-THE-FILES-EXIT
           END-IF.
           OPEN OUTPUT RTN01-OUTBOUND.
           IF RTN01OUT-STATUS NOT = "00"
               DISPLAY "RTN01: OPEN RTN01-OUTBOUND - status "
                       RTN01OUT-STATUS
               CLOSE RTN01-SENT
               MOVE 16 TO RUN-SEVERITY
               GO TO OPEN-THE-FILES-EXIT
           END-IF.
           OPEN OUTPUT RTN01-JOURNAL.
           IF RTN01JNL-STATUS NOT = "00"
               DISPLAY "RTN01: OPEN RTN01-JOURNAL - status "
                       RTN01JNL-STATUS
               CLOSE RTN01-SENT
               CLOSE RTN01-OUTBOUND
               MOVE 16 TO RUN-SEVERITY
               GO TO OPEN-THE-FILES-EXIT
           END-IF.
           OPEN INPUT RTN01-SUPPLIERS.
           IF SUPMST-STATUS = "00"
               MOVE 'Y' TO SUPMST-PRESENT-SW
           ELSE
               DISPLAY "RTN01: no supplier master - status "
                       SUPMST-STATUS " - every item is held back"
           END-IF.
           OPEN OUTPUT RTN01-REPORT.
           IF RTN01RPT-STATUS NOT = "00"
               DISPLAY "RTN01: OPEN RTN01-REPORT - status "
                       RTN01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO RTN01-REPORT-LINE
               WRITE RTN01-REPORT-LINE
               MOVE SPACES TO RTN01-REPORT-LINE
               STRING "Items returned to suppliers for business "
                      "date " BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO RTN01-REPORT-LINE
               WRITE RTN01-REPORT-LINE
           END-IF.
       OPEN-THE-FILES-EXIT.
           EXIT.

      * Queue items PEX02 has cleared as returned, on whatever
      * night that was, until they have gone back once.
       GATHER-FROM-PSTEXC.
           OPEN INPUT EXCEPTION-FILE.
           IF PSTEXC-STATUS NOT = "00"
               DISPLAY "RTN01: no posting-exception queue - status "
                       PSTEXC-STATUS
               MOVE 'Y' TO EXCEPTION-EOF
           END-IF.
           PERFORM UNTIL EXCEPTION-EOF-YES
               READ EXCEPTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EXCEPTION-EOF
               END-READ
               IF NOT EXCEPTION-EOF-YES AND PSTEXC-RETURNED
                   MOVE PSTEXC-TXN TO FILEDATCLT-REC
                   MOVE 'P' TO CANDIDATE-ORIGIN
                   MOVE PSTEXC-SOURCE-ID TO CANDIDATE-SOURCE-ID
                   PERFORM CODE-QUEUE-REASON
                   PERFORM TAKE-ONE-CANDIDATE THRU
                       TAKE-ONE-CANDIDATE-EXIT
               END-IF
           END-PERFORM.
           IF PSTEXC-STATUS = "00" OR PSTEXC-STATUS = "10"
               CLOSE EXCEPTION-FILE
           END-IF.

       GATHER-FROM-HOLD-REFUSALS.
           OPEN INPUT REFUSED-FILE.
           IF HLD01REJ-STATUS NOT = "00"
               DISPLAY "RTN01: no hold refusals - status "
                       HLD01REJ-STATUS
               MOVE 'Y' TO REFUSED-EOF
           END-IF.
           PERFORM UNTIL REFUSED-EOF-YES
               READ REFUSED-FILE
                   AT END MOVE 'Y' TO REFUSED-EOF
               END-READ
               IF NOT REFUSED-EOF-YES
                   MOVE FILEDATCLT-REJECT-DATA TO FILEDATCLT-REC
                   MOVE 'H' TO CANDIDATE-ORIGIN
                   MOVE FILEDATCLT-CTL-SOURCE-ID TO
                        CANDIDATE-SOURCE-ID
                   MOVE "RT05" TO CANDIDATE-CODE
                   MOVE "REFUSED AT HOLD" TO CANDIDATE-TEXT
                   PERFORM TAKE-ONE-CANDIDATE THRU
                       TAKE-ONE-CANDIDATE-EXIT
               END-IF
           END-PERFORM.
           IF HLD01REJ-STATUS = "00" OR HLD01REJ-STATUS = "10"
               CLOSE REFUSED-FILE
           END-IF.

      * A reject is aged once it has sat unrepaired the parm
      * card's days since REJ03 first saw it; one REJ03 did not
      * see tonight has already left the queue.
       GATHER-FROM-REJECTS.
           OPEN INPUT REJAGE-FILE.
           IF REJAGE-STATUS NOT = "00"
               DISPLAY "RTN01: no reject ages - status "
                       REJAGE-STATUS
               MOVE 'Y' TO REJAGE-EOF
           END-IF.
           PERFORM UNTIL REJAGE-EOF-YES
               READ REJAGE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO REJAGE-EOF
               END-READ
               IF NOT REJAGE-EOF-YES AND REJAGE-ON-REJECTS AND
                  REJAGE-LAST-SEEN = BUSINESS-DATE-NUM
                   MOVE REJAGE-FIRST-SEEN TO DATE-FOR-SERIAL
                   CALL "DATESER" USING DATE-FOR-SERIAL
                                        SERIAL-RESULT
                   COMPUTE AGE-DAYS = TODAY-SERIAL - SERIAL-RESULT
                   IF AGE-DAYS NOT < REJECT-DAYS
                       MOVE REJAGE-IMAGE TO FILEDATCLT-REC
                       MOVE 'R' TO CANDIDATE-ORIGIN
                       MOVE FILEDATCLT-CTL-SOURCE-ID TO
                            CANDIDATE-SOURCE-ID
                       MOVE "RT06" TO CANDIDATE-CODE
                       MOVE SPACES TO CANDIDATE-TEXT
                       STRING "REJECTED CODE " REJAGE-CODE
                           DELIMITED BY SIZE INTO CANDIDATE-TEXT
                       PERFORM TAKE-ONE-CANDIDATE THRU
                           TAKE-ONE-CANDIDATE-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           IF REJAGE-STATUS = "00" OR REJAGE-STATUS = "10"
               CLOSE REJAGE-FILE
           END-IF.

      * The buffered items go out as one section per supplier -
      * HD, the supplier's items, TR with the count and amount
      * hash - each item noted on RTNSENT as it goes.
       WRITE-RETURN-SECTIONS.
           MOVE 0 TO SUPPLIER-COUNT.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
               PERFORM NOTE-ITEM-SUPPLIER
           END-PERFORM.
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               PERFORM WRITE-ONE-SUPPLIER-SECTION
           END-PERFORM.

       CLOSE-THE-FILES.
           CLOSE RTN01-SENT.
           CLOSE RTN01-OUTBOUND.
           CLOSE RTN01-JOURNAL.
           IF SUPMST-PRESENT
               CLOSE RTN01-SUPPLIERS
           END-IF.

       WRITE-THE-REGISTER.
           IF HELD-BACK-COUNT > 0 OR UNMAPPED-COUNT > 0 OR
              TOTAL-DEBITS NOT = BOOKED-RETURNED-TOTAL OR
              TOTAL-CREDITS NOT = BOOKED-RETURNED-TOTAL
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           IF RTN01RPT-STATUS NOT = "00"
               GO TO WRITE-THE-REGISTER-EXIT
           END-IF.
           MOVE SPACES TO RTN01-REPORT-LINE.
           WRITE RTN01-REPORT-LINE.
           PERFORM VARYING ORIGIN-IDX FROM 1 BY 1
                   UNTIL ORIGIN-IDX > 3
               MOVE ORIGIN-AMOUNT (ORIGIN-IDX) TO EDITED-TOTAL
               MOVE SPACES TO RTN01-REPORT-LINE
               STRING ORIGIN-NAME (ORIGIN-IDX)
                      " RETURNED " ORIGIN-COUNT (ORIGIN-IDX)
                      " " EDITED-TOTAL
                   DELIMITED BY SIZE INTO RTN01-REPORT-LINE
               WRITE RTN01-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO RTN01-REPORT-LINE.
           STRING "Suppliers is= " SECTIONS-WRITTEN
                  "  Already returned is= " ALREADY-RETURNED-COUNT
                  "  Held back is= " HELD-BACK-COUNT
               DELIMITED BY SIZE INTO RTN01-REPORT-LINE.
           WRITE RTN01-REPORT-LINE.
           MOVE SPACES TO RTN01-REPORT-LINE.
           WRITE RTN01-REPORT-LINE.
           MOVE BOOKED-RETURNED-TOTAL TO EDITED-TOTAL.
           MOVE SPACES TO RTN01-REPORT-LINE.
           STRING "BOOKED ITEMS RETURNED " BOOKED-RETURNED-COUNT
                  "  " EDITED-TOTAL
               DELIMITED BY SIZE INTO RTN01-REPORT-LINE.
           WRITE RTN01-REPORT-LINE.
           MOVE TOTAL-DEBITS TO EDITED-TOTAL.
           MOVE SPACES TO RTN01-REPORT-LINE.
           STRING "REVERSING DEBITS             " EDITED-TOTAL
               DELIMITED BY SIZE INTO RTN01-REPORT-LINE.
           WRITE RTN01-REPORT-LINE.
           MOVE TOTAL-CREDITS TO EDITED-TOTAL.
           MOVE SPACES TO RTN01-REPORT-LINE.
           STRING "REVERSING CREDITS            " EDITED-TOTAL
               DELIMITED BY SIZE INTO RTN01-REPORT-LINE.
           WRITE RTN01-REPORT-LINE.
           MOVE SPACES TO RTN01-REPORT-LINE.
           IF TOTAL-DEBITS = BOOKED-RETURNED-TOTAL AND
              TOTAL-CREDITS = BOOKED-RETURNED-TOTAL AND
              UNMAPPED-COUNT = 0
               MOVE "*** RETURNS BALANCED - READY TO UPLOAD ***" TO
                    RTN01-REPORT-LINE
           ELSE
               STRING "*** RETURNS OUT OF BALANCE - " UNMAPPED-COUNT
                      " ITEM(S) WITH NO GLMAP CARD ***"
                   DELIMITED BY SIZE INTO RTN01-REPORT-LINE
           END-IF.
           WRITE RTN01-REPORT-LINE.
           IF DEFERRED-COUNT > 0
               MOVE SPACES TO RTN01-REPORT-LINE
               STRING "Return table full - waiting for tomorrow is= "
                      DEFERRED-COUNT
                   DELIMITED BY SIZE INTO RTN01-REPORT-LINE
               WRITE RTN01-REPORT-LINE
           END-IF.
           PERFORM BUILD-RPT-FOOTER.
           MOVE RPT-FTR-LINE TO RTN01-REPORT-LINE.
           WRITE RTN01-REPORT-LINE.
           CLOSE RTN01-REPORT.
       WRITE-THE-REGISTER-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
      * The queue's reason text, as MST01 wrote it, mapped to the
      * standard return codes.
       CODE-QUEUE-REASON.
           EVALUATE PSTEXC-REASON
               WHEN "account closed"
               WHEN "account already closed"
                   MOVE "RT01" TO CANDIDATE-CODE
                   MOVE "ACCOUNT CLOSED" TO CANDIDATE-TEXT
               WHEN "account not on master"
                   MOVE "RT02" TO CANDIDATE-CODE
                   MOVE "NO SUCH ACCOUNT" TO CANDIDATE-TEXT
               WHEN "entity mismatch"
                   MOVE "RT04" TO CANDIDATE-CODE
                   MOVE "WRONG ENTITY" TO CANDIDATE-TEXT
               WHEN OTHER
                   MOVE 0 TO REASON-TALLY
                   INSPECT PSTEXC-REASON TALLYING REASON-TALLY
                       FOR ALL "block"
                   IF REASON-TALLY > 0
                       MOVE "RT03" TO CANDIDATE-CODE
                       MOVE "ACCOUNT BLOCKED" TO CANDIDATE-TEXT
                   ELSE
                       MOVE "RT99" TO CANDIDATE-CODE
                       MOVE "NOT POSTABLE" TO CANDIDATE-TEXT
                   END-IF
           END-EVALUATE.

      * An item goes back once: skipped when RTNSENT has it from
      * an earlier night, held back when no SUPMST profile owns
      * its source id, otherwise buffered for its supplier.
       TAKE-ONE-CANDIDATE.
           MOVE 'N' TO CANDIDATE-ON-FILE-SW.
           MOVE CANDIDATE-ORIGIN TO RTNSENT-ORIGIN.
           MOVE FILEDATCLT-REC TO RTNSENT-IMAGE.
           READ RTN01-SENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO CANDIDATE-ON-FILE-SW
           END-READ.
           IF CANDIDATE-ON-FILE-SW = 'Y' AND
              RTNSENT-RETURN-DATE NOT = BUSINESS-DATE-NUM
               ADD 1 TO ALREADY-RETURNED-COUNT
               GO TO TAKE-ONE-CANDIDATE-EXIT
           END-IF.
           PERFORM CHECK-SUPPLIER-PROFILE.
           IF CANDIDATE-SKIPPED
               ADD 1 TO HELD-BACK-COUNT
               PERFORM NOTE-HELD-BACK-LINE
               GO TO TAKE-ONE-CANDIDATE-EXIT
           END-IF.
           IF ITEM-COUNT NOT < 500
               ADD 1 TO DEFERRED-COUNT
               GO TO TAKE-ONE-CANDIDATE-EXIT
           END-IF.
           ADD 1 TO ITEM-COUNT.
           MOVE CANDIDATE-ORIGIN TO ITEM-ORIGIN (ITEM-COUNT).
           MOVE CANDIDATE-SOURCE-ID TO ITEM-SOURCE-ID (ITEM-COUNT).
           MOVE FILEDATCLT-REC TO ITEM-IMAGE (ITEM-COUNT).
           MOVE CANDIDATE-CODE TO ITEM-CODE (ITEM-COUNT).
           MOVE CANDIDATE-TEXT TO ITEM-TEXT (ITEM-COUNT).
           MOVE CANDIDATE-ON-FILE-SW TO
                ITEM-ON-FILE-SW (ITEM-COUNT).
       TAKE-ONE-CANDIDATE-EXIT.
           EXIT.

       CHECK-SUPPLIER-PROFILE.
           MOVE 'N' TO CANDIDATE-SKIP-SW.
           IF NOT SUPMST-PRESENT OR CANDIDATE-SOURCE-ID = SPACES
               MOVE 'Y' TO CANDIDATE-SKIP-SW
           ELSE
               MOVE CANDIDATE-SOURCE-ID TO SUPMST-SOURCE-ID
               READ RTN01-SUPPLIERS
                   INVALID KEY
                       MOVE 'Y' TO CANDIDATE-SKIP-SW
               END-READ
           END-IF.

       NOTE-HELD-BACK-LINE.
           IF RTN01RPT-STATUS = "00"
               CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT
               MOVE FILEDATCLT-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO RTN01-REPORT-LINE
               STRING "HELD BACK " MASKED-ACCT FILEDATCLT-SEQ-NBR
                      " " EDITED-AMOUNT " SOURCE '"
                      CANDIDATE-SOURCE-ID "' HAS NO SUPMST PROFILE"
                   DELIMITED BY SIZE INTO RTN01-REPORT-LINE
               WRITE RTN01-REPORT-LINE
           END-IF.

       NOTE-ITEM-SUPPLIER.
           MOVE 'N' TO SUPPLIER-SEEN-SW.
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               IF ITEM-SOURCE-ID (ITEM-IDX) =
                      SUPPLIER-ID (SUPPLIER-IDX)
                   MOVE 'Y' TO SUPPLIER-SEEN-SW
               END-IF
           END-PERFORM.
           IF SUPPLIER-SEEN-SW = 'N' AND SUPPLIER-COUNT < 50
               ADD 1 TO SUPPLIER-COUNT
               MOVE ITEM-SOURCE-ID (ITEM-IDX) TO
                    SUPPLIER-ID (SUPPLIER-COUNT)
           END-IF.

       WRITE-ONE-SUPPLIER-SECTION.
           MOVE SUPPLIER-ID (SUPPLIER-IDX) TO CURRENT-SUPPLIER.
           MOVE 0 TO SECTION-COUNT.
           MOVE 0 TO SECTION-AMOUNT-TOTAL.
           MOVE SPACES TO RTN01-OUTBOUND-REC.
           MOVE "HD" TO RTN-REC-TYPE.
           MOVE CURRENT-SUPPLIER TO RTN-SOURCE-ID.
           MOVE BUSINESS-DATE-NUM TO RTN-RETURN-DATE.
           MOVE 0 TO RTN-AMOUNT.
           WRITE RTN01-OUTBOUND-REC.
           IF RTN01RPT-STATUS = "00"
               MOVE SPACES TO RTN01-REPORT-LINE
               WRITE RTN01-REPORT-LINE
               MOVE SPACES TO RTN01-REPORT-LINE
               STRING "SUPPLIER " CURRENT-SUPPLIER
                   DELIMITED BY SIZE INTO RTN01-REPORT-LINE
               WRITE RTN01-REPORT-LINE
           END-IF.
           PERFORM VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT
               IF ITEM-SOURCE-ID (ITEM-IDX) = CURRENT-SUPPLIER
                   PERFORM RETURN-ONE-ITEM
               END-IF
           END-PERFORM.
           MOVE SPACES TO RTN01-OUTBOUND-REC.
           MOVE "TR" TO RTN-REC-TYPE.
           MOVE CURRENT-SUPPLIER TO RTN-SOURCE-ID.
           MOVE BUSINESS-DATE-NUM TO RTN-RETURN-DATE.
           MOVE SECTION-COUNT TO RTN-CTL-COUNT.
           MOVE SECTION-AMOUNT-TOTAL TO RTN-AMOUNT.
           WRITE RTN01-OUTBOUND-REC.
           ADD 1 TO SECTIONS-WRITTEN.

       RETURN-ONE-ITEM.
           MOVE ITEM-IMAGE (ITEM-IDX) TO FILEDATCLT-REC.
           MOVE SPACES TO RTN01-OUTBOUND-REC.
           MOVE "RT" TO RTN-REC-TYPE.
           MOVE CURRENT-SUPPLIER TO RTN-SOURCE-ID.
           MOVE BUSINESS-DATE-NUM TO RTN-RETURN-DATE.
           MOVE FILEDATCLT-KEY TO RTN-ORIG-KEY.
           MOVE FILEDATCLT-DATE TO RTN-ORIG-DATE.
           MOVE FILEDATCLT-AMOUNT TO RTN-AMOUNT.
           MOVE FILEDATCLT-CURRENCY-CODE TO RTN-CURRENCY.
           MOVE ITEM-CODE (ITEM-IDX) TO RTN-REASON-CODE.
           MOVE ITEM-TEXT (ITEM-IDX) TO RTN-REASON-TEXT.
           WRITE RTN01-OUTBOUND-REC.
           ADD 1 TO SECTION-COUNT.
           ADD FILEDATCLT-AMOUNT TO SECTION-AMOUNT-TOTAL.
           EVALUATE ITEM-ORIGIN (ITEM-IDX)
               WHEN 'P'
                   MOVE 1 TO ORIGIN-IDX
               WHEN 'H'
                   MOVE 2 TO ORIGIN-IDX
               WHEN OTHER
                   MOVE 3 TO ORIGIN-IDX
           END-EVALUATE.
           ADD 1 TO ORIGIN-COUNT (ORIGIN-IDX).
           ADD FILEDATCLT-AMOUNT TO ORIGIN-AMOUNT (ORIGIN-IDX).
           MOVE 'N' TO REVERSED-SW.
           MOVE "NOT BOOKED" TO SHOWN-BOOKING.
           IF ORIGIN-IDX = 1
               PERFORM REVERSE-ONE-ITEM
           END-IF.
           PERFORM NOTE-ITEM-SENT.
           IF RTN01RPT-STATUS = "00"
               CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT
               MOVE FILEDATCLT-AMOUNT TO EDITED-AMOUNT
               MOVE SPACES TO RTN01-REPORT-LINE
               STRING "  " MASKED-ACCT FILEDATCLT-SEQ-NBR
                      " " FILEDATCLT-DATE " " EDITED-AMOUNT
                      " " ITEM-CODE (ITEM-IDX)
                      " " ITEM-ORIGIN (ITEM-IDX)
                      " " SHOWN-BOOKING
                   DELIMITED BY SIZE INTO RTN01-REPORT-LINE
               WRITE RTN01-REPORT-LINE
           END-IF.

      * The item was journaled the night it failed to post; the
      * same card's accounts, swapped, take it off the books.
       REVERSE-ONE-ITEM.
           MOVE 0 TO GLMAP-FOUND-IDX.
           PERFORM VARYING GLMAP-IDX FROM 1 BY 1
                   UNTIL GLMAP-IDX > GLMAP-COUNT
               IF FILEDATCLT-REC-TYPE = GLMAP-TBL-TYPE (GLMAP-IDX)
                   MOVE GLMAP-IDX TO GLMAP-FOUND-IDX
               END-IF
           END-PERFORM.
           IF FILEDATCLT-AMOUNT < 0
               COMPUTE AMOUNT-MAGNITUDE = 0 - FILEDATCLT-AMOUNT
           ELSE
               MOVE FILEDATCLT-AMOUNT TO AMOUNT-MAGNITUDE
           END-IF.
           ADD 1 TO BOOKED-RETURNED-COUNT.
           ADD AMOUNT-MAGNITUDE TO BOOKED-RETURNED-TOTAL.
           IF GLMAP-FOUND-IDX = 0
               ADD 1 TO UNMAPPED-COUNT
               MOVE "NO GLMAP" TO SHOWN-BOOKING
           ELSE
               MOVE SPACES TO RTN01-JOURNAL-REC
               MOVE GLMAP-TBL-CREDIT (GLMAP-FOUND-IDX) TO
                    JRN-GL-ACCT
               MOVE 'D' TO JRN-DC-FLAG
               MOVE AMOUNT-MAGNITUDE TO JRN-AMOUNT
               MOVE BUSINESS-DATE-NUM TO JRN-DATE
               MOVE FILEDATCLT-KEY TO JRN-REFERENCE
               WRITE RTN01-JOURNAL-REC
               ADD AMOUNT-MAGNITUDE TO TOTAL-DEBITS
               MOVE SPACES TO RTN01-JOURNAL-REC
               MOVE GLMAP-TBL-DEBIT (GLMAP-FOUND-IDX) TO
                    JRN-GL-ACCT
               MOVE 'C' TO JRN-DC-FLAG
               MOVE AMOUNT-MAGNITUDE TO JRN-AMOUNT
               MOVE BUSINESS-DATE-NUM TO JRN-DATE
               MOVE FILEDATCLT-KEY TO JRN-REFERENCE
               WRITE RTN01-JOURNAL-REC
               ADD AMOUNT-MAGNITUDE TO TOTAL-CREDITS
               ADD 2 TO JOURNAL-LINE-COUNT
               MOVE 'Y' TO REVERSED-SW
               MOVE "REVERSED" TO SHOWN-BOOKING
           END-IF.

      * A rerun finds tonight's entry already there and leaves
      * it as it is.
       NOTE-ITEM-SENT.
           IF ITEM-ON-FILE-SW (ITEM-IDX) NOT = 'Y'
               MOVE SPACES TO RTNSENT-REC
               MOVE ITEM-ORIGIN (ITEM-IDX) TO RTNSENT-ORIGIN
               MOVE FILEDATCLT-REC TO RTNSENT-IMAGE
               MOVE BUSINESS-DATE-NUM TO RTNSENT-RETURN-DATE
               MOVE CURRENT-SUPPLIER TO RTNSENT-SOURCE-ID
               MOVE ITEM-CODE (ITEM-IDX) TO RTNSENT-REASON-CODE
               MOVE REVERSED-SW TO RTNSENT-REVERSED-SW
               WRITE RTNSENT-REC
                   INVALID KEY
                       DISPLAY "RTN01: WRITE RTN01-SENT - status "
                               RTNSENT-STATUS
               END-WRITE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="RTN01"==.
