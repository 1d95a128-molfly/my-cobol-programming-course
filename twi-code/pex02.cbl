       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEX02.
      *--------------------------------------------------
      * NIGHTLY POSTING-EXCEPTION QUEUE RUN, AFTER THE MST01
      * PARTITIONS HAVE QUEUED THE NIGHT'S UNMATCHED ITEMS ON
      * PSTEXC. EVERY ITEM THE PEX01 CONSOLE REDIRECTED, AND
      * EVERY HELD ITEM WHOSE AWAITED ACCOUNT IS NOW OPEN ON THE
      * MASTER IN THE ITEM'S ENTITY, GOES OUT ON PEXRCY AS A
      * PROPER DELIVERY FOR THE NEXT NIGHT'S CNT01 FILE LIST -
      * ONE SECTION PER ENTITY, EACH WITH ITS OWN HD/TR UNDER
      * THE DEDICATED 'PEXREPR' SOURCE ID, WHICH CNT01 RECONCILES
      * LIKE ANY SUPPLIER FILE - AND IS MARKED DELIVERED. ITEMS
      * MARKED FOR RETURN ARE LISTED WITH THE REASON KEYED AND
      * MARKED RETURNED FOR RTN01 TO SEND BACK. BOTH COUNT AS CLEARED
      * ON THE BUSINESS DATE; A RERUN THE SAME NIGHT DELIVERS
      * AND LISTS THE SAME ITEMS AGAIN, NEVER MORE. CLEARED
      * ITEMS ARE PURGED PAST THE SUITECFG HISTORY RETENTION
      * (THIRTY DAYS WHEN UNSET). PEX02RPT LISTS WHAT WENT OUT,
      * WHAT GOES BACK, AND EVERY ITEM STILL OUTSTANDING WITH
      * ITS AGE, THEN RECONCILES THE QUEUE: OPENING PLUS NEW
      * LESS CLEARED MUST EQUAL CLOSING, AND THE OPENING COUNT
      * MUST EQUAL THE CLOSING COUNT THE PEX02CTL CONTROL RECORD
      * KEPT FROM THE NIGHT BEFORE. RC 4 WHEN EITHER FAILS, RC 16
      * WHEN THE QUEUE OR THE DELIVERY CANNOT BE OPENED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-FILE ASSIGN TO PSTEXC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PSTEXC-KEY
                  FILE STATUS   IS PSTEXC-STATUS.

      * Read only, to see whether a held item's account has
      * opened. No master, no releases - the held items wait.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT DELIVERY-FILE ASSIGN TO PEXRCY
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PEXRCY-STATUS.

      * Last night's counts, for the day-to-day carry check.
           SELECT PEX02-CONTROL ASSIGN TO PEX02CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PEX02CTL-STATUS.

           SELECT PEX02-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

           SELECT PEX02-REPORT ASSIGN TO PEX02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS PEX02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           COPY "pstexc.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  DELIVERY-FILE.
       01  DELIVERY-REC                 PIC X(80).

       FD  PEX02-CONTROL.
       01  PEX02-CONTROL-REC.
           05  CTL-RUN-DATE             PIC 9(8).
           05  CTL-OPENING-COUNT        PIC 9(7).
           05  CTL-CLOSING-COUNT        PIC 9(7).
           05  FILLER                   PIC X(58).

       FD  PEX02-SUITECFG.
       COPY "suitecfg.cpy".

       FD  PEX02-REPORT.
       01  PEX02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==EXCEPTION==.

       01  PSTEXC-STATUS.
           05  PSTEXC-STATUS-L          PIC X.
           05  PSTEXC-STATUS-R          PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  PEXRCY-STATUS.
           05  PEXRCY-STATUS-L          PIC X.
           05  PEXRCY-STATUS-R          PIC X.
       01  PEX02CTL-STATUS.
           05  PEX02CTL-STATUS-L        PIC X.
           05  PEX02CTL-STATUS-R        PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.
       01  PEX02RPT-STATUS.
           05  PEX02RPT-STATUS-L        PIC X.
           05  PEX02RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTMST-PRESENT                       VALUE 'Y'.
       01  RETENT-DAYS                  PIC 9(3)    VALUE 30.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  TODAY-SERIAL                 PIC S9(9)   COMP.
       01  AGE-DAYS                     PIC S9(9)   COMP.
       01  AGE-DAYS-EDIT                PIC ZZZZ9.

      * Last night's control record, when there is one.
       01  PRIOR-CTL-SW                 PIC X       VALUE 'N'.
           88  PRIOR-CTL-FOUND                       VALUE 'Y'.
       01  PRIOR-RUN-DATE               PIC 9(8)    VALUE 0.
       01  PRIOR-OPENING                PIC 9(7)    VALUE 0.
       01  PRIOR-CLOSING                PIC 9(7)    VALUE 0.
       01  EXPECTED-OPENING             PIC 9(7)    VALUE 0.

      * The queue's day: what was outstanding coming in, what
      * MST01 added tonight, what left it tonight, what remains.
       01  OPENING-COUNT                PIC 9(7)    VALUE 0.
       01  NEW-COUNT                    PIC 9(7)    VALUE 0.
       01  CLEARED-COUNT                PIC 9(7)    VALUE 0.
       01  CLOSING-COUNT                PIC 9(7)    VALUE 0.
       01  DELIVERED-COUNT              PIC 9(7)    VALUE 0.
       01  RETURNED-COUNT               PIC 9(7)    VALUE 0.
       01  HOLDS-RELEASED-COUNT         PIC 9(7)    VALUE 0.
       01  PURGED-COUNT                 PIC 9(7)    VALUE 0.
       01  DEFERRED-COUNT               PIC 9(7)    VALUE 0.
       01  CLEARED-TONIGHT-SW           PIC X.
           88  CLEARED-TONIGHT                       VALUE 'Y'.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

      * The queued image laid back out as a FILEDATCLT record.
       COPY "filedatclt.cpy".

      * Items going out are buffered and dealt out afterwards
      * as one delivery section per entity, so each section's
      * HD entity matches every record inside it.
       01  DELIVER-COUNT                PIC 9(3)    VALUE 0.
       01  DELIVER-TABLE.
           05  DELIVER-ENTRY OCCURS 500 TIMES.
               10  DELIVER-IMAGE        PIC X(80).
               10  DELIVER-ENTITY       PIC X(3).
               10  DELIVER-AMOUNT       PIC S9(9)V99.
       01  DELIVER-IDX                  PIC 9(3).
       01  DELIVER-ENTITY-COUNT         PIC 99      VALUE 0.
       01  DELIVER-ENTITY-TABLE.
           05  DELIVER-ENTITY-CODE OCCURS 10 TIMES  PIC X(3).
       01  DELIVER-ENT-IDX              PIC 99.
       01  ENTITY-SEEN-SW               PIC X.
       01  CURRENT-ENTITY               PIC X(3).
       01  SECTION-COUNT                PIC 9(6).
       01  SECTION-AMOUNT-TOTAL         PIC S9(9)V99.
       01  SECTIONS-WRITTEN             PIC 99      VALUE 0.

      * Work record in the FILEDATCLT shape for building the
      * PEXREPR control records.
       01  WORK-REC.
           05  WORK-KEY                 PIC X(14).
           05  WORK-DATE                PIC 9(8).
           05  WORK-AMOUNT              PIC S9(9)V99.
           05  WORK-REC-TYPE            PIC X(2).
           05  WORK-CURRENCY            PIC X(3).
           05  WORK-CTL-AREA.
               10  WORK-CTL-SOURCE-ID   PIC X(8).
               10  WORK-CTL-COUNT       PIC 9(6).
               10  FILLER               PIC X(25).
           05  WORK-ENTITY              PIC X(3).

       01  MASKED-ACCT                  PIC X(10).
       01  MASKED-TARGET                PIC X(10).
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  SHOWN-STATE                  PIC X(9).

      * Report lines are built in the three sections' order, so
      * the pass keeps each section's lines apart until the end.
       01  OUT-LINE-COUNT               PIC 9(3)    VALUE 0.
       01  OUT-LINE-TABLE.
           05  OUT-LINE OCCURS 500 TIMES PIC X(80).
       01  BACK-LINE-COUNT              PIC 9(3)    VALUE 0.
       01  BACK-LINE-TABLE.
           05  BACK-LINE OCCURS 200 TIMES PIC X(80).
       01  LINE-IDX                     PIC 9(3).
       01  LINES-DROPPED                PIC 9(5)    VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "PEX02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO TODAY-SERIAL.
           PERFORM GET-RETENTION.
           PERFORM READ-PRIOR-CONTROL.
           OPEN I-O EXCEPTION-FILE.
           IF PSTEXC-STATUS = "35"
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN I-O EXCEPTION-FILE
           END-IF.
           IF PSTEXC-STATUS NOT = "00"
               DISPLAY "PEX02: OPEN EXCEPTION-FILE - status "
                       PSTEXC-STATUS
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           OPEN OUTPUT DELIVERY-FILE.
           IF PEXRCY-STATUS NOT = "00"
               DISPLAY "PEX02: OPEN DELIVERY-FILE - status "
                       PEXRCY-STATUS
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RUN-SEVERITY
               GO TO PROGRAM-WRAP-UP
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           ELSE
               DISPLAY "PEX02: no account master - status "
                       ACCTMST-STATUS " - held items wait"
           END-IF.
           OPEN OUTPUT PEX02-REPORT.
           IF PEX02RPT-STATUS NOT = "00"
               DISPLAY "PEX02: OPEN PEX02-REPORT - status "
                       PEX02RPT-STATUS
           ELSE
               PERFORM WRITE-REPORT-HEADINGS
           END-IF.
           PERFORM UNTIL EXCEPTION-EOF-YES
               READ EXCEPTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EXCEPTION-EOF
               END-READ
               IF NOT EXCEPTION-EOF-YES
                   PERFORM TAKE-ONE-ITEM THRU TAKE-ONE-ITEM-EXIT
               END-IF
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           IF ACCTMST-PRESENT
               CLOSE ACCTMST-FILE
           END-IF.
           PERFORM DEAL-THE-DELIVERY.
           CLOSE DELIVERY-FILE.
           PERFORM WRITE-CONTROL-RECORD.
           IF PEX02RPT-STATUS = "00"
               PERFORM WRITE-REPORT-SECTIONS
               PERFORM WRITE-RECONCILIATION
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO PEX02-REPORT-LINE
               WRITE PEX02-REPORT-LINE
               CLOSE PEX02-REPORT
           END-IF.
           DISPLAY "PEX02: opening=   " OPENING-COUNT
                   " new= " NEW-COUNT
                   " cleared= " CLEARED-COUNT
                   " closing= " CLOSING-COUNT.
           DISPLAY "PEX02: delivered= " DELIVERED-COUNT
                   " (holds met " HOLDS-RELEASED-COUNT ")"
                   " sections= " SECTIONS-WRITTEN.
           DISPLAY "PEX02: returned=  " RETURNED-COUNT
                   " purged= " PURGED-COUNT.
           IF DEFERRED-COUNT > 0
               DISPLAY "PEX02: delivery full - " DEFERRED-COUNT
                       " item(s) wait for tomorrow"
           END-IF.
       PROGRAM-WRAP-UP.
           CALL "DAYLOG" USING "PEX02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-RETENTION.
           OPEN INPUT PEX02-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ PEX02-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-HIST-RETENT-DAYS IS NUMERIC AND
                  SUITECFG-HIST-RETENT-DAYS > 0
                   MOVE SUITECFG-HIST-RETENT-DAYS TO RETENT-DAYS
               END-IF
               CLOSE PEX02-SUITECFG
           END-IF.

       READ-PRIOR-CONTROL.
           OPEN INPUT PEX02-CONTROL.
           IF PEX02CTL-STATUS = "00"
               READ PEX02-CONTROL
                   AT END MOVE "10" TO PEX02CTL-STATUS
               END-READ
               IF PEX02CTL-STATUS = "00" AND
                  CTL-RUN-DATE IS NUMERIC
                   MOVE 'Y' TO PRIOR-CTL-SW
                   MOVE CTL-RUN-DATE TO PRIOR-RUN-DATE
                   MOVE CTL-OPENING-COUNT TO PRIOR-OPENING
                   MOVE CTL-CLOSING-COUNT TO PRIOR-CLOSING
               END-IF
               CLOSE PEX02-CONTROL
           END-IF.

       WRITE-REPORT-HEADINGS.
           PERFORM BUILD-RPT-HEADER.
           MOVE RPT-HDR-LINE TO PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.
           MOVE SPACES TO PEX02-REPORT-LINE.
           STRING "Posting-exception queue for business date "
                  BUSINESS-DATE-NUM
               DELIMITED BY SIZE INTO PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.

      * One queue item: counted into the day, acted on if PEX01
      * ruled on it, listed if still outstanding, or purged once
      * long cleared.
       TAKE-ONE-ITEM.
           IF PSTEXC-CLEARED AND
              PSTEXC-CLEARED-DATE < BUSINESS-DATE-NUM
               MOVE PSTEXC-CLEARED-DATE TO DATE-FOR-SERIAL
               CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT
               COMPUTE AGE-DAYS = TODAY-SERIAL - SERIAL-RESULT
               IF AGE-DAYS > RETENT-DAYS
                   DELETE EXCEPTION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD 1 TO PURGED-COUNT
                   END-DELETE
               END-IF
               GO TO TAKE-ONE-ITEM-EXIT
           END-IF.
           IF PSTEXC-BUS-DATE < BUSINESS-DATE-NUM
               ADD 1 TO OPENING-COUNT
           END-IF.
           IF PSTEXC-BUS-DATE = BUSINESS-DATE-NUM
               ADD 1 TO NEW-COUNT
           END-IF.
           MOVE PSTEXC-TXN TO FILEDATCLT-REC.
           MOVE 'N' TO CLEARED-TONIGHT-SW.
           EVALUATE TRUE
               WHEN PSTEXC-REDIRECTED
                   PERFORM DELIVER-ONE-ITEM THRU
                       DELIVER-ONE-ITEM-EXIT
               WHEN PSTEXC-HELD
                   PERFORM CHECK-HOLD-MET THRU CHECK-HOLD-MET-EXIT
               WHEN PSTEXC-TO-RETURN
                   PERFORM RETURN-ONE-ITEM
               WHEN PSTEXC-DELIVERED
      * Delivered earlier tonight by a run that is now being
      * repeated: it goes out again on the recut delivery.
                   PERFORM BUFFER-DELIVERY THRU
                       BUFFER-DELIVERY-EXIT
                   PERFORM NOTE-DELIVERED-LINE
                   MOVE 'Y' TO CLEARED-TONIGHT-SW
               WHEN PSTEXC-RETURNED
                   PERFORM NOTE-RETURN-LINE
                   MOVE 'Y' TO CLEARED-TONIGHT-SW
           END-EVALUATE.
           IF CLEARED-TONIGHT
               ADD 1 TO CLEARED-COUNT
           ELSE
               ADD 1 TO CLOSING-COUNT
               PERFORM NOTE-OUTSTANDING-LINE THRU
                   NOTE-OUTSTANDING-LINE-EXIT
           END-IF.
       TAKE-ONE-ITEM-EXIT.
           EXIT.

      * The buffered items go out as one delivery section per
      * entity - HD, the entity's items, TR with the count and
      * amount hash - under the PEXREPR source id.
       DEAL-THE-DELIVERY.
           MOVE 0 TO DELIVER-ENTITY-COUNT.
           PERFORM VARYING DELIVER-IDX FROM 1 BY 1
                   UNTIL DELIVER-IDX > DELIVER-COUNT
               PERFORM NOTE-DELIVER-ENTITY
           END-PERFORM.
           PERFORM VARYING DELIVER-ENT-IDX FROM 1 BY 1
                   UNTIL DELIVER-ENT-IDX > DELIVER-ENTITY-COUNT
               PERFORM WRITE-ONE-DELIVERY-SECTION
           END-PERFORM.

       WRITE-CONTROL-RECORD.
           IF PRIOR-CTL-FOUND AND
              PRIOR-RUN-DATE = BUSINESS-DATE-NUM
      * A rerun of tonight compares with tonight's first run.
               MOVE PRIOR-OPENING TO EXPECTED-OPENING
           ELSE
               MOVE PRIOR-CLOSING TO EXPECTED-OPENING
           END-IF.
           IF OPENING-COUNT + NEW-COUNT NOT =
              CLEARED-COUNT + CLOSING-COUNT
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           IF PRIOR-CTL-FOUND AND
              OPENING-COUNT NOT = EXPECTED-OPENING
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           OPEN OUTPUT PEX02-CONTROL.
           IF PEX02CTL-STATUS = "00"
               MOVE SPACES TO PEX02-CONTROL-REC
               MOVE BUSINESS-DATE-NUM TO CTL-RUN-DATE
               MOVE OPENING-COUNT TO CTL-OPENING-COUNT
               MOVE CLOSING-COUNT TO CTL-CLOSING-COUNT
               WRITE PEX02-CONTROL-REC
               CLOSE PEX02-CONTROL
           ELSE
               DISPLAY "PEX02: OPEN PEX02-CONTROL - status "
                       PEX02CTL-STATUS
           END-IF.

       WRITE-REPORT-SECTIONS.
           MOVE SPACES TO PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.
           MOVE "DELIVERED ON PEXRCY FOR THE NEXT NIGHT'S STREAM" TO
                PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > OUT-LINE-COUNT
               MOVE OUT-LINE (LINE-IDX) TO PEX02-REPORT-LINE
               WRITE PEX02-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.
           MOVE "FOR RETURN TO THE SUPPLIER" TO PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.
           PERFORM VARYING LINE-IDX FROM 1 BY 1
                   UNTIL LINE-IDX > BACK-LINE-COUNT
               MOVE BACK-LINE (LINE-IDX) TO PEX02-REPORT-LINE
               WRITE PEX02-REPORT-LINE
           END-PERFORM.
           IF LINES-DROPPED > 0
               MOVE SPACES TO PEX02-REPORT-LINE
               STRING "** " LINES-DROPPED
                      " line(s) not listed - report table full"
                   DELIMITED BY SIZE INTO PEX02-REPORT-LINE
               WRITE PEX02-REPORT-LINE
           END-IF.

       WRITE-RECONCILIATION.
           MOVE SPACES TO PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.
           MOVE SPACES TO PEX02-REPORT-LINE.
           STRING "Opening is= " OPENING-COUNT
                  "  New is= " NEW-COUNT
                  "  Cleared is= " CLEARED-COUNT
                  "  Closing is= " CLOSING-COUNT
               DELIMITED BY SIZE INTO PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.
           MOVE SPACES TO PEX02-REPORT-LINE.
           IF OPENING-COUNT + NEW-COUNT =
              CLEARED-COUNT + CLOSING-COUNT
               MOVE "OPENING + NEW - CLEARED = CLOSING - RECONCILED"
                    TO PEX02-REPORT-LINE
           ELSE
               MOVE "*** QUEUE COUNTS DO NOT RECONCILE ***" TO
                    PEX02-REPORT-LINE
           END-IF.
           WRITE PEX02-REPORT-LINE.
           MOVE SPACES TO PEX02-REPORT-LINE.
           IF NOT PRIOR-CTL-FOUND
               MOVE "No PEX02CTL record - first run, opening taken "
                    TO PEX02-REPORT-LINE
               MOVE "as found" TO PEX02-REPORT-LINE (47:8)
           ELSE
               IF OPENING-COUNT = EXPECTED-OPENING
                   STRING "Opening agrees with the closing of "
                          PRIOR-RUN-DATE
                       DELIMITED BY SIZE INTO PEX02-REPORT-LINE
               ELSE
                   STRING "*** OPENING DIFFERS FROM THE CLOSING "
                          EXPECTED-OPENING " OF " PRIOR-RUN-DATE
                          " ***"
                       DELIMITED BY SIZE INTO PEX02-REPORT-LINE
               END-IF
           END-IF.
           WRITE PEX02-REPORT-LINE.
           MOVE SPACES TO PEX02-REPORT-LINE.
           STRING "Delivered is= " DELIVERED-COUNT
                  " (holds met " HOLDS-RELEASED-COUNT ")"
                  "  Returned is= " RETURNED-COUNT
                  "  Purged is= " PURGED-COUNT
               DELIMITED BY SIZE INTO PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.
           IF DEFERRED-COUNT > 0
               MOVE SPACES TO PEX02-REPORT-LINE
               STRING "Delivery full - waiting for tomorrow is= "
                      DEFERRED-COUNT
                   DELIMITED BY SIZE INTO PEX02-REPORT-LINE
               WRITE PEX02-REPORT-LINE
           END-IF.

      * LEVEL 3 ROUTINES
      * A redirect goes out under the account PEX01 proved; the
      * item is only marked delivered once it has a place in
      * tonight's delivery.
       DELIVER-ONE-ITEM.
           MOVE PSTEXC-TARGET-ACCT TO FILEDATCLT-ACCT-NBR.
           PERFORM BUFFER-DELIVERY THRU BUFFER-DELIVERY-EXIT.
           IF DELIVER-IDX = 0
               GO TO DELIVER-ONE-ITEM-EXIT
           END-IF.
           MOVE FILEDATCLT-REC TO PSTEXC-TXN.
           MOVE 'D' TO PSTEXC-STATE.
           MOVE BUSINESS-DATE-NUM TO PSTEXC-CLEARED-DATE.
           REWRITE PSTEXC-REC
               INVALID KEY
                   DISPLAY "PEX02: REWRITE EXCEPTION-FILE - status "
                           PSTEXC-STATUS
           END-REWRITE.
           MOVE 'Y' TO CLEARED-TONIGHT-SW.
           PERFORM NOTE-DELIVERED-LINE.
       DELIVER-ONE-ITEM-EXIT.
           EXIT.

      * A hold is met when the awaited account is on the master,
      * in the item's entity, and in the state the item needs:
      * closed for a reopen, open for anything else.
       CHECK-HOLD-MET.
           IF NOT ACCTMST-PRESENT
               GO TO CHECK-HOLD-MET-EXIT
           END-IF.
           MOVE PSTEXC-TARGET-ACCT TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   GO TO CHECK-HOLD-MET-EXIT
           END-READ.
           IF ACCTMST-ENTITY NOT = FILEDATCLT-ENTITY
               GO TO CHECK-HOLD-MET-EXIT
           END-IF.
           IF FILEDATCLT-REC-TYPE = "RO"
               IF NOT ACCTMST-CLOSED
                   GO TO CHECK-HOLD-MET-EXIT
               END-IF
           ELSE
               IF ACCTMST-CLOSED
                   GO TO CHECK-HOLD-MET-EXIT
               END-IF
           END-IF.
           PERFORM DELIVER-ONE-ITEM THRU DELIVER-ONE-ITEM-EXIT.
           IF CLEARED-TONIGHT
               ADD 1 TO HOLDS-RELEASED-COUNT
           END-IF.
       CHECK-HOLD-MET-EXIT.
           EXIT.

       RETURN-ONE-ITEM.
           MOVE 'X' TO PSTEXC-STATE.
           MOVE BUSINESS-DATE-NUM TO PSTEXC-CLEARED-DATE.
           REWRITE PSTEXC-REC
               INVALID KEY
                   DISPLAY "PEX02: REWRITE EXCEPTION-FILE - status "
                           PSTEXC-STATUS
           END-REWRITE.
           MOVE 'Y' TO CLEARED-TONIGHT-SW.
           PERFORM NOTE-RETURN-LINE.

      * DELIVER-IDX comes back zero when the buffer is full; the
      * item keeps its state and goes out tomorrow.
       BUFFER-DELIVERY.
           MOVE 0 TO DELIVER-IDX.
           IF DELIVER-COUNT NOT < 500
               ADD 1 TO DEFERRED-COUNT
               GO TO BUFFER-DELIVERY-EXIT
           END-IF.
           ADD 1 TO DELIVER-COUNT.
           MOVE DELIVER-COUNT TO DELIVER-IDX.
           MOVE FILEDATCLT-REC TO DELIVER-IMAGE (DELIVER-IDX).
           MOVE FILEDATCLT-ENTITY TO DELIVER-ENTITY (DELIVER-IDX).
           MOVE FILEDATCLT-AMOUNT TO DELIVER-AMOUNT (DELIVER-IDX).
           ADD 1 TO DELIVERED-COUNT.
       BUFFER-DELIVERY-EXIT.
           EXIT.

       NOTE-DELIVERED-LINE.
           CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT.
           MOVE FILEDATCLT-AMOUNT TO EDITED-AMOUNT.
           IF OUT-LINE-COUNT < 500
               ADD 1 TO OUT-LINE-COUNT
               MOVE SPACES TO OUT-LINE (OUT-LINE-COUNT)
               STRING "  " MASKED-ACCT FILEDATCLT-KEY (11:4)
                      " TYPE " FILEDATCLT-REC-TYPE
                      " " EDITED-AMOUNT
                      " ENT " FILEDATCLT-ENTITY
                      " BY " PSTEXC-OPERATOR
                   DELIMITED BY SIZE INTO OUT-LINE (OUT-LINE-COUNT)
           ELSE
               ADD 1 TO LINES-DROPPED
           END-IF.

       NOTE-RETURN-LINE.
           CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT.
           MOVE FILEDATCLT-AMOUNT TO EDITED-AMOUNT.
           IF BACK-LINE-COUNT < 199
               ADD 1 TO BACK-LINE-COUNT
               MOVE SPACES TO BACK-LINE (BACK-LINE-COUNT)
               STRING "  " MASKED-ACCT FILEDATCLT-KEY (11:4)
                      " " FILEDATCLT-DATE
                      " " EDITED-AMOUNT
                      " SOURCE " PSTEXC-SOURCE-ID
                      " BY " PSTEXC-OPERATOR
                   DELIMITED BY SIZE INTO BACK-LINE (BACK-LINE-COUNT)
               ADD 1 TO BACK-LINE-COUNT
               MOVE SPACES TO BACK-LINE (BACK-LINE-COUNT)
               STRING "      " PSTEXC-REASON " / " PSTEXC-NOTE
                   DELIMITED BY SIZE INTO BACK-LINE (BACK-LINE-COUNT)
           ELSE
               ADD 1 TO LINES-DROPPED
           END-IF.

      * Outstanding items go straight to the report, after the
      * headings and before the delivered and returned lists.
       NOTE-OUTSTANDING-LINE.
           IF PEX02RPT-STATUS NOT = "00"
               GO TO NOTE-OUTSTANDING-LINE-EXIT
           END-IF.
           IF CLOSING-COUNT = 1
               MOVE SPACES TO PEX02-REPORT-LINE
               WRITE PEX02-REPORT-LINE
               MOVE "STILL OUTSTANDING      SEQ  STATE      DAYS  "
                    TO PEX02-REPORT-LINE
               MOVE "REASON" TO PEX02-REPORT-LINE (47:6)
               WRITE PEX02-REPORT-LINE
           END-IF.
           EVALUATE TRUE
               WHEN PSTEXC-OPEN
                   MOVE "OPEN     " TO SHOWN-STATE
               WHEN PSTEXC-HELD
                   MOVE "HELD     " TO SHOWN-STATE
               WHEN PSTEXC-REDIRECTED
                   MOVE "REDIRECT " TO SHOWN-STATE
               WHEN OTHER
                   MOVE "?        " TO SHOWN-STATE
           END-EVALUATE.
           MOVE PSTEXC-BUS-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE AGE-DAYS = TODAY-SERIAL - SERIAL-RESULT.
           MOVE AGE-DAYS TO AGE-DAYS-EDIT.
           CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT.
           MOVE SPACES TO PEX02-REPORT-LINE.
           STRING "  " MASKED-ACCT "         " FILEDATCLT-KEY (11:4)
                  " " SHOWN-STATE "  " AGE-DAYS-EDIT "  "
                  PSTEXC-REASON
               DELIMITED BY SIZE INTO PEX02-REPORT-LINE.
           WRITE PEX02-REPORT-LINE.
           IF PSTEXC-HELD
               CALL "MASKACCT" USING PSTEXC-TARGET-ACCT
                                      MASKED-TARGET
               MOVE SPACES TO PEX02-REPORT-LINE
               STRING "      waiting for " MASKED-TARGET
                      " to open  " PSTEXC-NOTE
                   DELIMITED BY SIZE INTO PEX02-REPORT-LINE
               WRITE PEX02-REPORT-LINE
           END-IF.
       NOTE-OUTSTANDING-LINE-EXIT.
           EXIT.

       NOTE-DELIVER-ENTITY.
           MOVE 'N' TO ENTITY-SEEN-SW.
           PERFORM VARYING DELIVER-ENT-IDX FROM 1 BY 1
                   UNTIL DELIVER-ENT-IDX > DELIVER-ENTITY-COUNT
               IF DELIVER-ENTITY (DELIVER-IDX) =
                      DELIVER-ENTITY-CODE (DELIVER-ENT-IDX)
                   MOVE 'Y' TO ENTITY-SEEN-SW
               END-IF
           END-PERFORM.
           IF ENTITY-SEEN-SW = 'N' AND
              DELIVER-ENTITY-COUNT < 10
               ADD 1 TO DELIVER-ENTITY-COUNT
               MOVE DELIVER-ENTITY (DELIVER-IDX) TO
                    DELIVER-ENTITY-CODE (DELIVER-ENTITY-COUNT)
           END-IF.

       WRITE-ONE-DELIVERY-SECTION.
           MOVE DELIVER-ENTITY-CODE (DELIVER-ENT-IDX) TO
                CURRENT-ENTITY.
           MOVE 0 TO SECTION-COUNT.
           MOVE 0 TO SECTION-AMOUNT-TOTAL.
           PERFORM BUILD-DELIVERY-CONTROL.
           MOVE "HD" TO WORK-REC-TYPE.
           MOVE WORK-REC TO DELIVERY-REC.
           WRITE DELIVERY-REC.
           PERFORM VARYING DELIVER-IDX FROM 1 BY 1
                   UNTIL DELIVER-IDX > DELIVER-COUNT
               IF DELIVER-ENTITY (DELIVER-IDX) = CURRENT-ENTITY
                   MOVE DELIVER-IMAGE (DELIVER-IDX) TO DELIVERY-REC
                   WRITE DELIVERY-REC
                   ADD 1 TO SECTION-COUNT
                   ADD DELIVER-AMOUNT (DELIVER-IDX) TO
                       SECTION-AMOUNT-TOTAL
               END-IF
           END-PERFORM.
           PERFORM BUILD-DELIVERY-CONTROL.
           MOVE "TR" TO WORK-REC-TYPE.
           MOVE SECTION-COUNT TO WORK-CTL-COUNT.
           MOVE SECTION-AMOUNT-TOTAL TO WORK-AMOUNT.
           MOVE WORK-REC TO DELIVERY-REC.
           WRITE DELIVERY-REC.
           ADD 1 TO SECTIONS-WRITTEN.

       BUILD-DELIVERY-CONTROL.
           MOVE SPACES TO WORK-REC.
           MOVE SPACES TO WORK-KEY.
           MOVE BUSINESS-DATE-NUM TO WORK-DATE.
           MOVE 0 TO WORK-AMOUNT.
           MOVE "PEXREPR " TO WORK-CTL-SOURCE-ID.
           MOVE 0 TO WORK-CTL-COUNT.
           MOVE CURRENT-ENTITY TO WORK-ENTITY.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="PEX02"==.
