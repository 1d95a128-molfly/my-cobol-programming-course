                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01DLV-STATUS.

      * How often each validation rule fired, per supplier, one
      * record per rule and supplier per night - appended, so the
      * monthly RUL01 report can see which rules earn their keep.
           SELECT CNT01-RULE-STATS ASSIGN TO RULESTAT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RULESTAT-STATUS.

           SELECT FILEDATCLT-INDEXED ASSIGN TO FILEDATCLX
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
           05  DLV-AMOUNT               PIC S9(11)V99.
           05  DLV-VERDICT              PIC X(8).
           05  DLV-CYCLE                PIC 9(2).
           05  DLV-RUN-ID               PIC X(6).
           05  FILLER                   PIC X.

       FD  CNT01-REPORT.
       01  CNT01-REPORT-LINE            PIC X(80).

       FD  CNT01-RULE-STATS.
       COPY "rulestat.cpy".

       FD  CNT01-ALERT.
       01  CNT01-ALERT-REC.
           05  ALERT-DATE               PIC X(10).
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  FILEDATCLT-INDEXED.
           COPY "filedatclx.cpy".
       01  REPLAY-MODE-SW               PIC X       VALUE 'N'.
           88  REPLAY-MODE                           VALUE 'Y'.
       01  REPLAY-DATA-DATE             PIC 9(8)    VALUE 0.
      * Certification: a prospective supplier's sample deliveries
      * run with every output pointed at sandbox copies. The run
      * leaves the fingerprint registry and the alert feed alone,
      * skips the compliance watch list, and counts a profile
      * still pending certification as known.
       01  CERTIFY-MODE-SW              PIC X       VALUE 'N'.
           88  CERTIFY-MODE                          VALUE 'Y'.
       01  CNT01RPL-STATUS.
           05  CNT01RPL-STATUS-L        PIC X.
           05  CNT01RPL-STATUS-R        PIC X.
           05  CNT01DLV-STATUS-L        PIC X.
           05  CNT01DLV-STATUS-R        PIC X.
      * Trailer-reconciliation verdict carried to the delivery
      * summary: OK, MISMATCH, AUTHFAIL (trailer authentication
      * failed), or NOTRAILR when no TR arrived.
       01  DELIVERY-VERDICT              PIC X(8)    VALUE SPACES.
       01  CYCLECTL-STATUS.
           05  CYCLECTL-STATUS-L        PIC X.
           05  CYCLECTL-STATUS-R        PIC X.
       01  CYCLE-NUMBER                  PIC 9(2)    VALUE 1.
       01  STREAM-RUN-ID                 PIC X(6)    VALUE SPACES.
       01  SUPMST-STATUS.
           05  SUPMST-STATUS-L          PIC X.
           05  SUPMST-STATUS-R          PIC X.
           05  SUPPLIER-ENTRY OCCURS 20 TIMES.
               10  SUPPLIER-TBL-ID      PIC X(8).
               10  SUPPLIER-TBL-CHKDGT  PIC X.
               10  SUPPLIER-TBL-AUTH-SW PIC X.
               10  SUPPLIER-TBL-AUTH-KEY PIC 9(9).
               10  SUPPLIER-TBL-NEXT-KEY PIC 9(9).
               10  SUPPLIER-TBL-ROLL-DATE PIC 9(8).
               10  SUPPLIER-TBL-PENDING PIC X.
       01  SUPPLIER-IDX                  PIC 99.
       01  SUPPLIER-KNOWN-SW             PIC X       VALUE 'N'.
           88  SUPPLIER-KNOWN                         VALUE 'Y'.
       01  SUPPLIER-PENDING-SW           PIC X       VALUE 'N'.
           88  SUPPLIER-PENDING                       VALUE 'Y'.
      * Whether the current delivery's supplier has adopted the
      * check-digit scheme; with no profile file at all the
      * CHKDIGIT rule applies to everyone.
       01  CHKDGT-RESULT                 PIC X.
           88  CHKDGT-PASSED                          VALUE 'Y'.
       01  ALERT-MESSAGE                 PIC X(40)   VALUE SPACES.
      * Delivery authentication for suppliers holding a SUPMST
      * key: the key in force on the HD file date, and the
      * DLVAUTH value run over the section's data records as
      * they are read, for comparison with the TR's value.
       01  AUTH-REQUIRED-SW              PIC X       VALUE 'N'.
           88  AUTH-REQUIRED                          VALUE 'Y'.
       01  AUTH-KEY-IN-FORCE             PIC 9(9)    VALUE 0.
       01  DELIVERY-AUTH-VALUE           PIC 9(9)    VALUE 0.
       01  TRAILER-AUTH-VALUE            PIC X(9)    VALUE SPACES.
       01  AUTH-FILE-DATE                PIC 9(8)    VALUE 0.
      * Loaded validation-rule table. RULE-TBL-REC-TYPE '**' applies
      * the rule to every record type. Check codes:
      *   NONZERO  amount must not be zero
               10  RULE-TBL-REJECT-CODE PIC X(4).
               10  RULE-TBL-REJECT-TEXT PIC X(40).
       01  RULE-IDX                     PIC 99.
      * Night's tally of each rule's outcome per supplier (HD
      * source id), written to RULESTAT at the end of the run.
       01  RULESTAT-STATUS.
           05  RULESTAT-STATUS-L        PIC X.
           05  RULESTAT-STATUS-R        PIC X.
       01  RULE-TALLY-COUNT             PIC 9(3)    VALUE 0.
       01  RULE-TALLY-TABLE.
           05  RULE-TALLY-ENTRY OCCURS 200 TIMES.
               10  TALLY-SUPPLIER       PIC X(8).
               10  TALLY-RULE-IDX       PIC 99.
               10  TALLY-TOUCHED        PIC 9(7).
               10  TALLY-HITS           PIC 9(7).
               10  TALLY-HIT-AMOUNT     PIC 9(11)V99.
       01  TALLY-IDX                    PIC 9(3).
       01  TALLY-FOUND-IDX              PIC 9(3).
       01  TALLY-OVERFLOW               PIC 9(5)    VALUE 0.
      * Record-type reference table. Dispositions: 'C' count as
      * normal, 'W' count but warn, 'R' reject the record. With no
      * reference file present every type is accepted, the same
           PERFORM LOAD-EXCHANGE-RATES.
           PERFORM LOAD-SUPPLIER-PROFILES.
           PERFORM LOAD-VELOCITY-LIMITS.
           IF NOT CERTIFY-MODE
               PERFORM LOAD-WATCH-LIST
           END-IF.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM GET-CYCLE-NUMBER.
           END-PERFORM.

           IF NOT REPLAY-MODE
               PERFORM WRITE-RULE-STATS THRU WRITE-RULE-STATS-EXIT
               CLOSE CNT01-STATS
               CLOSE CNT01-VALIDATED
               CLOSE CNT01-DELIVERY
           MOVE SPACES TO PREV-REC-TYPE.
           MOVE SPACES TO PREV-KEY.
           MOVE 'N' TO TRAILER-SEEN-SW.
           MOVE 'N' TO AUTH-REQUIRED-SW.
           MOVE 0 TO DELIVERY-AUTH-VALUE.
           MOVE 0 TO TRAILER-EXPECTED-COUNT.
           MOVE 0 TO TRAILER-EXPECTED-AMOUNT.
           MOVE 0 TO FILE-DATA-READ-COUNT.
      * including records passed over while skipping to a
      * confirmed restart key, which the original run already
      * counted but this pass still reads.
                   IF FILEDATCLT-HEADER-REC
                       PERFORM START-DELIVERY-AUTH
                   END-IF
                   IF NOT FILEDATCLT-CONTROL-REC
                       ADD 1 TO FILE-DATA-READ-COUNT
                       IF AUTH-REQUIRED
                           CALL "DLVAUTH" USING FILEDATCLT-REC
                                                AUTH-KEY-IN-FORCE
                                                DELIVERY-AUTH-VALUE
                       END-IF
                       ADD FILEDATCLT-AMOUNT TO FILE-DATA-AMOUNT-TOTAL
                       ADD FILEDATCLT-AMOUNT TO
                           FILE-WHOLE-AMOUNT-TOTAL
           IF FILEDATCLT-STATUS = "00" OR FILEDATCLT-STATUS = "10"
               CLOSE FILEDATCLT-FILE
           END-IF.
           IF FINGERPRINT-COUNT > 0 AND NOT REPLAY-MODE AND
              NOT CERTIFY-MODE
               PERFORM SEARCH-FINGERPRINT-REGISTRY
           END-IF.
           IF DUPLICATE-DELIVERY
           END-IF.

       REGISTER-FILE-FINGERPRINT.
           IF REPLAY-MODE OR CERTIFY-MODE
               GO TO REGISTER-FILE-FINGERPRINT-EXIT
           END-IF.
           OPEN EXTEND CNT01-FINGERPRINTS.
       WRITE-FILE-STATS-EXIT.
           EXIT.

       WRITE-RULE-STATS.
           IF RULE-TALLY-COUNT = 0
               GO TO WRITE-RULE-STATS-EXIT
           END-IF.
           OPEN EXTEND CNT01-RULE-STATS.
           IF RULESTAT-STATUS NOT = "00"
               OPEN OUTPUT CNT01-RULE-STATS
           END-IF.
           IF RULESTAT-STATUS NOT = "00"
               DISPLAY "CNT01: OPEN RULESTAT - status "
                       RULESTAT-STATUS " - rule statistics lost"
               GO TO WRITE-RULE-STATS-EXIT
           END-IF.
           PERFORM VARYING TALLY-IDX FROM 1 BY 1
                   UNTIL TALLY-IDX > RULE-TALLY-COUNT
               MOVE SPACES TO RULESTAT-REC
               MOVE RUN-DATE-NUM TO RULESTAT-DATE
               MOVE TALLY-SUPPLIER (TALLY-IDX) TO RULESTAT-SUPPLIER
               MOVE TALLY-RULE-IDX (TALLY-IDX) TO RULE-IDX
               MOVE RULE-TBL-REC-TYPE (RULE-IDX) TO
                    RULESTAT-REC-TYPE
               MOVE RULE-TBL-CHECK-CODE (RULE-IDX) TO
                    RULESTAT-CHECK-CODE
               MOVE RULE-TBL-REJECT-CODE (RULE-IDX) TO
                    RULESTAT-REJECT-CODE
               MOVE TALLY-TOUCHED (TALLY-IDX) TO RULESTAT-TOUCHED
               MOVE TALLY-HITS (TALLY-IDX) TO RULESTAT-HITS
               MOVE TALLY-HIT-AMOUNT (TALLY-IDX) TO
                    RULESTAT-HIT-AMOUNT
               WRITE RULESTAT-REC
           END-PERFORM.
           CLOSE CNT01-RULE-STATS.
           IF TALLY-OVERFLOW > 0
               DISPLAY "CNT01: rule tally table full - "
                       TALLY-OVERFLOW " rule checks not counted"
           END-IF.
       WRITE-RULE-STATS-EXIT.
           EXIT.

      * One summary record per delivery for the supplier
      * acknowledgement run: what was accepted, what bounced,
      * the raw amount total read, and the trailer verdict.
           MOVE FILE-WHOLE-AMOUNT-TOTAL TO DLV-AMOUNT.
           MOVE DELIVERY-VERDICT TO DLV-VERDICT.
           MOVE CYCLE-NUMBER TO DLV-CYCLE.
           MOVE STREAM-RUN-ID TO DLV-RUN-ID.
           WRITE CNT01-DELIVERY-REC.
       WRITE-DELIVERY-SUMMARY-EXIT.
           EXIT.
               MOVE 'Y' TO TRAILER-SEEN-SW
               MOVE FILEDATCLT-CTL-COUNT TO TRAILER-EXPECTED-COUNT
               MOVE FILEDATCLT-AMOUNT TO TRAILER-EXPECTED-AMOUNT
               MOVE FILEDATCLT-AUTH-VALUE TO TRAILER-AUTH-VALUE
               PERFORM RECONCILE-CONTROL-TOTALS
           END-IF.

                           "agree"
                   MOVE "OK      " TO DELIVERY-VERDICT
               END-IF
               IF AUTH-REQUIRED
                   PERFORM CHECK-DELIVERY-AUTH THRU
                       CHECK-DELIVERY-AUTH-EXIT
               END-IF
               MOVE 'N' TO TRAILER-SEEN-SW
               MOVE 0 TO FILE-DATA-READ-COUNT
               MOVE 0 TO FILE-DATA-AMOUNT-TOTAL
               MOVE 'N' TO AUTH-REQUIRED-SW
               MOVE 0 TO DELIVERY-AUTH-VALUE
           END-IF.

      * A trailer whose authentication value is missing or does
      * not agree was not produced by the keyholder: the section
      * fails the way a short file does - alerted, severity 16,
      * and an AUTHFAIL verdict that ACK01 returns as a NAK. The
      * values themselves are never displayed.
       CHECK-DELIVERY-AUTH.
           IF TRAILER-AUTH-VALUE IS NUMERIC
               IF TRAILER-AUTH-VALUE = DELIVERY-AUTH-VALUE
                   DISPLAY "  Trailer authenticated for "
                           HEADER-SOURCE-ID
                   GO TO CHECK-DELIVERY-AUTH-EXIT
               END-IF
           END-IF.
           DISPLAY "CNT01: *** ALERT *** AUTHENTICATION FAILED ON "
                   FILEDATCLT-FILE-NAME.
           DISPLAY "  Source " HEADER-SOURCE-ID
                   " - trailer value missing or does not agree".
           MOVE "AUTH-FAILED      " TO RUNLOG-EVENT-TEXT.
           PERFORM LOG-RUN-EVENT.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "AUTH FAILED " HEADER-SOURCE-ID " "
                  FILEDATCLT-FILE-NAME
               DELIMITED BY SIZE INTO ALERT-MESSAGE.
           PERFORM WRITE-ALERT-NOTIFICATION.
           MOVE 16 TO RUN-SEVERITY.
           MOVE "AUTHFAIL" TO DELIVERY-VERDICT.
       CHECK-DELIVERY-AUTH-EXIT.
           EXIT.

      * A certification run proves a supplier who is not live
      * yet; on-call hears nothing of it - the failure is on the
      * console and in the sandbox outputs CER01 reads.
       WRITE-ALERT-NOTIFICATION.
           IF CERTIFY-MODE
               DISPLAY "CNT01: certification run - not alerted: "
                       ALERT-MESSAGE
           ELSE
               PERFORM APPEND-ALERT-RECORD
           END-IF.

       APPEND-ALERT-RECORD.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE-CCYY TO SUITE-RUN-DATE-X-CCYY.
           MOVE SUITE-RUN-DATE-MM   TO SUITE-RUN-DATE-X-MM.
           MOVE "HIGH    "    TO ALERT-SEVERITY.
           MOVE "CNT01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE CNT01-ALERT-REC.
           CLOSE CNT01-ALERT.

      * The cycle CYC01 opened for this run of the stream; with
      * no control record (or one from another date) this is the
      * day's only cycle and the old single-pass behavior holds.
      * The stream run ID that goes with it stamps the run log,
      * the report and the delivery summaries.
       GET-CYCLE-NUMBER.
           OPEN INPUT CNT01-CYCLECTL.
           IF CYCLECTL-STATUS = "00"
               END-IF
               CLOSE CNT01-CYCLECTL
           END-IF.
           CALL "STREAMID" USING STREAM-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO STREAM-RUN-ID
           END-CALL.
           DISPLAY "CNT01: processing cycle " CYCLE-NUMBER
                   " run id " STREAM-RUN-ID.

       GET-PARM-CARD.
           OPEN INPUT CNT01-PARMCARD.
                   EVALUATE PARMCARD-MODE
                       WHEN "COUNTONLY"
                           MOVE 'C' TO RUN-MODE-SW
                       WHEN "CERTIFY   "
                           MOVE 'V' TO RUN-MODE-SW
                           MOVE 'Y' TO CERTIFY-MODE-SW
                       WHEN "REPLAY    "
                           MOVE 'V' TO RUN-MODE-SW
                           MOVE 'Y' TO REPLAY-MODE-SW

           MOVE SPACES TO RUNLOG-LINE.
           STRING SUITE-RUN-DATE-X " " SUITE-RUN-TIME " CNT01 C"
                  CYCLE-NUMBER " R" STREAM-RUN-ID " "
                  RUNLOG-EVENT-TEXT
               DELIMITED BY SIZE INTO RUNLOG-LINE.
           WRITE RUNLOG-LINE.
           IF NOT RUNLOG-HELD-OPEN
                   DELIMITED BY SIZE INTO CNT01-REPORT-LINE
               WRITE CNT01-REPORT-LINE

               IF CERTIFY-MODE
                   MOVE "CERTIFICATION RUN - SANDBOX ONLY"
                        TO CNT01-REPORT-LINE
                   WRITE CNT01-REPORT-LINE
               END-IF

               MOVE SPACES TO CNT01-REPORT-LINE
               STRING "Processing cycle is= " CYCLE-NUMBER
                      "  Run ID is= " STREAM-RUN-ID
                   DELIMITED BY SIZE INTO CNT01-REPORT-LINE
               WRITE CNT01-REPORT-LINE

               MOVE RULE-TBL-REJECT-TEXT (RULE-IDX) TO
                    REJECT-REASON-TEXT
           END-IF.
           PERFORM TALLY-RULE-OUTCOME.

      * One slot per supplier and rule; a night with more pairs
      * than the table holds is counted and reported, not lost
      * silently.
       TALLY-RULE-OUTCOME.
           MOVE 0 TO TALLY-FOUND-IDX.
           PERFORM VARYING TALLY-IDX FROM 1 BY 1
                   UNTIL TALLY-IDX > RULE-TALLY-COUNT
               IF TALLY-SUPPLIER (TALLY-IDX) = HEADER-SOURCE-ID AND
                  TALLY-RULE-IDX (TALLY-IDX) = RULE-IDX
                   MOVE TALLY-IDX TO TALLY-FOUND-IDX
               END-IF
           END-PERFORM.
           IF TALLY-FOUND-IDX = 0
               IF RULE-TALLY-COUNT < 200
                   ADD 1 TO RULE-TALLY-COUNT
                   MOVE RULE-TALLY-COUNT TO TALLY-FOUND-IDX
                   MOVE HEADER-SOURCE-ID TO
                        TALLY-SUPPLIER (TALLY-FOUND-IDX)
                   MOVE RULE-IDX TO TALLY-RULE-IDX (TALLY-FOUND-IDX)
                   MOVE 0 TO TALLY-TOUCHED (TALLY-FOUND-IDX)
                   MOVE 0 TO TALLY-HITS (TALLY-FOUND-IDX)
                   MOVE 0 TO TALLY-HIT-AMOUNT (TALLY-FOUND-IDX)
               ELSE
                   ADD 1 TO TALLY-OVERFLOW
               END-IF
           END-IF.
           IF TALLY-FOUND-IDX > 0
               ADD 1 TO TALLY-TOUCHED (TALLY-FOUND-IDX)
               IF RULE-FAILED
                   ADD 1 TO TALLY-HITS (TALLY-FOUND-IDX)
                   IF BASE-AMOUNT < 0
                       SUBTRACT BASE-AMOUNT FROM
                           TALLY-HIT-AMOUNT (TALLY-FOUND-IDX)
                   ELSE
                       ADD BASE-AMOUNT TO
                           TALLY-HIT-AMOUNT (TALLY-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      * Account-number format: left-justified with no embedded
      * blanks - a blank before the last non-blank character means
                            SUPPLIER-TBL-ID (SUPPLIER-COUNT)
                       MOVE SUPMST-CHKDGT-SW TO
                            SUPPLIER-TBL-CHKDGT (SUPPLIER-COUNT)
                       MOVE 'N' TO
                            SUPPLIER-TBL-AUTH-SW (SUPPLIER-COUNT)
                       MOVE 'N' TO
                            SUPPLIER-TBL-PENDING (SUPPLIER-COUNT)
                       IF SUPMST-PENDING
                           MOVE 'Y' TO
                                SUPPLIER-TBL-PENDING (SUPPLIER-COUNT)
                       END-IF
                       IF SUPMST-AUTH-REQUIRED
                           MOVE 'Y' TO
                                SUPPLIER-TBL-AUTH-SW (SUPPLIER-COUNT)
                           MOVE SUPMST-AUTH-KEY TO
                                SUPPLIER-TBL-AUTH-KEY (SUPPLIER-COUNT)
                           MOVE SUPMST-NEXT-AUTH-KEY TO
                                SUPPLIER-TBL-NEXT-KEY (SUPPLIER-COUNT)
                           MOVE SUPMST-KEY-ROLL-DATE TO
                                SUPPLIER-TBL-ROLL-DATE
                                    (SUPPLIER-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CNT01-SUPPLIERS

      * An HD source id with no supplier profile is flagged and
      * alerted - files from senders nobody registered are how
      * the wrong data walks in the front door. A profile still
      * pending certification is no profile yet, except to the
      * certification run itself.
       CHECK-SUPPLIER-KNOWN.
           IF SUPPLIER-COUNT = 0
      * No profile file: nobody is lagging on record, so the
               GO TO CHECK-SUPPLIER-KNOWN-EXIT
           END-IF.
           MOVE 'N' TO SUPPLIER-KNOWN-SW.
           MOVE 'N' TO SUPPLIER-PENDING-SW.
           MOVE 'N' TO CURRENT-CHKDGT-SW.
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               IF HEADER-SOURCE-ID =
                      SUPPLIER-TBL-ID (SUPPLIER-IDX)
                   IF SUPPLIER-TBL-PENDING (SUPPLIER-IDX) = 'Y' AND
                      NOT CERTIFY-MODE
                       MOVE 'Y' TO SUPPLIER-PENDING-SW
                   ELSE
                       MOVE 'Y' TO SUPPLIER-KNOWN-SW
                   END-IF
                   IF SUPPLIER-TBL-CHKDGT (SUPPLIER-IDX) = 'Y'
                       MOVE 'Y' TO CURRENT-CHKDGT-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF SUPPLIER-PENDING
               DISPLAY "CNT01: *** SOURCE ID " HEADER-SOURCE-ID
                       " - PROFILE PENDING CERTIFICATION ***"
           END-IF.
           IF NOT SUPPLIER-KNOWN
               DISPLAY "CNT01: *** UNKNOWN SOURCE ID "
                       HEADER-SOURCE-ID " - NO SUPPLIER "
       CHECK-SUPPLIER-KNOWN-EXIT.
           EXIT.

      * Run from the raw read loop, ahead of the restart skip, so
      * a restarted run still authenticates the whole section.
      * The key in force is the one for the HD file date: the
      * next key once a scheduled rollover date is reached, so
      * the supplier and we change keys on the same file.
       START-DELIVERY-AUTH.
           MOVE 'N' TO AUTH-REQUIRED-SW.
           MOVE 0 TO DELIVERY-AUTH-VALUE.
           MOVE 0 TO AUTH-KEY-IN-FORCE.
           MOVE 0 TO AUTH-FILE-DATE.
           IF FILEDATCLT-DATE IS NUMERIC
               MOVE FILEDATCLT-DATE TO AUTH-FILE-DATE
           END-IF.
           PERFORM VARYING SUPPLIER-IDX FROM 1 BY 1
                   UNTIL SUPPLIER-IDX > SUPPLIER-COUNT
               IF FILEDATCLT-CTL-SOURCE-ID =
                      SUPPLIER-TBL-ID (SUPPLIER-IDX) AND
                  SUPPLIER-TBL-AUTH-SW (SUPPLIER-IDX) = 'Y'
                   MOVE 'Y' TO AUTH-REQUIRED-SW
                   MOVE SUPPLIER-TBL-AUTH-KEY (SUPPLIER-IDX) TO
                        AUTH-KEY-IN-FORCE
                   IF SUPPLIER-TBL-ROLL-DATE (SUPPLIER-IDX) > 0 AND
                      AUTH-FILE-DATE NOT <
                          SUPPLIER-TBL-ROLL-DATE (SUPPLIER-IDX)
                       MOVE SUPPLIER-TBL-NEXT-KEY (SUPPLIER-IDX) TO
                            AUTH-KEY-IN-FORCE
                   END-IF
               END-IF
           END-PERFORM.

      * Base-currency conversion at the delivery date's rate: the
      * latest rate on or before FILEDATCLT-DATE wins. A foreign
      * record with no usable rate is rejected - counting it at
                ALERT-SEVERITY.
           MOVE "CNT01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE CNT01-ALERT-REC.
           CLOSE CNT01-ALERT.

