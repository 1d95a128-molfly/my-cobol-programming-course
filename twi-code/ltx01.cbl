       IDENTIFICATION DIVISION.
       PROGRAM-ID. LTX01.
      *--------------------------------------------------
      * LARGE-TRANSACTION FILING CANDIDATES. COMPLIANCE MUST
      * FILE A REPORT FOR ANY ACCOUNT WHOSE CASH-TYPE ACTIVITY
      * IN ONE BUSINESS DAY ADDS UP PAST THE REGULATORY
      * THRESHOLD - ACROSS THE MIDDAY AND OVERNIGHT CYCLES
      * TOGETHER. CNT01'S VELOCITY LIMITS AND WATCH LIST ONLY
      * OBSERVE ONE RUN. LTX01 RUNS IN EVERY CYCLE, AFTER
      * POSTING:
      *   EACH DATA RECORD ON FILEDATVAL WHOSE RECORD TYPE IS ON
      *   A LTXTYPES CARD IS ADDED TO THE ACCOUNT'S TOTAL FOR
      *   THIS BUSINESS DATE AND THIS CYCLE ON THE KEYED LTXDAY
      *   FILE - CASH IN AND CASH OUT APART. A RERUN OF THE SAME
      *   CYCLE REPLACES THAT CYCLE'S TOTALS, SO NOTHING COUNTS
      *   TWICE;
      *   THE DAY'S CYCLES ARE THEN SUMMED PER ACCOUNT; AN
      *   ACCOUNT WHOSE CASH IN OR CASH OUT IS OVER THE LTX01PM
      *   THRESHOLD (DEFAULT 10000.00) IS RAISED ON THE KEYED
      *   LTXREG FILING REGISTER AS A CANDIDATE AND WRITTEN TO
      *   LTXCAND FOR THE FILING - UNLESS IT IS ON THE LTXEXM
      *   EXEMPTION LIST, WHEN IT IS RECORDED AS EXEMPT;
      *   A CANDIDATE RAISED IN AN EARLIER CYCLE TAKES THE NEW
      *   DAY TOTAL; AN ENTRY ALREADY FILED THAT GAINS MORE
      *   ACTIVITY IS REPORTED FOR COMPLIANCE TO REVIEW;
      *   THE LTX01RPT REPORT LISTS TONIGHT'S ACCOUNTS OVER THE
      *   THRESHOLD AND EVERY CANDIDATE STILL NOT FILED, WITH
      *   ITS AGE. LTX02 IS THE CONSOLE WHERE COMPLIANCE FILES OR
      *   EXEMPTS A CANDIDATE AND KEEPS THE EXEMPTION LIST.
      * RETURN CODE 4 WHEN ANY CANDIDATE IS OUTSTANDING OR A
      * FILED ENTRY GAINED ACTIVITY; 16 WHEN NO LTXTYPES CARD IS
      * PRESENT OR A FILE CANNOT BE OPENED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEDATCLT-FILE ASSIGN TO FILEDATVAL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILEDATCLT-STATUS.

           SELECT LTXDAY-FILE ASSIGN TO LTXDAY
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LTXDAY-KEY
                  FILE STATUS   IS LTXDAY-STATUS.

           SELECT LTXREG-FILE ASSIGN TO LTXREG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LTXREG-KEY
                  FILE STATUS   IS LTXREG-STATUS.

           SELECT LTXEXM-FILE ASSIGN TO LTXEXM
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS LTXEXM-ACCT-NBR
                  FILE STATUS   IS LTXEXM-STATUS.

           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT LTX01-TYPES ASSIGN TO LTXTYPES
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LTXTYPES-STATUS.

           SELECT LTX01-PARMCARD ASSIGN TO LTX01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LTX01PM-STATUS.

           SELECT LTX01-CYCLECTL ASSIGN TO CYCLECTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CYCLECTL-STATUS.

           SELECT LTX01-CANDIDATES ASSIGN TO LTXCAND
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LTXCAND-STATUS.

           SELECT LTX01-REPORT ASSIGN TO LTX01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LTX01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILEDATCLT-FILE.
           COPY "filedatclt.cpy".

       FD  LTXDAY-FILE.
           COPY "ltxday.cpy".

       FD  LTXREG-FILE.
           COPY "ltxreg.cpy".

       FD  LTXEXM-FILE.
           COPY "ltxexm.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

      * One card per record type that counts as cash activity.
       FD  LTX01-TYPES.
       01  LTXTYPES-REC.
           05  LTXTYPES-REC-TYPE        PIC X(2).
           05  FILLER                   PIC X(78).

       FD  LTX01-PARMCARD.
       01  LTX01PM-REC.
           05  LTX01PM-THRESHOLD        PIC 9(9)V99.
           05  FILLER                   PIC X(69).

       FD  LTX01-CYCLECTL.
       01  LTX01-CYCLECTL-REC.
           05  CYCLE-DATE               PIC 9(8).
           05  FILLER                   PIC X.
           05  CYCLE-NBR                PIC 9(2).
           05  FILLER                   PIC X(69).

      * The filing candidate as compliance files it.
       FD  LTX01-CANDIDATES.
       01  LTXCAND-REC.
           05  LTXCAND-ACCT-NBR         PIC X(10).
           05  LTXCAND-BUS-DATE         PIC 9(8).
           05  LTXCAND-NAME             PIC X(30).
           05  LTXCAND-CASH-IN          PIC 9(11)V99.
           05  LTXCAND-CASH-OUT         PIC 9(11)V99.
           05  LTXCAND-ITEMS            PIC 9(5).
           05  LTXCAND-CYCLE            PIC 9(2).
           05  FILLER                   PIC X(9).

       FD  LTX01-REPORT.
       01  LTX01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==FILEDATCLT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==LTXDAY==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==LTXREG==.

       01  FILEDATCLT-STATUS.
           05  FILEDATCLT-STATUS-L      PIC X.
           05  FILEDATCLT-STATUS-R      PIC X.
       01  LTXDAY-STATUS.
           05  LTXDAY-STATUS-L          PIC X.
           05  LTXDAY-STATUS-R          PIC X.
       01  LTXREG-STATUS.
           05  LTXREG-STATUS-L          PIC X.
           05  LTXREG-STATUS-R          PIC X.
       01  LTXEXM-STATUS.
           05  LTXEXM-STATUS-L          PIC X.
           05  LTXEXM-STATUS-R          PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  LTXTYPES-STATUS.
           05  LTXTYPES-STATUS-L        PIC X.
           05  LTXTYPES-STATUS-R        PIC X.
       01  LTX01PM-STATUS.
           05  LTX01PM-STATUS-L         PIC X.
           05  LTX01PM-STATUS-R         PIC X.
       01  CYCLECTL-STATUS.
           05  CYCLECTL-STATUS-L        PIC X.
           05  CYCLECTL-STATUS-R        PIC X.
       01  LTXCAND-STATUS.
           05  LTXCAND-STATUS-L         PIC X.
           05  LTXCAND-STATUS-R         PIC X.
       01  LTX01RPT-STATUS.
           05  LTX01RPT-STATUS-L        PIC X.
           05  LTX01RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.
       01  CYCLE-NUMBER                 PIC 9(2)    VALUE 1.
       01  FILING-THRESHOLD             PIC 9(9)V99 VALUE 10000.00.
       01  FILES-READY-SW               PIC X       VALUE 'N'.
           88  FILES-READY                           VALUE 'Y'.
       01  EXEMPTIONS-OPEN-SW           PIC X       VALUE 'N'.
           88  EXEMPTIONS-OPEN                       VALUE 'Y'.
       01  NAMES-OPEN-SW                PIC X       VALUE 'N'.
           88  NAMES-OPEN                            VALUE 'Y'.

      * Record types that count as cash, from LTXTYPES.
       01  CASH-TYPE-COUNT              PIC 99      VALUE 0.
       01  CASH-TYPE-TABLE.
           05  CASH-TYPE OCCURS 20 TIMES PIC X(2).
       01  CASH-TYPE-IDX                PIC 99.
       01  CASH-TYPE-SW                 PIC X.
           88  IS-CASH-TYPE                          VALUE 'Y'.

      * The day's totals for the account in hand, all cycles.
       01  DAY-ACCT-NBR                 PIC X(10).
       01  DAY-CASH-IN                  PIC 9(11)V99.
       01  DAY-CASH-OUT                 PIC 9(11)V99.
       01  DAY-ITEMS                    PIC 9(5).
       01  DAY-CYCLES                   PIC 9(2).
       01  SWEEP-DONE-SW                PIC X.
           88  SWEEP-DONE                            VALUE 'Y'.
       01  EXEMPT-SW                    PIC X.
           88  ACCOUNT-EXEMPT                        VALUE 'Y'.
       01  REGISTER-FOUND-SW            PIC X.
           88  REGISTER-FOUND                        VALUE 'Y'.
       01  OUTCOME-WORDS                PIC X(22).

      * Serial-day arithmetic comes from the shared DATESER
      * subroutine so every program ages dates the same way.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  BUSINESS-DATE-SERIAL         PIC S9(9)   COMP.
       01  DAYS-OUTSTANDING             PIC S9(9)   COMP.
       01  DAYS-OUTSTANDING-EDIT        PIC ZZZZ9.

       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-IN                    PIC Z(10)9.99.
       01  EDITED-OUT                   PIC Z(10)9.99.
       01  EDITED-THRESHOLD             PIC Z(8)9.99.

       01  RECORDS-READ                 PIC 9(7)    VALUE 0.
       01  CASH-RECORDS                 PIC 9(7)    VALUE 0.
       01  CYCLE-RECORDS-CLEARED        PIC 9(6)    VALUE 0.
       01  ACCOUNTS-OVER                PIC 9(6)    VALUE 0.
       01  CANDIDATES-RAISED            PIC 9(6)    VALUE 0.
       01  CANDIDATES-UPDATED           PIC 9(6)    VALUE 0.
       01  EXEMPT-RECORDED              PIC 9(6)    VALUE 0.
       01  FILED-GAINED                 PIC 9(6)    VALUE 0.
       01  CANDIDATES-OUTSTANDING       PIC 9(6)    VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "LTX01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   MOVE RUN-DATE-NUM TO BUSINESS-DATE-NUM
           END-CALL.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO BUSINESS-DATE-SERIAL.
           PERFORM GET-CYCLE-NUMBER.
           PERFORM GET-PARM-CARD.
           PERFORM LOAD-CASH-TYPES.
           IF CASH-TYPE-COUNT = 0
               DISPLAY "LTX01: *** NO LTXTYPES CARDS - NOTHING "
                       "COUNTS AS CASH ***"
               MOVE 16 TO RUN-SEVERITY
           ELSE
               PERFORM OPEN-THE-FILES
               IF FILES-READY
                   PERFORM CLEAR-THIS-CYCLE
                   PERFORM ADD-TONIGHTS-CASH
                   PERFORM FIND-ACCOUNTS-OVER
                   PERFORM LIST-OUTSTANDING
               END-IF
               PERFORM WRITE-RUN-TOTALS
               PERFORM CLOSE-THE-FILES
           END-IF.
           DISPLAY "LTX01: cash records=          " CASH-RECORDS.
           DISPLAY "LTX01: accounts over=         " ACCOUNTS-OVER.
           DISPLAY "LTX01: candidates raised=     " CANDIDATES-RAISED.
           DISPLAY "LTX01: candidates outstanding= "
                   CANDIDATES-OUTSTANDING.
           IF CANDIDATES-OUTSTANDING > 0 OR FILED-GAINED > 0
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           END-IF.
           CALL "DAYLOG" USING "LTX01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The cycle CYC01 opened for this run of the stream, read
      * the way CNT01 reads it; absent the control file, cycle 01.
       GET-CYCLE-NUMBER.
           OPEN INPUT LTX01-CYCLECTL.
           IF CYCLECTL-STATUS = "00"
               READ LTX01-CYCLECTL
                   AT END MOVE "10" TO CYCLECTL-STATUS
               END-READ
               IF CYCLECTL-STATUS = "00" AND
                  CYCLE-DATE = RUN-DATE-NUM
                   MOVE CYCLE-NBR TO CYCLE-NUMBER
               END-IF
               CLOSE LTX01-CYCLECTL
           END-IF.
           DISPLAY "LTX01: business date " BUSINESS-DATE-NUM
                   " cycle " CYCLE-NUMBER.

       GET-PARM-CARD.
           OPEN INPUT LTX01-PARMCARD.
           IF LTX01PM-STATUS = "00"
               READ LTX01-PARMCARD
                   AT END MOVE "10" TO LTX01PM-STATUS
               END-READ
               IF LTX01PM-STATUS = "00" AND
                  LTX01PM-THRESHOLD IS NUMERIC AND
                  LTX01PM-THRESHOLD > 0
                   MOVE LTX01PM-THRESHOLD TO FILING-THRESHOLD
               END-IF
               CLOSE LTX01-PARMCARD
           END-IF.
           MOVE FILING-THRESHOLD TO EDITED-THRESHOLD.
           DISPLAY "LTX01: filing threshold " EDITED-THRESHOLD.

       LOAD-CASH-TYPES.
           OPEN INPUT LTX01-TYPES.
           IF LTXTYPES-STATUS = "00"
               PERFORM UNTIL LTXTYPES-STATUS NOT = "00"
                   READ LTX01-TYPES
                       AT END MOVE "10" TO LTXTYPES-STATUS
                   END-READ
                   IF LTXTYPES-STATUS = "00" AND
                      LTXTYPES-REC-TYPE NOT = SPACES
                       IF CASH-TYPE-COUNT < 20
                           ADD 1 TO CASH-TYPE-COUNT
                           MOVE LTXTYPES-REC-TYPE TO
                                CASH-TYPE (CASH-TYPE-COUNT)
                       ELSE
                           DISPLAY "LTX01: cash type table full - "
                                   "card ignored"
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LTX01-TYPES
           ELSE
               DISPLAY "LTX01: OPEN LTX01-TYPES - status "
                       LTXTYPES-STATUS
           END-IF.
           DISPLAY "LTX01: cash record types= " CASH-TYPE-COUNT.

      * First-ever run: no day file or register yet, so empty
      * ones are built, the way MST01 starts ACCTMST. Without
      * an exemption list nobody is exempt; without ACCTREF the
      * candidates go out without names.
       OPEN-THE-FILES.
           MOVE 'Y' TO FILES-READY-SW.
           OPEN INPUT FILEDATCLT-FILE.
           IF FILEDATCLT-STATUS NOT = "00"
               DISPLAY "LTX01: OPEN FILEDATCLT-FILE - status "
                       FILEDATCLT-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO FILEDATCLT-OPEN-FLAG
           END-IF.
           OPEN I-O LTXDAY-FILE.
           IF LTXDAY-STATUS = "35"
               OPEN OUTPUT LTXDAY-FILE
               CLOSE LTXDAY-FILE
               OPEN I-O LTXDAY-FILE
           END-IF.
           IF LTXDAY-STATUS NOT = "00"
               DISPLAY "LTX01: OPEN LTXDAY-FILE - status "
                       LTXDAY-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO LTXDAY-OPEN-FLAG
           END-IF.
           OPEN I-O LTXREG-FILE.
           IF LTXREG-STATUS = "35"
               OPEN OUTPUT LTXREG-FILE
               CLOSE LTXREG-FILE
               OPEN I-O LTXREG-FILE
           END-IF.
           IF LTXREG-STATUS NOT = "00"
               DISPLAY "LTX01: OPEN LTXREG-FILE - status "
                       LTXREG-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO LTXREG-OPEN-FLAG
           END-IF.
           OPEN INPUT LTXEXM-FILE.
           IF LTXEXM-STATUS = "00"
               MOVE 'Y' TO EXEMPTIONS-OPEN-SW
           ELSE
               DISPLAY "LTX01: OPEN LTXEXM-FILE - status "
                       LTXEXM-STATUS " - no exemptions applied"
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO NAMES-OPEN-SW
           END-IF.
           OPEN EXTEND LTX01-CANDIDATES.
           IF LTXCAND-STATUS NOT = "00"
               OPEN OUTPUT LTX01-CANDIDATES
           END-IF.
           IF LTXCAND-STATUS NOT = "00"
               DISPLAY "LTX01: OPEN LTX01-CANDIDATES - status "
                       LTXCAND-STATUS
               MOVE 'N' TO FILES-READY-SW
           END-IF.
           IF NOT FILES-READY
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN OUTPUT LTX01-REPORT.
           IF LTX01RPT-STATUS NOT = "00"
               DISPLAY "LTX01: OPEN LTX01-REPORT - status "
                       LTX01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               MOVE SPACES TO LTX01-REPORT-LINE
               STRING "LARGE-TRANSACTION FILING FOR BUSINESS DATE "
                      BUSINESS-DATE-NUM " CYCLE " CYCLE-NUMBER
                   DELIMITED BY SIZE INTO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               MOVE SPACES TO LTX01-REPORT-LINE
               STRING "THRESHOLD " EDITED-THRESHOLD
                      " CASH IN OR CASH OUT PER ACCOUNT PER DAY"
                   DELIMITED BY SIZE INTO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
           END-IF.

      * Earlier business days are finished with; this cycle's
      * own records are from a previous attempt at this run and
      * are rebuilt from tonight's file.
       CLEAR-THIS-CYCLE.
           MOVE LOW-VALUES TO LTXDAY-KEY.
           MOVE 'N' TO SWEEP-DONE-SW.
           START LTXDAY-FILE
               KEY IS NOT LESS THAN LTXDAY-KEY
               INVALID KEY
                   MOVE 'Y' TO SWEEP-DONE-SW
           END-START.
           PERFORM UNTIL SWEEP-DONE
               READ LTXDAY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SWEEP-DONE-SW
               END-READ
               IF NOT SWEEP-DONE
                   IF LTXDAY-BUS-DATE < BUSINESS-DATE-NUM OR
                      (LTXDAY-BUS-DATE = BUSINESS-DATE-NUM AND
                       LTXDAY-CYCLE = CYCLE-NUMBER)
                       DELETE LTXDAY-FILE
                           INVALID KEY
                               DISPLAY "LTX01: DELETE LTXDAY-FILE "
                                       "- status " LTXDAY-STATUS
                           NOT INVALID KEY
                               ADD 1 TO CYCLE-RECORDS-CLEARED
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.

       ADD-TONIGHTS-CASH.
           PERFORM UNTIL FILEDATCLT-EOF-YES
               READ FILEDATCLT-FILE
                   AT END MOVE 'Y' TO FILEDATCLT-EOF
               END-READ
               IF NOT FILEDATCLT-EOF-YES AND
                  NOT FILEDATCLT-CONTROL-REC
                   ADD 1 TO RECORDS-READ
                   PERFORM CHECK-CASH-TYPE
                   IF IS-CASH-TYPE
                       ADD 1 TO CASH-RECORDS
                       PERFORM ADD-ONE-CASH-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      * The day's records come back in account order with each
      * account's cycles together, so a change of account ends
      * one account's day.
       FIND-ACCOUNTS-OVER.
           IF LTX01RPT-STATUS = "00"
               MOVE SPACES TO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               MOVE "ACCOUNTS OVER THE THRESHOLD TODAY" TO
                    LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
           END-IF.
           MOVE BUSINESS-DATE-NUM TO LTXDAY-BUS-DATE.
           MOVE LOW-VALUES TO LTXDAY-ACCT-NBR.
           MOVE 0 TO LTXDAY-CYCLE.
           MOVE 'N' TO SWEEP-DONE-SW.
           MOVE SPACES TO DAY-ACCT-NBR.
           START LTXDAY-FILE
               KEY IS NOT LESS THAN LTXDAY-KEY
               INVALID KEY
                   MOVE 'Y' TO SWEEP-DONE-SW
           END-START.
           PERFORM UNTIL SWEEP-DONE
               READ LTXDAY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SWEEP-DONE-SW
               END-READ
               IF NOT SWEEP-DONE AND
                  LTXDAY-BUS-DATE NOT = BUSINESS-DATE-NUM
                   MOVE 'Y' TO SWEEP-DONE-SW
               END-IF
               IF SWEEP-DONE OR
                  LTXDAY-ACCT-NBR NOT = DAY-ACCT-NBR
                   IF DAY-ACCT-NBR NOT = SPACES
                       PERFORM JUDGE-ONE-ACCOUNT THRU
                           JUDGE-ONE-ACCOUNT-EXIT
                   END-IF
                   IF NOT SWEEP-DONE
                       MOVE LTXDAY-ACCT-NBR TO DAY-ACCT-NBR
                       MOVE 0 TO DAY-CASH-IN
                       MOVE 0 TO DAY-CASH-OUT
                       MOVE 0 TO DAY-ITEMS
                       MOVE 0 TO DAY-CYCLES
                   END-IF
               END-IF
               IF NOT SWEEP-DONE
                   ADD LTXDAY-CASH-IN TO DAY-CASH-IN
                   ADD LTXDAY-CASH-OUT TO DAY-CASH-OUT
                   ADD LTXDAY-ITEMS TO DAY-ITEMS
                   ADD 1 TO DAY-CYCLES
               END-IF
           END-PERFORM.
           IF ACCOUNTS-OVER = 0 AND LTX01RPT-STATUS = "00"
               MOVE "  (none)" TO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
           END-IF.

      * Every candidate on the register not yet filed or
      * exempted, from any business day.
       LIST-OUTSTANDING.
           IF LTX01RPT-STATUS = "00"
               MOVE SPACES TO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               MOVE "CANDIDATES AWAITING FILING" TO
                    LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
           END-IF.
           MOVE LOW-VALUES TO LTXREG-KEY.
           START LTXREG-FILE
               KEY IS NOT LESS THAN LTXREG-KEY
               INVALID KEY
                   MOVE 'Y' TO LTXREG-EOF
           END-START.
           PERFORM UNTIL LTXREG-EOF-YES
               READ LTXREG-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LTXREG-EOF
               END-READ
               IF NOT LTXREG-EOF-YES AND LTXREG-CANDIDATE
                   ADD 1 TO CANDIDATES-OUTSTANDING
                   PERFORM WRITE-OUTSTANDING-LINE
               END-IF
           END-PERFORM.
           IF CANDIDATES-OUTSTANDING = 0 AND LTX01RPT-STATUS = "00"
               MOVE "  (none)" TO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
           END-IF.

       WRITE-RUN-TOTALS.
           IF LTX01RPT-STATUS = "00"
               MOVE SPACES TO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               MOVE SPACES TO LTX01-REPORT-LINE
               STRING "Records read is= " RECORDS-READ
                      "  Cash records is= " CASH-RECORDS
                   DELIMITED BY SIZE INTO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               MOVE SPACES TO LTX01-REPORT-LINE
               STRING "Accounts over is= " ACCOUNTS-OVER
                      "  Raised is= " CANDIDATES-RAISED
                      "  Updated is= " CANDIDATES-UPDATED
                   DELIMITED BY SIZE INTO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               MOVE SPACES TO LTX01-REPORT-LINE
               STRING "Exempt is= " EXEMPT-RECORDED
                      "  Filed with new activity is= " FILED-GAINED
                   DELIMITED BY SIZE INTO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               MOVE SPACES TO LTX01-REPORT-LINE
               STRING "Candidates outstanding is= "
                      CANDIDATES-OUTSTANDING
                   DELIMITED BY SIZE INTO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               IF CYCLE-RECORDS-CLEARED > 0
                   MOVE SPACES TO LTX01-REPORT-LINE
                   STRING "Earlier or rerun day records cleared "
                          "is= " CYCLE-RECORDS-CLEARED
                       DELIMITED BY SIZE INTO LTX01-REPORT-LINE
                   WRITE LTX01-REPORT-LINE
               END-IF
           END-IF.

       CLOSE-THE-FILES.
           IF FILEDATCLT-OPEN-FLAG = 'O'
               CLOSE FILEDATCLT-FILE
           END-IF.
           IF LTXDAY-OPEN-FLAG = 'O'
               CLOSE LTXDAY-FILE
           END-IF.
           IF LTXREG-OPEN-FLAG = 'O'
               CLOSE LTXREG-FILE
           END-IF.
           IF EXEMPTIONS-OPEN
               CLOSE LTXEXM-FILE
           END-IF.
           IF NAMES-OPEN
               CLOSE ACCTREF-FILE
           END-IF.
           IF LTXCAND-STATUS = "00"
               CLOSE LTX01-CANDIDATES
           END-IF.
           IF LTX01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
               CLOSE LTX01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       CHECK-CASH-TYPE.
           MOVE 'N' TO CASH-TYPE-SW.
           PERFORM VARYING CASH-TYPE-IDX FROM 1 BY 1
                   UNTIL CASH-TYPE-IDX > CASH-TYPE-COUNT
               IF CASH-TYPE (CASH-TYPE-IDX) = FILEDATCLT-REC-TYPE
                   MOVE 'Y' TO CASH-TYPE-SW
               END-IF
           END-PERFORM.

       ADD-ONE-CASH-RECORD.
           MOVE BUSINESS-DATE-NUM TO LTXDAY-BUS-DATE.
           MOVE FILEDATCLT-ACCT-NBR TO LTXDAY-ACCT-NBR.
           MOVE CYCLE-NUMBER TO LTXDAY-CYCLE.
           READ LTXDAY-FILE
               INVALID KEY
                   MOVE 0 TO LTXDAY-CASH-IN
                   MOVE 0 TO LTXDAY-CASH-OUT
                   MOVE 0 TO LTXDAY-ITEMS
                   PERFORM ADD-AMOUNT-TO-DAY
                   WRITE LTXDAY-REC
                       INVALID KEY
                           DISPLAY "LTX01: WRITE LTXDAY-FILE - "
                                   "status " LTXDAY-STATUS
                   END-WRITE
               NOT INVALID KEY
                   PERFORM ADD-AMOUNT-TO-DAY
                   REWRITE LTXDAY-REC
                       INVALID KEY
                           DISPLAY "LTX01: REWRITE LTXDAY-FILE - "
                                   "status " LTXDAY-STATUS
                   END-REWRITE
           END-READ.

       ADD-AMOUNT-TO-DAY.
           IF FILEDATCLT-AMOUNT < 0
               SUBTRACT FILEDATCLT-AMOUNT FROM LTXDAY-CASH-OUT
           ELSE
               ADD FILEDATCLT-AMOUNT TO LTXDAY-CASH-IN
           END-IF.
           ADD 1 TO LTXDAY-ITEMS.

       JUDGE-ONE-ACCOUNT.
           IF DAY-CASH-IN NOT > FILING-THRESHOLD AND
              DAY-CASH-OUT NOT > FILING-THRESHOLD
               GO TO JUDGE-ONE-ACCOUNT-EXIT
           END-IF.
           ADD 1 TO ACCOUNTS-OVER.
           PERFORM CHECK-EXEMPTION.
           MOVE DAY-ACCT-NBR TO LTXREG-ACCT-NBR.
           MOVE BUSINESS-DATE-NUM TO LTXREG-BUS-DATE.
           MOVE 'N' TO REGISTER-FOUND-SW.
           READ LTXREG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO REGISTER-FOUND-SW
           END-READ.
           IF NOT REGISTER-FOUND
               PERFORM RAISE-REGISTER-ENTRY
           ELSE
               PERFORM UPDATE-REGISTER-ENTRY
           END-IF.
           IF LTX01RPT-STATUS = "00"
               CALL "MASKACCT" USING DAY-ACCT-NBR MASKED-ACCT
               MOVE DAY-CASH-IN TO EDITED-IN
               MOVE DAY-CASH-OUT TO EDITED-OUT
               MOVE SPACES TO LTX01-REPORT-LINE
               STRING "  " MASKED-ACCT " IN " EDITED-IN
                      " OUT " EDITED-OUT " " OUTCOME-WORDS
                   DELIMITED BY SIZE INTO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
           END-IF.
       JUDGE-ONE-ACCOUNT-EXIT.
           EXIT.

      * An exemption past its review date no longer applies.
       CHECK-EXEMPTION.
           MOVE 'N' TO EXEMPT-SW.
           IF EXEMPTIONS-OPEN
               MOVE DAY-ACCT-NBR TO LTXEXM-ACCT-NBR
               READ LTXEXM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LTXEXM-REVIEW-DATE = 0 OR
                          LTXEXM-REVIEW-DATE NOT < BUSINESS-DATE-NUM
                           MOVE 'Y' TO EXEMPT-SW
                       END-IF
               END-READ
           END-IF.

       RAISE-REGISTER-ENTRY.
           MOVE SPACES TO LTXREG-REC.
           MOVE DAY-ACCT-NBR TO LTXREG-ACCT-NBR.
           MOVE BUSINESS-DATE-NUM TO LTXREG-BUS-DATE.
           MOVE DAY-CASH-IN TO LTXREG-CASH-IN.
           MOVE DAY-CASH-OUT TO LTXREG-CASH-OUT.
           MOVE DAY-ITEMS TO LTXREG-ITEMS.
           MOVE RUN-DATE-NUM TO LTXREG-RAISED-DATE.
           MOVE "LTX01" TO LTXREG-ACTION-BY.
           MOVE RUN-DATE-NUM TO LTXREG-ACTION-DATE.
           IF ACCOUNT-EXEMPT
               MOVE 'E' TO LTXREG-STATE
               MOVE LTXEXM-REASON TO LTXREG-FILING-REF
               MOVE "EXEMPT - NOT RAISED" TO OUTCOME-WORDS
               ADD 1 TO EXEMPT-RECORDED
           ELSE
               MOVE 'C' TO LTXREG-STATE
               MOVE "CANDIDATE RAISED" TO OUTCOME-WORDS
               ADD 1 TO CANDIDATES-RAISED
               PERFORM WRITE-CANDIDATE
           END-IF.
           WRITE LTXREG-REC
               INVALID KEY
                   DISPLAY "LTX01: WRITE LTXREG-FILE - status "
                           LTXREG-STATUS
           END-WRITE.

      * A candidate takes the day's latest totals; a filed or
      * exempt entry keeps what was filed, and a filed one that
      * has gained activity since is put in front of compliance.
       UPDATE-REGISTER-ENTRY.
           EVALUATE TRUE
               WHEN LTXREG-CANDIDATE
                   IF DAY-CASH-IN NOT = LTXREG-CASH-IN OR
                      DAY-CASH-OUT NOT = LTXREG-CASH-OUT
                       MOVE DAY-CASH-IN TO LTXREG-CASH-IN
                       MOVE DAY-CASH-OUT TO LTXREG-CASH-OUT
                       MOVE DAY-ITEMS TO LTXREG-ITEMS
                       REWRITE LTXREG-REC
                           INVALID KEY
                               DISPLAY "LTX01: REWRITE LTXREG-FILE "
                                       "- status " LTXREG-STATUS
                       END-REWRITE
                       ADD 1 TO CANDIDATES-UPDATED
                       MOVE "CANDIDATE UPDATED" TO OUTCOME-WORDS
                       PERFORM WRITE-CANDIDATE
                   ELSE
                       MOVE "CANDIDATE UNCHANGED" TO OUTCOME-WORDS
                   END-IF
               WHEN LTXREG-FILED
                   IF DAY-CASH-IN > LTXREG-CASH-IN OR
                      DAY-CASH-OUT > LTXREG-CASH-OUT
                       ADD 1 TO FILED-GAINED
                       MOVE "FILED - NEW ACTIVITY" TO OUTCOME-WORDS
                   ELSE
                       MOVE "ALREADY FILED" TO OUTCOME-WORDS
                   END-IF
               WHEN OTHER
                   MOVE "EXEMPT" TO OUTCOME-WORDS
           END-EVALUATE.

       WRITE-CANDIDATE.
           MOVE SPACES TO LTXCAND-REC.
           MOVE DAY-ACCT-NBR TO LTXCAND-ACCT-NBR.
           MOVE BUSINESS-DATE-NUM TO LTXCAND-BUS-DATE.
           IF NAMES-OPEN
               MOVE DAY-ACCT-NBR TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-NAME TO LTXCAND-NAME
               END-READ
           END-IF.
           MOVE DAY-CASH-IN TO LTXCAND-CASH-IN.
           MOVE DAY-CASH-OUT TO LTXCAND-CASH-OUT.
           MOVE DAY-ITEMS TO LTXCAND-ITEMS.
           MOVE CYCLE-NUMBER TO LTXCAND-CYCLE.
           WRITE LTXCAND-REC.

       WRITE-OUTSTANDING-LINE.
           MOVE LTXREG-BUS-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE DAYS-OUTSTANDING =
                   BUSINESS-DATE-SERIAL - SERIAL-RESULT.
           IF LTX01RPT-STATUS = "00"
               CALL "MASKACCT" USING LTXREG-ACCT-NBR MASKED-ACCT
               MOVE LTXREG-CASH-IN TO EDITED-IN
               MOVE LTXREG-CASH-OUT TO EDITED-OUT
               MOVE DAYS-OUTSTANDING TO DAYS-OUTSTANDING-EDIT
               MOVE SPACES TO LTX01-REPORT-LINE
               STRING "  " MASKED-ACCT " " LTXREG-BUS-DATE
                      " IN " EDITED-IN " OUT " EDITED-OUT
                      " " DAYS-OUTSTANDING-EDIT "D"
                   DELIMITED BY SIZE INTO LTX01-REPORT-LINE
               WRITE LTX01-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="LTX01"==.
