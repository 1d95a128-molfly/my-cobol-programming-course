       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRC01.
      *--------------------------------------------------
      * END-TO-END LINEAGE TRACE FOR ONE TRANSACTION. "DID THIS
      * TRANSACTION REACH THE LEDGER?" USED TO MEAN OPENING
      * SRT01RPT, FILEDATREJ, CNT01SUSP, CNT01HOLD, FILEDATVAL,
      * THE MST01 FILES, THE SPLOUT FILES AND GLJRNL ONE BY ONE.
      * TRC01 TAKES THE TRC01PM CARD:
      *   COLUMNS  1-10  ACCOUNT NUMBER
      *   COLUMNS 11-14  SEQUENCE NUMBER - THE FULL FILEDATCLT-KEY;
      *                  BLANK TO TRACE EVERY RECORD FOR THE
      *                  ACCOUNT ON THE DATE BELOW (UP TO 20)
      *   COLUMNS 16-23  TRANSACTION DATE CCYYMMDD, WHEN THE
      *                  SEQUENCE NUMBER IS BLANK
      * AND FOLLOWS THE RECORD THROUGH EVERY STAGE OF THE NIGHT'S
      * STREAM IN STREAM ORDER: THE RAW DELIVERY (FILEDATIN), THE
      * SORT (FILEDATCLT, WITH SRT01RPT'S OUT-OF-SEQUENCE LIST),
      * A RELEASE FROM SUSPENSE (FILEDATRLS), CNT01'S OUTCOME
      * (FILEDATREJ WITH THE REASON, CNT01SUSP, CNT01HOLD OR
      * FILEDATVAL), MST01'S OUTCOME (THE MST01APL APPLIED
      * ENTRY, THE PSTEXC EXCEPTION QUEUE, THE MST01BLK BLOCKED
      * ITEMS), THE SPL01 OUTPUT IT WAS DEALT TO (SPLOUT1-5, WITH
      * CNT01TYP SAYING WHETHER ITS TYPE HAS ONE) AND THE GLJRNL
      * LINES THAT JOURNALED IT, DEBIT AND CREDIT GL ACCOUNT.
      * TRC01RPT SHOWS EACH STAGE AS SEEN, NOT SEEN OR NOT
      * CHECKED (DD NOT SUPPLIED), THEN THE OUTCOME: REACHED THE
      * LEDGER, STOPPED FOR A REASON (REJECTED, SUSPENDED, HELD,
      * NOT POSTED), OR THE FIRST STAGE WHERE IT DISAPPEARED.
      * EVERY DD IS OPTIONAL AND EACH MAY NAME AN ARCHIVED
      * GENERATION OR A CONCATENATION OF GENERATIONS, SO A PAST
      * NIGHT IS TRACED THE SAME WAY AS LAST NIGHT. ON DEMAND.
      * RC 0 WHEN EVERY TRAIL IS ACCOUNTED FOR, RC 4 WHEN ONE
      * DISAPPEARED, CANNOT BE FOLLOWED OR WAS NOT FOUND, RC 16
      * WITH NO USABLE TRC01PM CARD.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRC01-PARMCARD ASSIGN TO TRC01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TRC01PM-STATUS.

      * Every 80-byte stage file in turn - the DD name is set
      * before each open.
           SELECT STAGE-FILE ASSIGN TO STAGE-FILE-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS STAGE-STATUS.

           SELECT REJECT-FILE ASSIGN TO FILEDATREJ
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILEDATREJ-STATUS.

           SELECT MST01-APPLIED ASSIGN TO MST01APL
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS APPLIED-TRACK-KEY
                  FILE STATUS   IS MST01APL-STATUS.

           SELECT MST01-EXCEPTIONS ASSIGN TO PSTEXC
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PSTEXC-KEY
                  FILE STATUS   IS PSTEXC-STATUS.

           SELECT MST01-BLOCKED ASSIGN TO MST01BLK
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MST01BLK-STATUS.

           SELECT TRC01-TYPEREF ASSIGN TO CNT01TYP
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01TYP-STATUS.

           SELECT TRC01-REPORT ASSIGN TO TRC01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TRC01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRC01-PARMCARD.
       01  TRC01PM-REC.
           05  TRC01PM-ACCT-NBR         PIC X(10).
           05  TRC01PM-SEQ-NBR          PIC X(4).
           05  FILLER                   PIC X.
           05  TRC01PM-DATE             PIC X(8).
           05  FILLER                   PIC X(57).

       FD  STAGE-FILE.
       01  STAGE-REC                    PIC X(80).

       FD  REJECT-FILE.
           COPY "filedatrej.cpy".

       FD  MST01-APPLIED.
           COPY "mstapl.cpy".

       FD  MST01-EXCEPTIONS.
           COPY "pstexc.cpy".

       FD  MST01-BLOCKED.
           COPY "blkitem.cpy".

       FD  TRC01-TYPEREF.
       01  TRC01-TYPEREF-REC.
           05  TYPEREF-CODE             PIC X(2).
           05  TYPEREF-DESC             PIC X(30).
           05  TYPEREF-DISP             PIC X.
           05  FILLER                   PIC X(47).

       FD  TRC01-REPORT.
       01  TRC01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
      * The record image from whichever stage file is being read.
       COPY "filedatclt.cpy".

      * GLX01's journal upload line.
       01  JOURNAL-WORK.
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

       01  TRC01PM-STATUS.
           05  TRC01PM-STATUS-L         PIC X.
           05  TRC01PM-STATUS-R         PIC X.
       01  STAGE-STATUS.
           05  STAGE-STATUS-L           PIC X.
           05  STAGE-STATUS-R           PIC X.
       01  FILEDATREJ-STATUS.
           05  FILEDATREJ-STATUS-L      PIC X.
           05  FILEDATREJ-STATUS-R      PIC X.
       01  MST01APL-STATUS.
           05  MST01APL-STATUS-L        PIC X.
           05  MST01APL-STATUS-R        PIC X.
       01  PSTEXC-STATUS.
           05  PSTEXC-STATUS-L          PIC X.
           05  PSTEXC-STATUS-R          PIC X.
       01  MST01BLK-STATUS.
           05  MST01BLK-STATUS-L        PIC X.
           05  MST01BLK-STATUS-R        PIC X.
       01  CNT01TYP-STATUS.
           05  CNT01TYP-STATUS-L        PIC X.
           05  CNT01TYP-STATUS-R        PIC X.
       01  TRC01RPT-STATUS.
           05  TRC01RPT-STATUS-L        PIC X.
           05  TRC01RPT-STATUS-R        PIC X.

       01  STAGE-FILE-NAME              PIC X(12)   VALUE SPACES.
       01  PARM-OK-SW                   PIC X       VALUE 'N'.
           88  PARM-OK                               VALUE 'Y'.
       01  TRACE-MODE-SW                PIC X       VALUE 'K'.
           88  TRACE-ONE-KEY                         VALUE 'K'.
           88  TRACE-ACCT-DATE                       VALUE 'D'.
       01  TRACE-ACCT-NBR               PIC X(10).
       01  TRACE-DATE                   PIC 9(8)    VALUE 0.

      * The stream's stages in the order a record meets them,
      * with the DD each is read from.
       01  STAGE-NAMES.
           05  FILLER PIC X(22) VALUE "DELIVERED   FILEDATIN ".
           05  FILLER PIC X(22) VALUE "SORTED      FILEDATCLT".
           05  FILLER PIC X(22) VALUE "RELEASED    FILEDATRLS".
           05  FILLER PIC X(22) VALUE "REJECTED    FILEDATREJ".
           05  FILLER PIC X(22) VALUE "SUSPENDED   CNT01SUSP ".
           05  FILLER PIC X(22) VALUE "HELD        CNT01HOLD ".
           05  FILLER PIC X(22) VALUE "VALIDATED   FILEDATVAL".
           05  FILLER PIC X(22) VALUE "POSTED      MST01APL  ".
           05  FILLER PIC X(22) VALUE "EXCEPTION   PSTEXC    ".
           05  FILLER PIC X(22) VALUE "BLOCKED     MST01BLK  ".
           05  FILLER PIC X(22) VALUE "SPLIT       SPLOUT1-5 ".
           05  FILLER PIC X(22) VALUE "JOURNALED   GLJRNL    ".
       01  STAGE-TABLE REDEFINES STAGE-NAMES.
           05  STAGE-ENTRY OCCURS 12 TIMES.
               10  STAGE-NAME           PIC X(12).
               10  STAGE-DD             PIC X(10).
       01  STAGE-AVAILABLE-TABLE.
           05  STAGE-AVAILABLE OCCURS 12 TIMES PIC X.
       01  STAGE-IDX                    PIC 99.
       01  STAGE-NOTE                   PIC X(40).
       01  SPLIT-OUT-NBR                PIC 9.

      * The records being traced. One entry for a full key, or
      * one per record found for the account and date.
       01  TRACE-COUNT                  PIC 99      VALUE 0.
       01  TRACE-OVERFLOW               PIC 9(5)    VALUE 0.
       01  TRACE-TABLE.
           05  TRACE-ENTRY OCCURS 20 TIMES.
               10  TRK-KEY              PIC X(14).
               10  TRK-DATE             PIC 9(8).
               10  TRK-REC-TYPE         PIC X(2).
               10  TRK-AMOUNT           PIC S9(9)V99.
               10  TRK-DEBIT-GL         PIC X(8).
               10  TRK-CREDIT-GL        PIC X(8).
               10  TRK-STAGE OCCURS 12 TIMES.
                   15  TRK-SEEN         PIC 9(3).
                   15  TRK-NOTE         PIC X(40).
       01  TRACE-IDX                    PIC 99.
       01  TRACE-FOUND-IDX              PIC 99.

      * SPL01's output map - the first five CNT01TYP types with a
      * count or warn disposition, in file order.
       01  SPLIT-MAP-COUNT              PIC 9       VALUE 0.
       01  SPLIT-MAP-TABLE.
           05  SPLIT-MAP-TYPE OCCURS 5 TIMES PIC X(2).
       01  SPLIT-MAP-IDX                PIC 9.
       01  SPLIT-EXPECTED-SW            PIC X.
           88  SPLIT-EXPECTED                        VALUE 'Y'.

       01  MASKED-ACCT                  PIC X(10).
       01  MASKED-SORT-KEY.
           05  MASKED-SORT-ACCT         PIC X(10).
           05  MASKED-SORT-SEQ          PIC X(4).
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  EDITED-APPLIED               PIC -(11)9.99.
       01  SEEN-WORD                    PIC X(12).
       01  SEEN-EDIT                    PIC ZZ9.
       01  JUDGE-IDX                    PIC 99.
       01  VERDICT-TEXT                 PIC X(68).
       01  POSTING-NOTE                 PIC X(40).
       01  STAGES-SEEN                  PIC 9(4).
       01  LATER-SEEN                   PIC 9(4).
       01  LATER-IDX                    PIC 99.
       01  TRAILS-ACCOUNTED             PIC 99      VALUE 0.
       01  TRAILS-BROKEN                PIC 99      VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

      * Linkage fields for the shared DATECK calendar check.
       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "TRC01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING SUITE-RUN-DATE
               ON EXCEPTION
                   ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD
           END-CALL.
           PERFORM READ-PARM-CARD.
           IF NOT PARM-OK
               DISPLAY "TRC01: *** NO USABLE TRC01PM CARD - "
                       "NOTHING TRACED"
               MOVE 16 TO RUN-SEVERITY
           ELSE
               PERFORM LOAD-SPLIT-MAP
               PERFORM FOLLOW-THE-STREAM
               PERFORM WRITE-THE-TRACE
           END-IF.
           DISPLAY "TRC01: records traced= " TRACE-COUNT
                   " accounted for= " TRAILS-ACCOUNTED
                   " broken= " TRAILS-BROKEN.
           CALL "DAYLOG" USING "TRC01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       READ-PARM-CARD.
           OPEN INPUT TRC01-PARMCARD.
           IF TRC01PM-STATUS = "00"
               READ TRC01-PARMCARD
                   AT END MOVE "10" TO TRC01PM-STATUS
               END-READ
               IF TRC01PM-STATUS = "00"
                   PERFORM TAKE-PARM-CARD
               END-IF
               CLOSE TRC01-PARMCARD
           END-IF.

       LOAD-SPLIT-MAP.
           MOVE 0 TO SPLIT-MAP-COUNT.
           OPEN INPUT TRC01-TYPEREF.
           IF CNT01TYP-STATUS = "00"
               PERFORM UNTIL CNT01TYP-STATUS NOT = "00"
                   READ TRC01-TYPEREF
                       AT END MOVE "10" TO CNT01TYP-STATUS
                   END-READ
                   IF CNT01TYP-STATUS = "00" AND
                      SPLIT-MAP-COUNT < 5 AND
                      (TYPEREF-DISP = 'C' OR TYPEREF-DISP = 'W')
                       ADD 1 TO SPLIT-MAP-COUNT
                       MOVE TYPEREF-CODE TO
                            SPLIT-MAP-TYPE (SPLIT-MAP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE TRC01-TYPEREF
           END-IF.

      * Stream order. The files that carry the record image come
      * first, so in account-and-date mode every record is in the
      * table before the keyed posting files are looked at.
       FOLLOW-THE-STREAM.
           MOVE ALL 'N' TO STAGE-AVAILABLE-TABLE.
           MOVE "FILEDATIN" TO STAGE-FILE-NAME.
           MOVE 1 TO STAGE-IDX.
           PERFORM SCAN-IMAGE-FILE.
           MOVE "FILEDATCLT" TO STAGE-FILE-NAME.
           MOVE 2 TO STAGE-IDX.
           PERFORM SCAN-IMAGE-FILE.
           PERFORM SCAN-SORT-REPORT.
           MOVE "FILEDATRLS" TO STAGE-FILE-NAME.
           MOVE 3 TO STAGE-IDX.
           PERFORM SCAN-IMAGE-FILE.
           PERFORM SCAN-REJECT-FILE.
           MOVE "CNT01SUSP" TO STAGE-FILE-NAME.
           MOVE 5 TO STAGE-IDX.
           PERFORM SCAN-IMAGE-FILE.
           MOVE "CNT01HOLD" TO STAGE-FILE-NAME.
           MOVE 6 TO STAGE-IDX.
           PERFORM SCAN-IMAGE-FILE.
           MOVE "FILEDATVAL" TO STAGE-FILE-NAME.
           MOVE 7 TO STAGE-IDX.
           PERFORM SCAN-IMAGE-FILE.
           PERFORM SCAN-APPLIED-FILE.
           PERFORM SCAN-EXCEPTION-FILE.
           PERFORM SCAN-BLOCKED-FILE.
           MOVE 11 TO STAGE-IDX.
           PERFORM VARYING SPLIT-OUT-NBR FROM 1 BY 1
                   UNTIL SPLIT-OUT-NBR > 5
               MOVE SPACES TO STAGE-FILE-NAME
               STRING "SPLOUT" SPLIT-OUT-NBR
                   DELIMITED BY SIZE INTO STAGE-FILE-NAME
               PERFORM SCAN-IMAGE-FILE
           END-PERFORM.
           PERFORM SCAN-JOURNAL-FILE.

       WRITE-THE-TRACE.
           OPEN OUTPUT TRC01-REPORT.
           IF TRC01RPT-STATUS NOT = "00"
               DISPLAY "TRC01: OPEN TRC01-REPORT - status "
                       TRC01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO TRC01-REPORT-LINE
               WRITE TRC01-REPORT-LINE
               CALL "MASKACCT" USING TRACE-ACCT-NBR MASKED-ACCT
               MOVE SPACES TO TRC01-REPORT-LINE
               IF TRACE-ONE-KEY
                   STRING "LINEAGE TRACE OF TRANSACTION "
                          MASKED-ACCT " " TRC01PM-SEQ-NBR
                       DELIMITED BY SIZE INTO TRC01-REPORT-LINE
               ELSE
                   STRING "LINEAGE TRACE OF ACCOUNT " MASKED-ACCT
                          " FOR " TRACE-DATE
                       DELIMITED BY SIZE INTO TRC01-REPORT-LINE
               END-IF
               WRITE TRC01-REPORT-LINE
           END-IF.
           IF TRACE-COUNT = 0
               MOVE 4 TO RUN-SEVERITY
               DISPLAY "TRC01: no record found for the account "
                       "and date at any stage"
               IF TRC01RPT-STATUS = "00"
                   MOVE "NO RECORD FOR THE ACCOUNT AND DATE AT ANY "
                        TO TRC01-REPORT-LINE
                   MOVE "STAGE" TO TRC01-REPORT-LINE (42:5)
                   WRITE TRC01-REPORT-LINE
               END-IF
           END-IF.
           PERFORM VARYING TRACE-IDX FROM 1 BY 1
                   UNTIL TRACE-IDX > TRACE-COUNT
               PERFORM JUDGE-ONE-TRAIL THRU JUDGE-ONE-TRAIL-EXIT
               PERFORM PRINT-ONE-TRAIL
           END-PERFORM.
           IF TRC01RPT-STATUS = "00"
               IF TRACE-OVERFLOW > 0
                   MOVE SPACES TO TRC01-REPORT-LINE
                   STRING "More than 20 records - not traced is= "
                          TRACE-OVERFLOW
                       DELIMITED BY SIZE INTO TRC01-REPORT-LINE
                   WRITE TRC01-REPORT-LINE
               END-IF
               MOVE SPACES TO TRC01-REPORT-LINE
               STRING "Traced is= " TRACE-COUNT
                      "  Accounted for is= " TRAILS-ACCOUNTED
                      "  Broken is= " TRAILS-BROKEN
                   DELIMITED BY SIZE INTO TRC01-REPORT-LINE
               WRITE TRC01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO TRC01-REPORT-LINE
               WRITE TRC01-REPORT-LINE
               CLOSE TRC01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       TAKE-PARM-CARD.
           MOVE 'Y' TO PARM-OK-SW.
           MOVE TRC01PM-ACCT-NBR TO TRACE-ACCT-NBR.
           IF TRACE-ACCT-NBR = SPACES
               MOVE 'N' TO PARM-OK-SW
           END-IF.
           IF TRC01PM-SEQ-NBR = SPACES
               MOVE 'D' TO TRACE-MODE-SW
               IF TRC01PM-DATE IS NUMERIC
                   MOVE TRC01PM-DATE TO TRACE-DATE
                   MOVE TRACE-DATE TO DC-DATE
                   CALL "DATECK" USING DC-DATE DC-RESULT
                                        DC-VIOLATION DC-REASON
                   IF NOT DC-PASSED
                       MOVE 'N' TO PARM-OK-SW
                   END-IF
               ELSE
                   MOVE 'N' TO PARM-OK-SW
               END-IF
           ELSE
               MOVE 'K' TO TRACE-MODE-SW
               IF TRC01PM-SEQ-NBR IS NUMERIC
                   MOVE 1 TO TRACE-COUNT
                   MOVE SPACES TO TRACE-ENTRY (1)
                   MOVE TRC01PM-ACCT-NBR TO TRK-KEY (1) (1:10)
                   MOVE TRC01PM-SEQ-NBR TO TRK-KEY (1) (11:4)
                   PERFORM CLEAR-ONE-ENTRY
               ELSE
                   MOVE 'N' TO PARM-OK-SW
               END-IF
           END-IF.

       SCAN-IMAGE-FILE.
           OPEN INPUT STAGE-FILE.
           IF STAGE-STATUS = "00"
               MOVE 'Y' TO STAGE-AVAILABLE (STAGE-IDX)
               PERFORM UNTIL STAGE-STATUS NOT = "00"
                   READ STAGE-FILE
                       AT END MOVE "10" TO STAGE-STATUS
                   END-READ
                   IF STAGE-STATUS = "00"
                       MOVE STAGE-REC TO FILEDATCLT-REC
                       MOVE SPACES TO STAGE-NOTE
                       EVALUATE STAGE-IDX
                           WHEN 5
                               STRING "DATED " FILEDATCLT-DATE
                                      " - NOT YET DUE"
                                   DELIMITED BY SIZE INTO STAGE-NOTE
                           WHEN 11
                               STRING "DEALT TO " STAGE-FILE-NAME
                                   DELIMITED BY SIZE INTO STAGE-NOTE
                       END-EVALUATE
                       PERFORM MATCH-THE-IMAGE
                   END-IF
               END-PERFORM
               CLOSE STAGE-FILE
           END-IF.

      * SRT01 lists out-of-sequence arrivals by masked key; the
      * traced key is masked the same way to find itself there.
       SCAN-SORT-REPORT.
           MOVE "SRT01RPT" TO STAGE-FILE-NAME.
           OPEN INPUT STAGE-FILE.
           IF STAGE-STATUS = "00"
               PERFORM UNTIL STAGE-STATUS NOT = "00"
                   READ STAGE-FILE
                       AT END MOVE "10" TO STAGE-STATUS
                   END-READ
                   IF STAGE-STATUS = "00" AND
                      STAGE-REC (1:16) = "OUT OF SEQUENCE "
                       PERFORM MATCH-SORT-LINE
                   END-IF
               END-PERFORM
               CLOSE STAGE-FILE
           END-IF.

       SCAN-REJECT-FILE.
           OPEN INPUT REJECT-FILE.
           IF FILEDATREJ-STATUS = "00"
               MOVE 'Y' TO STAGE-AVAILABLE (4)
               MOVE 4 TO STAGE-IDX
               PERFORM UNTIL FILEDATREJ-STATUS NOT = "00"
                   READ REJECT-FILE
                       AT END MOVE "10" TO FILEDATREJ-STATUS
                   END-READ
                   IF FILEDATREJ-STATUS = "00"
                       MOVE FILEDATCLT-REJECT-DATA TO FILEDATCLT-REC
                       MOVE SPACES TO STAGE-NOTE
                       STRING FILEDATCLT-REJECT-CODE " "
                              FILEDATCLT-REJECT-TEXT (1:35)
                           DELIMITED BY SIZE INTO STAGE-NOTE
                       PERFORM MATCH-THE-IMAGE
                   END-IF
               END-PERFORM
               CLOSE REJECT-FILE
           END-IF.

      * One applied entry per business date and source the key
      * was processed under - a rerun or a repair shows twice.
       SCAN-APPLIED-FILE.
           OPEN INPUT MST01-APPLIED.
           IF MST01APL-STATUS = "00"
               MOVE 'Y' TO STAGE-AVAILABLE (8)
               PERFORM VARYING TRACE-IDX FROM 1 BY 1
                       UNTIL TRACE-IDX > TRACE-COUNT
                   PERFORM LOOK-UP-APPLIED-ENTRIES
               END-PERFORM
               CLOSE MST01-APPLIED
           END-IF.

       SCAN-EXCEPTION-FILE.
           OPEN INPUT MST01-EXCEPTIONS.
           IF PSTEXC-STATUS = "00"
               MOVE 'Y' TO STAGE-AVAILABLE (9)
               PERFORM VARYING TRACE-IDX FROM 1 BY 1
                       UNTIL TRACE-IDX > TRACE-COUNT
                   PERFORM LOOK-UP-EXCEPTION-ENTRIES
               END-PERFORM
               CLOSE MST01-EXCEPTIONS
           END-IF.

       SCAN-BLOCKED-FILE.
           OPEN INPUT MST01-BLOCKED.
           IF MST01BLK-STATUS = "00"
               MOVE 'Y' TO STAGE-AVAILABLE (10)
               PERFORM UNTIL MST01BLK-STATUS NOT = "00"
                   READ MST01-BLOCKED
                       AT END MOVE "10" TO MST01BLK-STATUS
                   END-READ
                   IF MST01BLK-STATUS = "00"
                       PERFORM MATCH-BLOCKED-ITEM
                   END-IF
               END-PERFORM
               CLOSE MST01-BLOCKED
           END-IF.

       SCAN-JOURNAL-FILE.
           MOVE "GLJRNL" TO STAGE-FILE-NAME.
           OPEN INPUT STAGE-FILE.
           IF STAGE-STATUS = "00"
               MOVE 'Y' TO STAGE-AVAILABLE (12)
               PERFORM UNTIL STAGE-STATUS NOT = "00"
                   READ STAGE-FILE
                       AT END MOVE "10" TO STAGE-STATUS
                   END-READ
                   IF STAGE-STATUS = "00"
                       MOVE STAGE-REC TO JOURNAL-WORK
                       PERFORM MATCH-JOURNAL-LINE
                   END-IF
               END-PERFORM
               CLOSE STAGE-FILE
           END-IF.

      * The verdict, walking the stages a record must pass in
      * stream order. A record stopped on purpose (rejected,
      * suspended, held, not posted) is accounted for; the first
      * expected stage it is missing from is where it was lost.
       JUDGE-ONE-TRAIL.
           MOVE SPACES TO VERDICT-TEXT.
           MOVE SPACES TO POSTING-NOTE.
           MOVE 0 TO STAGES-SEEN.
           PERFORM VARYING STAGE-IDX FROM 1 BY 1
                   UNTIL STAGE-IDX > 12
               ADD TRK-SEEN (TRACE-IDX, STAGE-IDX) TO STAGES-SEEN
           END-PERFORM.
           IF STAGES-SEEN = 0
               MOVE "NOT FOUND AT ANY STAGE" TO VERDICT-TEXT
               ADD 1 TO TRAILS-BROKEN
               MOVE 4 TO RUN-SEVERITY
               GO TO JUDGE-ONE-TRAIL-EXIT
           END-IF.
      * A record released from suspense never passed the sort.
           IF TRK-SEEN (TRACE-IDX, 3) = 0
               MOVE 1 TO JUDGE-IDX
               PERFORM CHECK-EXPECTED-STAGE
               IF VERDICT-TEXT NOT = SPACES
                   GO TO JUDGE-ONE-TRAIL-EXIT
               END-IF
               MOVE 2 TO JUDGE-IDX
               PERFORM CHECK-EXPECTED-STAGE
               IF VERDICT-TEXT NOT = SPACES
                   GO TO JUDGE-ONE-TRAIL-EXIT
               END-IF
           END-IF.
           IF TRK-SEEN (TRACE-IDX, 7) = 0
               EVALUATE TRUE
                   WHEN TRK-SEEN (TRACE-IDX, 4) > 0
                       STRING "STOPPED AT CNT01 - REJECTED "
                              TRK-NOTE (TRACE-IDX, 4)
                           DELIMITED BY SIZE INTO VERDICT-TEXT
                   WHEN TRK-SEEN (TRACE-IDX, 5) > 0
                       MOVE "WAITING IN SUSPENSE UNTIL ITS DATE"
                            TO VERDICT-TEXT
                   WHEN TRK-SEEN (TRACE-IDX, 6) > 0
                       MOVE "STOPPED AT CNT01 - HELD" TO VERDICT-TEXT
               END-EVALUATE
               IF VERDICT-TEXT NOT = SPACES
                   ADD 1 TO TRAILS-ACCOUNTED
                   GO TO JUDGE-ONE-TRAIL-EXIT
               END-IF
               MOVE 7 TO JUDGE-IDX
               PERFORM CHECK-EXPECTED-STAGE
               GO TO JUDGE-ONE-TRAIL-EXIT
           END-IF.
           IF TRK-SEEN (TRACE-IDX, 8) = 0
               EVALUATE TRUE
                   WHEN TRK-SEEN (TRACE-IDX, 9) > 0
                       MOVE "NOT POSTED - ON THE EXCEPTION QUEUE"
                            TO POSTING-NOTE
                   WHEN TRK-SEEN (TRACE-IDX, 10) > 0
                       MOVE "NOT POSTED - BLOCKED" TO POSTING-NOTE
                   WHEN OTHER
                       MOVE 8 TO JUDGE-IDX
                       PERFORM CHECK-EXPECTED-STAGE
                       IF VERDICT-TEXT NOT = SPACES
                           GO TO JUDGE-ONE-TRAIL-EXIT
                       END-IF
               END-EVALUATE
           END-IF.
           PERFORM CHECK-SPLIT-EXPECTED.
           IF SPLIT-EXPECTED
               MOVE 11 TO JUDGE-IDX
               PERFORM CHECK-EXPECTED-STAGE
               IF VERDICT-TEXT NOT = SPACES
                   GO TO JUDGE-ONE-TRAIL-EXIT
               END-IF
           END-IF.
           MOVE 12 TO JUDGE-IDX.
           PERFORM CHECK-EXPECTED-STAGE.
           IF VERDICT-TEXT NOT = SPACES
               GO TO JUDGE-ONE-TRAIL-EXIT
           END-IF.
           IF POSTING-NOTE = SPACES
               MOVE "REACHED THE LEDGER - POSTED AND JOURNALED"
                    TO VERDICT-TEXT
           ELSE
               STRING "JOURNALED BUT " POSTING-NOTE
                   DELIMITED BY SIZE INTO VERDICT-TEXT
           END-IF.
           ADD 1 TO TRAILS-ACCOUNTED.
       JUDGE-ONE-TRAIL-EXIT.
           EXIT.

       PRINT-ONE-TRAIL.
           CALL "MASKACCT" USING TRK-KEY (TRACE-IDX) (1:10)
                                 MASKED-ACCT.
           MOVE TRK-AMOUNT (TRACE-IDX) TO EDITED-AMOUNT.
           DISPLAY "TRC01: " MASKED-ACCT " "
                   TRK-KEY (TRACE-IDX) (11:4) " - " VERDICT-TEXT.
           IF TRC01RPT-STATUS = "00"
               MOVE SPACES TO TRC01-REPORT-LINE
               WRITE TRC01-REPORT-LINE
               STRING "KEY " MASKED-ACCT " "
                      TRK-KEY (TRACE-IDX) (11:4)
                      "  DATE " TRK-DATE (TRACE-IDX)
                      "  TYPE " TRK-REC-TYPE (TRACE-IDX)
                      "  AMOUNT " EDITED-AMOUNT
                   DELIMITED BY SIZE INTO TRC01-REPORT-LINE
               WRITE TRC01-REPORT-LINE
               IF TRK-SEEN (TRACE-IDX, 12) > 0
                   MOVE SPACES TO TRK-NOTE (TRACE-IDX, 12)
                   STRING "DR " TRK-DEBIT-GL (TRACE-IDX)
                          "  CR " TRK-CREDIT-GL (TRACE-IDX)
                       DELIMITED BY SIZE
                       INTO TRK-NOTE (TRACE-IDX, 12)
               END-IF
               PERFORM VARYING STAGE-IDX FROM 1 BY 1
                       UNTIL STAGE-IDX > 12
                   PERFORM PRINT-ONE-STAGE
               END-PERFORM
               MOVE SPACES TO TRC01-REPORT-LINE
               STRING "  RESULT: " VERDICT-TEXT
                   DELIMITED BY SIZE INTO TRC01-REPORT-LINE
               WRITE TRC01-REPORT-LINE
           END-IF.

      * Matching the files against the traced keys.
       CLEAR-ONE-ENTRY.
           MOVE 0 TO TRK-DATE (TRACE-COUNT).
           MOVE 0 TO TRK-AMOUNT (TRACE-COUNT).
           MOVE SPACES TO TRK-REC-TYPE (TRACE-COUNT).
           MOVE SPACES TO TRK-DEBIT-GL (TRACE-COUNT).
           MOVE SPACES TO TRK-CREDIT-GL (TRACE-COUNT).
           PERFORM VARYING JUDGE-IDX FROM 1 BY 1
                   UNTIL JUDGE-IDX > 12
               MOVE 0 TO TRK-SEEN (TRACE-COUNT, JUDGE-IDX)
               MOVE SPACES TO TRK-NOTE (TRACE-COUNT, JUDGE-IDX)
           END-PERFORM.

      * Header and trailer records are never traced. In account
      * and date mode the first sighting of a record adds it.
       MATCH-THE-IMAGE.
           IF FILEDATCLT-CONTROL-REC
               MOVE 0 TO TRACE-FOUND-IDX
           ELSE
               PERFORM FIND-TRACED-KEY
               IF TRACE-FOUND-IDX = 0 AND TRACE-ACCT-DATE AND
                  FILEDATCLT-ACCT-NBR = TRACE-ACCT-NBR AND
                  FILEDATCLT-DATE = TRACE-DATE
                   IF TRACE-COUNT < 20
                       ADD 1 TO TRACE-COUNT
                       MOVE FILEDATCLT-KEY TO TRK-KEY (TRACE-COUNT)
                       PERFORM CLEAR-ONE-ENTRY
                       MOVE TRACE-COUNT TO TRACE-FOUND-IDX
                   ELSE
                       ADD 1 TO TRACE-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           IF TRACE-FOUND-IDX > 0
               IF TRK-REC-TYPE (TRACE-FOUND-IDX) = SPACES
                   MOVE FILEDATCLT-DATE TO
                        TRK-DATE (TRACE-FOUND-IDX)
                   MOVE FILEDATCLT-REC-TYPE TO
                        TRK-REC-TYPE (TRACE-FOUND-IDX)
                   MOVE FILEDATCLT-AMOUNT TO
                        TRK-AMOUNT (TRACE-FOUND-IDX)
               END-IF
               IF TRK-SEEN (TRACE-FOUND-IDX, STAGE-IDX) < 999
                   ADD 1 TO TRK-SEEN (TRACE-FOUND-IDX, STAGE-IDX)
               END-IF
               IF STAGE-NOTE NOT = SPACES
                   MOVE STAGE-NOTE TO
                        TRK-NOTE (TRACE-FOUND-IDX, STAGE-IDX)
               END-IF
           END-IF.

       FIND-TRACED-KEY.
           MOVE 0 TO TRACE-FOUND-IDX.
           PERFORM VARYING TRACE-IDX FROM 1 BY 1
                   UNTIL TRACE-IDX > TRACE-COUNT
               IF TRK-KEY (TRACE-IDX) = FILEDATCLT-KEY
                   MOVE TRACE-IDX TO TRACE-FOUND-IDX
               END-IF
           END-PERFORM.

       MATCH-SORT-LINE.
           PERFORM VARYING TRACE-IDX FROM 1 BY 1
                   UNTIL TRACE-IDX > TRACE-COUNT
               CALL "MASKACCT" USING TRK-KEY (TRACE-IDX) (1:10)
                                     MASKED-ACCT
               MOVE MASKED-ACCT TO MASKED-SORT-ACCT
               MOVE TRK-KEY (TRACE-IDX) (11:4) TO MASKED-SORT-SEQ
               IF STAGE-REC (17:14) = MASKED-SORT-KEY
                   MOVE "ARRIVED OUT OF SEQUENCE" TO
                        TRK-NOTE (TRACE-IDX, 2)
               END-IF
           END-PERFORM.

       LOOK-UP-APPLIED-ENTRIES.
           MOVE TRK-KEY (TRACE-IDX) TO APPLIED-TXN-KEY.
           MOVE 0 TO APPLIED-BUS-DATE.
           MOVE LOW-VALUES TO APPLIED-SOURCE-ID.
           START MST01-APPLIED KEY NOT < APPLIED-TRACK-KEY
               INVALID KEY MOVE "10" TO MST01APL-STATUS
           END-START.
           PERFORM UNTIL MST01APL-STATUS NOT = "00"
               READ MST01-APPLIED NEXT RECORD
                   AT END MOVE "10" TO MST01APL-STATUS
               END-READ
               IF MST01APL-STATUS = "00"
                   IF APPLIED-TXN-KEY NOT = TRK-KEY (TRACE-IDX)
                       MOVE "10" TO MST01APL-STATUS
                   ELSE
                       PERFORM TAKE-APPLIED-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO MST01APL-STATUS.

       LOOK-UP-EXCEPTION-ENTRIES.
           MOVE TRK-KEY (TRACE-IDX) TO PSTEXC-TXN-KEY.
           MOVE 0 TO PSTEXC-BUS-DATE.
           MOVE LOW-VALUES TO PSTEXC-SOURCE-ID.
           START MST01-EXCEPTIONS KEY NOT < PSTEXC-KEY
               INVALID KEY MOVE "10" TO PSTEXC-STATUS
           END-START.
           PERFORM UNTIL PSTEXC-STATUS NOT = "00"
               READ MST01-EXCEPTIONS NEXT RECORD
                   AT END MOVE "10" TO PSTEXC-STATUS
               END-READ
               IF PSTEXC-STATUS = "00"
                   IF PSTEXC-TXN-KEY NOT = TRK-KEY (TRACE-IDX)
                       MOVE "10" TO PSTEXC-STATUS
                   ELSE
                       ADD 1 TO TRK-SEEN (TRACE-IDX, 9)
                       MOVE SPACES TO TRK-NOTE (TRACE-IDX, 9)
                       STRING PSTEXC-BUS-DATE " " PSTEXC-REASON (1:22)
                              " STATE " PSTEXC-STATE
                           DELIMITED BY SIZE
                           INTO TRK-NOTE (TRACE-IDX, 9)
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "00" TO PSTEXC-STATUS.

       MATCH-BLOCKED-ITEM.
           PERFORM VARYING TRACE-IDX FROM 1 BY 1
                   UNTIL TRACE-IDX > TRACE-COUNT
               IF BLKITEM-ACCT-NBR = TRK-KEY (TRACE-IDX) (1:10) AND
                  BLKITEM-SEQ-NBR = TRK-KEY (TRACE-IDX) (11:4)
                   ADD 1 TO TRK-SEEN (TRACE-IDX, 10)
                   MOVE SPACES TO TRK-NOTE (TRACE-IDX, 10)
                   STRING BLKITEM-BUS-DATE " BLOCK "
                          BLKITEM-BLOCK-TYPE " CASE " BLKITEM-CASE-REF
                       DELIMITED BY SIZE
                       INTO TRK-NOTE (TRACE-IDX, 10)
               END-IF
           END-PERFORM.

       MATCH-JOURNAL-LINE.
           PERFORM VARYING TRACE-IDX FROM 1 BY 1
                   UNTIL TRACE-IDX > TRACE-COUNT
               IF JRN-REFERENCE = TRK-KEY (TRACE-IDX)
                   IF TRK-SEEN (TRACE-IDX, 12) < 999
                       ADD 1 TO TRK-SEEN (TRACE-IDX, 12)
                   END-IF
                   IF JRN-DC-FLAG = 'D'
                       MOVE JRN-GL-ACCT TO TRK-DEBIT-GL (TRACE-IDX)
                   ELSE
                       MOVE JRN-GL-ACCT TO TRK-CREDIT-GL (TRACE-IDX)
                   END-IF
               END-IF
           END-PERFORM.

       TAKE-APPLIED-ENTRY.
           MOVE APPLIED-AMOUNT TO EDITED-APPLIED.
           MOVE SPACES TO TRK-NOTE (TRACE-IDX, 8).
           EVALUATE TRUE
               WHEN APPLIED-POSTED
                   ADD 1 TO TRK-SEEN (TRACE-IDX, 8)
                   STRING APPLIED-BUS-DATE " POSTED " EDITED-APPLIED
                       DELIMITED BY SIZE INTO TRK-NOTE (TRACE-IDX, 8)
               WHEN APPLIED-STATUS-ONLY
                   ADD 1 TO TRK-SEEN (TRACE-IDX, 8)
                   STRING APPLIED-BUS-DATE " ACCOUNT STATUS CHANGED"
                       DELIMITED BY SIZE INTO TRK-NOTE (TRACE-IDX, 8)
               WHEN OTHER
                   STRING APPLIED-BUS-DATE " PROCESSED, NOT POSTED"
                       DELIMITED BY SIZE INTO TRK-NOTE (TRACE-IDX, 8)
           END-EVALUATE.

      * The verdict and the printed trail.
      * A stage whose DD was not supplied is passed over when a
      * later stage shows the record got beyond it.
       CHECK-EXPECTED-STAGE.
           MOVE 0 TO LATER-SEEN.
           PERFORM VARYING LATER-IDX FROM JUDGE-IDX BY 1
                   UNTIL LATER-IDX > 12
               IF LATER-IDX > JUDGE-IDX
                   ADD TRK-SEEN (TRACE-IDX, LATER-IDX) TO LATER-SEEN
               END-IF
           END-PERFORM.
           IF STAGE-AVAILABLE (JUDGE-IDX) NOT = 'Y' AND
              LATER-SEEN = 0
               STRING "CANNOT BE FOLLOWED PAST "
                      STAGE-NAME (JUDGE-IDX) DELIMITED BY SPACE
                      " - NO " STAGE-DD (JUDGE-IDX)
                      DELIMITED BY SIZE INTO VERDICT-TEXT
               ADD 1 TO TRAILS-BROKEN
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           IF STAGE-AVAILABLE (JUDGE-IDX) = 'Y'
               IF TRK-SEEN (TRACE-IDX, JUDGE-IDX) = 0
                   STRING "FIRST DISAPPEARED AT "
                          STAGE-NAME (JUDGE-IDX) DELIMITED BY SPACE
                          " (" STAGE-DD (JUDGE-IDX)
                          DELIMITED BY SPACE ")" DELIMITED BY SIZE
                          INTO VERDICT-TEXT
                   ADD 1 TO TRAILS-BROKEN
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           END-IF.

      * SPL01 deals only the types CNT01TYP gives an output to.
       CHECK-SPLIT-EXPECTED.
           MOVE 'N' TO SPLIT-EXPECTED-SW.
           PERFORM VARYING SPLIT-MAP-IDX FROM 1 BY 1
                   UNTIL SPLIT-MAP-IDX > SPLIT-MAP-COUNT
               IF SPLIT-MAP-TYPE (SPLIT-MAP-IDX) =
                  TRK-REC-TYPE (TRACE-IDX)
                   MOVE 'Y' TO SPLIT-EXPECTED-SW
               END-IF
           END-PERFORM.
           IF NOT SPLIT-EXPECTED AND
              TRK-NOTE (TRACE-IDX, 11) = SPACES
               MOVE "TYPE HAS NO SPL01 OUTPUT" TO
                    TRK-NOTE (TRACE-IDX, 11)
           END-IF.

       PRINT-ONE-STAGE.
           EVALUATE TRUE
               WHEN STAGE-AVAILABLE (STAGE-IDX) NOT = 'Y'
                   MOVE "NOT CHECKED" TO SEEN-WORD
               WHEN TRK-SEEN (TRACE-IDX, STAGE-IDX) = 0
                   MOVE "-" TO SEEN-WORD
               WHEN TRK-SEEN (TRACE-IDX, STAGE-IDX) = 1
                   MOVE "SEEN" TO SEEN-WORD
               WHEN OTHER
                   MOVE TRK-SEEN (TRACE-IDX, STAGE-IDX) TO SEEN-EDIT
                   MOVE SPACES TO SEEN-WORD
                   STRING "SEEN X " SEEN-EDIT
                       DELIMITED BY SIZE INTO SEEN-WORD
           END-EVALUATE.
           MOVE SPACES TO TRC01-REPORT-LINE.
           STRING "  " STAGE-NAME (STAGE-IDX) " "
                  STAGE-DD (STAGE-IDX) " " SEEN-WORD " "
                  TRK-NOTE (TRACE-IDX, STAGE-IDX)
               DELIMITED BY SIZE INTO TRC01-REPORT-LINE.
           WRITE TRC01-REPORT-LINE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="TRC01"==.
