       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRX01.
      *--------------------------------------------------
      * OUTBOUND FILE TRANSMISSION REGISTER. GLJRNL GOES TO
      * FINANCE, THE SPLOUT SLICES TO BILLING AND COLLECTIONS,
      * ACK01OUT TO THE SUPPLIERS AND CSV01OUT TO THE OFFICE,
      * AND UNTIL NOW NOTHING RECORDED WHAT LEFT, WHEN, OR
      * WHETHER IT ARRIVED - WHEN A RECEIVER SAID THEY NEVER GOT
      * TUESDAY'S FILE WE COULD NOT PROVE OTHERWISE. TRX01 KEEPS
      * THE TRXREG REGISTER AND RUNS IN FOUR MODES ON TRX01PM:
      *   REGISTER  READS EVERY OUTBOUND DATASET NAMED ON TRX01LST
      *   (DATASET, DESTINATION, RECEIPT WINDOW IN HOURS), COUNTS
      *   IT AND FOLDS IT THROUGH THE SHARED RECSUM CHECKSUM, AND
      *   ENTERS IT AGAINST THE CYCLE THAT PRODUCED IT - A RERUN
      *   OF THE CYCLE REPLACES ITS OWN ENTRY;
      *   CONFIRM   MATCHES THE RECEIVING SYSTEMS' RECEIPTS ON
      *   TRXRCPT AGAINST THE SENDS STILL AWAITING ONE - A RECEIPT
      *   WHOSE COUNT AND CHECKSUM AGREE CONFIRMS THE SEND, ONE
      *   THAT AGREES WITH NOTHING IS ALERTED AS A DAMAGED FILE;
      *   CHECK     ALERTS (ON THE SHARED CNT01ALRT FILE, ONCE PER
      *   SEND) EVERY FILE STILL UNCONFIRMED PAST ITS WINDOW, AND
      *   PRINTS THE WEEK'S REGISTER AS THE RECORD OF WHAT WENT;
      *   RESEND    COPIES ONE ARCHIVED GENERATION (DATASET,
      *   GENERATION DATE AND CYCLE, AND THE GEN01 ARCHIVE NAME,
      *   ON THE CARD) TO THE TRXSEND TRANSMISSION DATASET, BUT
      *   ONLY WHEN ITS COUNT AND CHECKSUM ARE STILL THOSE THE
      *   REGISTER HOLDS FOR IT, AND ENTERS THE RETRANSMISSION IN
      *   THE REGISTER IN PLACE OF THE GENERATION'S EARLIER SENDS.
      * TRX01RPT SAYS WHAT EACH MODE DID.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRX01-PARMCARD ASSIGN TO TRX01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TRX01PM-STATUS.

           SELECT TRX01-FILELIST ASSIGN TO TRX01LST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TRX01LST-STATUS.

      * ASSIGN names a working-storage variable, like MAN01's
      * dataset FD, so one FD reads every listed dataset and the
      * archived generation a resend is copied from.
           SELECT TRX01-DATASET ASSIGN TO TRX01-DATASET-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DATASET-STATUS.

           SELECT TRX01-SEND ASSIGN TO TRXSEND
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TRXSEND-STATUS.

           SELECT TRX01-REGISTER ASSIGN TO TRXREG
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS TRXREG-KEY
                  FILE STATUS   IS TRXREG-STATUS.

           SELECT TRX01-RECEIPTS ASSIGN TO TRXRCPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TRXRCPT-STATUS.

           SELECT TRX01-ALERT ASSIGN TO CNT01ALRT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01ALRT-STATUS.

           SELECT TRX01-CYCLECTL ASSIGN TO CYCLECTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CYCLECTL-STATUS.

           SELECT TRX01-REPORT ASSIGN TO TRX01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TRX01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRX01-PARMCARD.
       01  TRX01PM-REC.
           05  TRX01PM-MODE             PIC X(8).
           05  FILLER                   PIC X.
           05  TRX01PM-DSN              PIC X(20).
           05  FILLER                   PIC X.
           05  TRX01PM-GEN-DATE         PIC 9(8).
           05  FILLER                   PIC X.
           05  TRX01PM-GEN-CYCLE        PIC 9(2).
           05  FILLER                   PIC X.
           05  TRX01PM-GEN-DSN          PIC X(20).
           05  FILLER                   PIC X.
           05  TRX01PM-OPERATOR-ID      PIC X(10).
           05  FILLER                   PIC X(7).

       FD  TRX01-FILELIST.
       01  TRX01LST-REC.
           05  TRXLST-DSN               PIC X(20).
           05  FILLER                   PIC X.
           05  TRXLST-DESTINATION       PIC X(10).
           05  FILLER                   PIC X.
           05  TRXLST-WINDOW-HOURS      PIC 9(3).
           05  FILLER                   PIC X(45).

       FD  TRX01-DATASET.
       01  TRX01-DATASET-REC            PIC X(80).

       FD  TRX01-SEND.
       01  TRX01-SEND-REC               PIC X(80).

       FD  TRX01-REGISTER.
           COPY "trxreg.cpy".

       FD  TRX01-RECEIPTS.
           COPY "trxrcpt.cpy".

       FD  TRX01-ALERT.
       01  TRX01-ALERT-REC.
           05  ALERT-DATE               PIC X(10).
           05  FILLER                   PIC X.
           05  ALERT-TIME               PIC 9(8).
           05  FILLER                   PIC X.
           05  ALERT-SEVERITY           PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  TRX01-CYCLECTL.
       01  TRX01-CYCLECTL-REC.
           05  CYCLE-DATE               PIC 9(8).
           05  FILLER                   PIC X.
           05  CYCLE-NBR                PIC 9(2).
           05  FILLER                   PIC X(69).

       FD  TRX01-REPORT.
       01  TRX01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DATASETF==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==RECEIPT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==TRXREG==.

       01  TRX01PM-STATUS.
           05  TRX01PM-STATUS-L         PIC X.
           05  TRX01PM-STATUS-R         PIC X.
       01  TRX01LST-STATUS.
           05  TRX01LST-STATUS-L        PIC X.
           05  TRX01LST-STATUS-R        PIC X.
       01  DATASET-STATUS.
           05  DATASET-STATUS-L         PIC X.
           05  DATASET-STATUS-R         PIC X.
       01  TRXSEND-STATUS.
           05  TRXSEND-STATUS-L         PIC X.
           05  TRXSEND-STATUS-R         PIC X.
       01  TRXREG-STATUS.
           05  TRXREG-STATUS-L          PIC X.
           05  TRXREG-STATUS-R          PIC X.
       01  TRXRCPT-STATUS.
           05  TRXRCPT-STATUS-L         PIC X.
           05  TRXRCPT-STATUS-R         PIC X.
       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
           05  CNT01ALRT-STATUS-R       PIC X.
       01  CYCLECTL-STATUS.
           05  CYCLECTL-STATUS-L        PIC X.
           05  CYCLECTL-STATUS-R        PIC X.
       01  TRX01RPT-STATUS.
           05  TRX01RPT-STATUS-L        PIC X.
           05  TRX01RPT-STATUS-R        PIC X.

       01  RUN-MODE                     PIC X(8)    VALUE "CHECK   ".
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  CYCLE-NUMBER                 PIC 9(2)    VALUE 1.
       01  NOW-DATE                     PIC 9(8).
       01  NOW-TIME                     PIC 9(8).
       01  NOW-TIME-R REDEFINES NOW-TIME.
           05  NOW-HH                   PIC 9(2).
           05  NOW-MM                   PIC 9(2).
           05  FILLER                   PIC 9(4).
       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.

      * The dataset being counted, and what counting it found.
       01  TRX01-DATASET-NAME           PIC X(20)   VALUE SPACES.
       01  DATASET-RECORD-COUNT         PIC 9(6).
       01  DATASET-CHECKSUM             PIC 9(9).
       01  DATASET-FOUND-SW             PIC X.
           88  DATASET-FOUND                         VALUE 'Y'.

      * The generation a resend names, and the send it replaces.
       01  RESEND-DSN                   PIC X(20)   VALUE SPACES.
       01  RESEND-GEN-DATE              PIC 9(8)    VALUE 0.
       01  RESEND-GEN-CYCLE             PIC 9(2)    VALUE 0.
       01  RESEND-GEN-DSN               PIC X(20)   VALUE SPACES.
       01  ORIGINAL-DESTINATION         PIC X(10).
       01  ORIGINAL-WINDOW              PIC 9(3).
       01  ORIGINAL-RECORDS             PIC 9(6).
       01  ORIGINAL-CHECKSUM            PIC 9(9).
       01  LAST-SEND-NBR                PIC 9(2).
       01  SUPERSEDED-COUNT             PIC 9(2).
       01  GENERATION-DONE-SW           PIC X.
           88  GENERATION-DONE                       VALUE 'Y'.

      * Receipt matching: the oldest awaiting send of the dataset
      * whose figures agree.
       01  MATCH-KEY                    PIC X(32).
       01  MATCH-FOUND-SW               PIC X.
           88  MATCH-FOUND                           VALUE 'Y'.
       01  AWAITING-SEEN-SW             PIC X.
           88  AWAITING-SEEN                         VALUE 'Y'.
       01  ALREADY-CONFIRMED-SW         PIC X.
           88  ALREADY-CONFIRMED                     VALUE 'Y'.
       01  DSN-DONE-SW                  PIC X.
           88  DSN-DONE                              VALUE 'Y'.

      * Window arithmetic in minutes from the shared DATESER
      * serial-day count, so a window runs across midnight.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  NOW-SERIAL                   PIC 9(9).
       01  NOW-MINUTES                  PIC 9(11).
       01  DUE-MINUTES                  PIC 9(11).
       01  SENT-HH                      PIC 9(2).
       01  SENT-MM                      PIC 9(2).
       01  REPORT-FROM-SERIAL           PIC 9(9).
       01  SENT-SERIAL                  PIC 9(9).

       01  REGISTERED-COUNT             PIC 9(3)    VALUE 0.
       01  MISSING-COUNT                PIC 9(3)    VALUE 0.
       01  CONFIRMED-COUNT              PIC 9(3)    VALUE 0.
       01  DAMAGED-COUNT                PIC 9(3)    VALUE 0.
       01  UNEXPECTED-COUNT             PIC 9(3)    VALUE 0.
       01  AWAITING-COUNT               PIC 9(3)    VALUE 0.
       01  OVERDUE-COUNT                PIC 9(3)    VALUE 0.
       01  STATUS-TEXT                  PIC X(9).
       01  ALERT-MESSAGE                PIC X(40).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "TRX01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT NOW-TIME FROM TIME.
           PERFORM GET-PARM-CARD.
           PERFORM OPEN-TRX01-REPORT.
           PERFORM OPEN-THE-REGISTER.
           IF NOT TRXREG-EOF-YES
               EVALUATE RUN-MODE
                   WHEN "REGISTER"
                       PERFORM GET-CYCLE-NUMBER
                       PERFORM REGISTER-THE-FILE-LIST
                   WHEN "CONFIRM "
                       PERFORM MATCH-THE-RECEIPTS
                   WHEN "RESEND  "
                       PERFORM RESEND-ONE-GENERATION THRU
                           RESEND-ONE-GENERATION-EXIT
                   WHEN OTHER
                       PERFORM CHECK-THE-WINDOWS
               END-EVALUATE
               CLOSE TRX01-REGISTER
           END-IF.
           PERFORM CLOSE-TRX01-REPORT.
           CALL "DAYLOG" USING "TRX01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT TRX01-PARMCARD.
           IF TRX01PM-STATUS = "00"
               READ TRX01-PARMCARD
                   AT END MOVE "10" TO TRX01PM-STATUS
               END-READ
               IF TRX01PM-STATUS = "00"
                   IF TRX01PM-MODE = "REGISTER" OR
                      TRX01PM-MODE = "CONFIRM " OR
                      TRX01PM-MODE = "RESEND  "
                       MOVE TRX01PM-MODE TO RUN-MODE
                   END-IF
                   MOVE TRX01PM-DSN TO RESEND-DSN
                   IF TRX01PM-GEN-DATE IS NUMERIC
                       MOVE TRX01PM-GEN-DATE TO RESEND-GEN-DATE
                   END-IF
                   IF TRX01PM-GEN-CYCLE IS NUMERIC
                       MOVE TRX01PM-GEN-CYCLE TO RESEND-GEN-CYCLE
                   END-IF
                   MOVE TRX01PM-GEN-DSN TO RESEND-GEN-DSN
                   MOVE TRX01PM-OPERATOR-ID TO OPERATOR-ID
               END-IF
               CLOSE TRX01-PARMCARD
           END-IF.
           DISPLAY "TRX01: mode " RUN-MODE.

      * The register is created empty the first time it is used.
       OPEN-THE-REGISTER.
           MOVE 'N' TO TRXREG-EOF.
           OPEN I-O TRX01-REGISTER.
           IF TRXREG-STATUS = "35"
               OPEN OUTPUT TRX01-REGISTER
               CLOSE TRX01-REGISTER
               OPEN I-O TRX01-REGISTER
           END-IF.
           IF TRXREG-STATUS NOT = "00"
               DISPLAY "TRX01: OPEN TRX01-REGISTER - status "
                       TRXREG-STATUS
               MOVE 'Y' TO TRXREG-EOF
               MOVE 16 TO RUN-SEVERITY
           END-IF.

      * The cycle CYC01 opened for this run of the stream; with
      * no control record for the business date it is cycle 1.
       GET-CYCLE-NUMBER.
           OPEN INPUT TRX01-CYCLECTL.
           IF CYCLECTL-STATUS = "00"
               READ TRX01-CYCLECTL
                   AT END MOVE "10" TO CYCLECTL-STATUS
               END-READ
               IF CYCLECTL-STATUS = "00" AND
                  CYCLE-DATE = BUSINESS-DATE-NUM AND
                  CYCLE-NBR IS NUMERIC
                   MOVE CYCLE-NBR TO CYCLE-NUMBER
               END-IF
               CLOSE TRX01-CYCLECTL
           END-IF.

       REGISTER-THE-FILE-LIST.
           OPEN INPUT TRX01-FILELIST.
           IF TRX01LST-STATUS NOT = "00"
               DISPLAY "TRX01: OPEN TRX01-FILELIST - status "
                       TRX01LST-STATUS
               MOVE 16 TO RUN-SEVERITY
           ELSE
               PERFORM UNTIL TRX01LST-STATUS NOT = "00"
                   READ TRX01-FILELIST
                       AT END MOVE "10" TO TRX01LST-STATUS
                   END-READ
                   IF TRX01LST-STATUS = "00" AND
                      TRXLST-DSN NOT = SPACES
                       PERFORM REGISTER-ONE-DATASET
                   END-IF
               END-PERFORM
               CLOSE TRX01-FILELIST
           END-IF.
           DISPLAY "TRX01: registered= " REGISTERED-COUNT
                   " not produced= " MISSING-COUNT.
           IF MISSING-COUNT > 0 AND RUN-SEVERITY < 4
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           IF TRX01RPT-STATUS = "00"
               MOVE SPACES TO TRX01-REPORT-LINE
               STRING "Registered is= " REGISTERED-COUNT
                      "  Not produced is= " MISSING-COUNT
                   DELIMITED BY SIZE INTO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
           END-IF.

       MATCH-THE-RECEIPTS.
           MOVE 'N' TO RECEIPT-EOF.
           OPEN INPUT TRX01-RECEIPTS.
           IF TRXRCPT-STATUS NOT = "00"
               DISPLAY "TRX01: OPEN TRX01-RECEIPTS - status "
                       TRXRCPT-STATUS " - no receipts to match"
               MOVE 'Y' TO RECEIPT-EOF
           END-IF.
           PERFORM UNTIL RECEIPT-EOF-YES
               READ TRX01-RECEIPTS
                   AT END MOVE 'Y' TO RECEIPT-EOF
               END-READ
               IF NOT RECEIPT-EOF-YES AND TRXRCPT-DSN NOT = SPACES
                   PERFORM MATCH-ONE-RECEIPT
               END-IF
           END-PERFORM.
           IF TRXRCPT-STATUS = "00" OR TRXRCPT-STATUS = "10"
               CLOSE TRX01-RECEIPTS
           END-IF.
           DISPLAY "TRX01: confirmed= " CONFIRMED-COUNT
                   " damaged= " DAMAGED-COUNT
                   " unexpected= " UNEXPECTED-COUNT.
           IF DAMAGED-COUNT > 0
               MOVE 8 TO RUN-SEVERITY
           END-IF.
           IF TRX01RPT-STATUS = "00"
               MOVE SPACES TO TRX01-REPORT-LINE
               STRING "Confirmed is= " CONFIRMED-COUNT
                      "  Damaged is= " DAMAGED-COUNT
                      "  Unexpected is= " UNEXPECTED-COUNT
                   DELIMITED BY SIZE INTO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
           END-IF.

      * Every send still awaiting receipt is measured against its
      * window; the register for the last seven days is printed
      * as the record of what went where and when.
       CHECK-THE-WINDOWS.
           MOVE NOW-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO NOW-SERIAL.
           COMPUTE NOW-MINUTES = (NOW-SERIAL * 1440)
               + (NOW-HH * 60) + NOW-MM.
           COMPUTE REPORT-FROM-SERIAL = NOW-SERIAL - 7.
           MOVE LOW-VALUES TO TRXREG-KEY.
           START TRX01-REGISTER
               KEY IS NOT LESS THAN TRXREG-KEY
               INVALID KEY MOVE 'Y' TO TRXREG-EOF
           END-START.
           PERFORM UNTIL TRXREG-EOF-YES
               READ TRX01-REGISTER NEXT RECORD
                   AT END MOVE 'Y' TO TRXREG-EOF
               END-READ
               IF NOT TRXREG-EOF-YES
                   PERFORM CHECK-ONE-SEND
               END-IF
           END-PERFORM.
           DISPLAY "TRX01: awaiting= " AWAITING-COUNT
                   " overdue= " OVERDUE-COUNT.
           IF OVERDUE-COUNT > 0
               MOVE 8 TO RUN-SEVERITY
           END-IF.
           IF TRX01RPT-STATUS = "00"
               MOVE SPACES TO TRX01-REPORT-LINE
               STRING "Awaiting is= " AWAITING-COUNT
                      "  Overdue is= " OVERDUE-COUNT
                   DELIMITED BY SIZE INTO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
           END-IF.

      * A retransmission resends exactly what went the first
      * time or nothing: the archived generation is counted and
      * checksummed first, and must agree with the register.
       RESEND-ONE-GENERATION.
           IF RESEND-DSN = SPACES OR RESEND-GEN-DATE = 0 OR
              RESEND-GEN-DSN = SPACES
               DISPLAY "TRX01: RESEND needs the dataset, generation "
                       "date and archive name - nothing sent"
               MOVE 16 TO RUN-SEVERITY
               GO TO RESEND-ONE-GENERATION-EXIT
           END-IF.
           MOVE RESEND-DSN TO TRXREG-DSN.
           MOVE RESEND-GEN-DATE TO TRXREG-GEN-DATE.
           MOVE RESEND-GEN-CYCLE TO TRXREG-GEN-CYCLE.
           MOVE 0 TO TRXREG-SEND-NBR.
           READ TRX01-REGISTER
               INVALID KEY MOVE "23" TO TRXREG-STATUS
           END-READ.
           IF TRXREG-STATUS NOT = "00"
               DISPLAY "TRX01: " RESEND-DSN " generation "
                       RESEND-GEN-DATE " cycle " RESEND-GEN-CYCLE
                       " was never registered - nothing sent"
               MOVE 16 TO RUN-SEVERITY
               GO TO RESEND-ONE-GENERATION-EXIT
           END-IF.
           MOVE TRXREG-DESTINATION TO ORIGINAL-DESTINATION.
           MOVE TRXREG-WINDOW-HOURS TO ORIGINAL-WINDOW.
           MOVE TRXREG-RECORDS TO ORIGINAL-RECORDS.
           MOVE TRXREG-CHECKSUM TO ORIGINAL-CHECKSUM.
           MOVE RESEND-GEN-DSN TO TRX01-DATASET-NAME.
           PERFORM COUNT-THE-DATASET.
           IF NOT DATASET-FOUND OR
              DATASET-RECORD-COUNT NOT = ORIGINAL-RECORDS OR
              DATASET-CHECKSUM NOT = ORIGINAL-CHECKSUM
               DISPLAY "TRX01: *** " RESEND-GEN-DSN " is not what "
                       "was sent - records " DATASET-RECORD-COUNT
                       " checksum " DATASET-CHECKSUM " ***"
               IF TRX01RPT-STATUS = "00"
                   MOVE SPACES TO TRX01-REPORT-LINE
                   STRING "*** REFUSED " RESEND-GEN-DSN
                          " DOES NOT MATCH " RESEND-DSN " "
                          RESEND-GEN-DATE
                       DELIMITED BY SIZE INTO TRX01-REPORT-LINE
                   WRITE TRX01-REPORT-LINE
               END-IF
               MOVE 16 TO RUN-SEVERITY
               GO TO RESEND-ONE-GENERATION-EXIT
           END-IF.
           PERFORM COPY-GENERATION-TO-SEND.
           IF TRXSEND-STATUS NOT = "00"
               MOVE 16 TO RUN-SEVERITY
               GO TO RESEND-ONE-GENERATION-EXIT
           END-IF.
           PERFORM SUPERSEDE-EARLIER-SENDS.
           MOVE SPACES TO TRXREG-REC.
           MOVE RESEND-DSN TO TRXREG-DSN.
           MOVE RESEND-GEN-DATE TO TRXREG-GEN-DATE.
           MOVE RESEND-GEN-CYCLE TO TRXREG-GEN-CYCLE.
           COMPUTE TRXREG-SEND-NBR = LAST-SEND-NBR + 1.
           MOVE ORIGINAL-DESTINATION TO TRXREG-DESTINATION.
           MOVE ORIGINAL-WINDOW TO TRXREG-WINDOW-HOURS.
           MOVE RESEND-GEN-DSN TO TRXREG-SOURCE-DSN.
           MOVE OPERATOR-ID TO TRXREG-OPERATOR-ID.
           PERFORM FILL-NEW-SEND.
           WRITE TRXREG-REC
               INVALID KEY MOVE "22" TO TRXREG-STATUS
           END-WRITE.
           IF TRXREG-STATUS NOT = "00"
               DISPLAY "TRX01: WRITE TRX01-REGISTER - status "
                       TRXREG-STATUS
               MOVE 16 TO RUN-SEVERITY
               GO TO RESEND-ONE-GENERATION-EXIT
           END-IF.
           DISPLAY "TRX01: " RESEND-DSN " generation "
                   RESEND-GEN-DATE " resent as send "
                   TRXREG-SEND-NBR " to " ORIGINAL-DESTINATION.
           IF TRX01RPT-STATUS = "00"
               MOVE SPACES TO TRX01-REPORT-LINE
               STRING "RESENT " RESEND-DSN " " RESEND-GEN-DATE
                      "/" RESEND-GEN-CYCLE " SEND " TRXREG-SEND-NBR
                      " TO " ORIGINAL-DESTINATION
                   DELIMITED BY SIZE INTO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
               MOVE SPACES TO TRX01-REPORT-LINE
               STRING "  FROM " RESEND-GEN-DSN " RECORDS "
                      DATASET-RECORD-COUNT " CHECKSUM "
                      DATASET-CHECKSUM " BY " OPERATOR-ID
                   DELIMITED BY SIZE INTO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
               MOVE SPACES TO TRX01-REPORT-LINE
               STRING "  EARLIER SENDS SUPERSEDED "
                      SUPERSEDED-COUNT
                   DELIMITED BY SIZE INTO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
           END-IF.
       RESEND-ONE-GENERATION-EXIT.
           EXIT.

       OPEN-TRX01-REPORT.
           OPEN OUTPUT TRX01-REPORT.
           IF TRX01RPT-STATUS NOT = "00"
               DISPLAY "TRX01: OPEN TRX01-REPORT - status "
                       TRX01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
               MOVE SPACES TO TRX01-REPORT-LINE
               STRING "OUTBOUND TRANSMISSION REGISTER - " RUN-MODE
                   DELIMITED BY SIZE INTO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
           END-IF.

       CLOSE-TRX01-REPORT.
           IF TRX01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
               CLOSE TRX01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES

      * A rerun of the cycle finds its own entry already there
      * and replaces it with what the rerun produced.
       REGISTER-ONE-DATASET.
           MOVE TRXLST-DSN TO TRX01-DATASET-NAME.
           PERFORM COUNT-THE-DATASET.
           IF NOT DATASET-FOUND
               ADD 1 TO MISSING-COUNT
               DISPLAY "TRX01: *** " TRXLST-DSN " not produced - "
                       "not registered ***"
               IF TRX01RPT-STATUS = "00"
                   MOVE SPACES TO TRX01-REPORT-LINE
                   STRING "*** NOT PRODUCED " TRXLST-DSN
                          " FOR " TRXLST-DESTINATION
                       DELIMITED BY SIZE INTO TRX01-REPORT-LINE
                   WRITE TRX01-REPORT-LINE
               END-IF
           ELSE
               MOVE TRXLST-DSN TO TRXREG-DSN
               MOVE BUSINESS-DATE-NUM TO TRXREG-GEN-DATE
               MOVE CYCLE-NUMBER TO TRXREG-GEN-CYCLE
               MOVE 0 TO TRXREG-SEND-NBR
               READ TRX01-REGISTER
                   INVALID KEY MOVE "23" TO TRXREG-STATUS
               END-READ
               MOVE SPACES TO TRXREG-REC
               MOVE TRXLST-DSN TO TRXREG-DSN
               MOVE BUSINESS-DATE-NUM TO TRXREG-GEN-DATE
               MOVE CYCLE-NUMBER TO TRXREG-GEN-CYCLE
               MOVE 0 TO TRXREG-SEND-NBR
               MOVE TRXLST-DESTINATION TO TRXREG-DESTINATION
               MOVE 24 TO TRXREG-WINDOW-HOURS
               IF TRXLST-WINDOW-HOURS IS NUMERIC AND
                  TRXLST-WINDOW-HOURS > 0
                   MOVE TRXLST-WINDOW-HOURS TO TRXREG-WINDOW-HOURS
               END-IF
               PERFORM FILL-NEW-SEND
               IF TRXREG-STATUS = "00"
                   REWRITE TRXREG-REC
                       INVALID KEY MOVE "23" TO TRXREG-STATUS
                   END-REWRITE
               ELSE
                   WRITE TRXREG-REC
                       INVALID KEY MOVE "22" TO TRXREG-STATUS
                   END-WRITE
               END-IF
               IF TRXREG-STATUS NOT = "00"
                   DISPLAY "TRX01: REGISTER " TRXLST-DSN
                           " - status " TRXREG-STATUS
                   MOVE 16 TO RUN-SEVERITY
               ELSE
                   ADD 1 TO REGISTERED-COUNT
                   IF TRX01RPT-STATUS = "00"
                       MOVE SPACES TO TRX01-REPORT-LINE
                       STRING "SENT " TRXLST-DSN " TO "
                              TRXLST-DESTINATION " RECORDS "
                              DATASET-RECORD-COUNT " CHECKSUM "
                              DATASET-CHECKSUM
                           DELIMITED BY SIZE INTO TRX01-REPORT-LINE
                       WRITE TRX01-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

      * The figures of a send that has just gone; the key,
      * destination and window are already in the record.
       FILL-NEW-SEND.
           MOVE NOW-DATE TO TRXREG-SENT-DATE.
           MOVE NOW-TIME TO TRXREG-SENT-TIME.
           MOVE DATASET-RECORD-COUNT TO TRXREG-RECORDS.
           MOVE DATASET-CHECKSUM TO TRXREG-CHECKSUM.
           MOVE 'S' TO TRXREG-SEND-STATE.
           MOVE 0 TO TRXREG-CONFIRM-DATE.
           MOVE 0 TO TRXREG-CONFIRM-TIME.
           MOVE 'N' TO TRXREG-ALERTED-SW.
           CALL "STREAMID" USING TRXREG-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO TRXREG-RUN-ID
           END-CALL.

       COUNT-THE-DATASET.
           MOVE 0 TO DATASET-RECORD-COUNT.
           MOVE 0 TO DATASET-CHECKSUM.
           MOVE 'N' TO DATASETF-EOF.
           MOVE 'Y' TO DATASET-FOUND-SW.
           OPEN INPUT TRX01-DATASET.
           IF DATASET-STATUS NOT = "00"
               DISPLAY "TRX01: OPEN " TRX01-DATASET-NAME
                       " - status " DATASET-STATUS
               MOVE 'N' TO DATASET-FOUND-SW
               MOVE 'Y' TO DATASETF-EOF
           END-IF.
           PERFORM UNTIL DATASETF-EOF-YES
               READ TRX01-DATASET
                   AT END MOVE 'Y' TO DATASETF-EOF
               END-READ
               IF NOT DATASETF-EOF-YES
                   ADD 1 TO DATASET-RECORD-COUNT
                   CALL "RECSUM" USING TRX01-DATASET-REC
                                       DATASET-RECORD-COUNT
                                       DATASET-CHECKSUM
               END-IF
           END-PERFORM.
           IF DATASET-STATUS = "00" OR DATASET-STATUS = "10"
               CLOSE TRX01-DATASET
           END-IF.

      * The receipt confirms the oldest send of its dataset still
      * awaiting one whose count and checksum agree. A receipt
      * for a send already confirmed (the receiver sent it twice)
      * is passed over; one that agrees with nothing while sends
      * are awaited means the file arrived damaged.
       MATCH-ONE-RECEIPT.
           MOVE 'N' TO MATCH-FOUND-SW.
           MOVE 'N' TO AWAITING-SEEN-SW.
           MOVE 'N' TO ALREADY-CONFIRMED-SW.
           MOVE 'N' TO DSN-DONE-SW.
           MOVE TRXRCPT-DSN TO TRXREG-DSN.
           MOVE 0 TO TRXREG-GEN-DATE.
           MOVE 0 TO TRXREG-GEN-CYCLE.
           MOVE 0 TO TRXREG-SEND-NBR.
           START TRX01-REGISTER
               KEY IS NOT LESS THAN TRXREG-KEY
               INVALID KEY MOVE 'Y' TO DSN-DONE-SW
           END-START.
           PERFORM UNTIL DSN-DONE OR MATCH-FOUND
               READ TRX01-REGISTER NEXT RECORD
                   AT END MOVE 'Y' TO DSN-DONE-SW
               END-READ
               IF NOT DSN-DONE
                   IF TRXREG-DSN NOT = TRXRCPT-DSN
                       MOVE 'Y' TO DSN-DONE-SW
                   ELSE
                       PERFORM TRY-ONE-SEND
                   END-IF
               END-IF
           END-PERFORM.
           IF MATCH-FOUND
               MOVE 'C' TO TRXREG-SEND-STATE
               MOVE TRXRCPT-DATE TO TRXREG-CONFIRM-DATE
               MOVE TRXRCPT-TIME TO TRXREG-CONFIRM-TIME
               MOVE TRXRCPT-RECEIVER TO TRXREG-CONFIRMED-BY
               REWRITE TRXREG-REC
                   INVALID KEY MOVE "23" TO TRXREG-STATUS
               END-REWRITE
               ADD 1 TO CONFIRMED-COUNT
               IF TRX01RPT-STATUS = "00"
                   MOVE SPACES TO TRX01-REPORT-LINE
                   STRING "CONFIRMED " TRXREG-DSN " "
                          TRXREG-GEN-DATE "/" TRXREG-GEN-CYCLE
                          " SEND " TRXREG-SEND-NBR " BY "
                          TRXRCPT-RECEIVER
                       DELIMITED BY SIZE INTO TRX01-REPORT-LINE
                   WRITE TRX01-REPORT-LINE
               END-IF
           ELSE
               IF AWAITING-SEEN AND NOT ALREADY-CONFIRMED
                   ADD 1 TO DAMAGED-COUNT
                   DISPLAY "TRX01: *** RECEIPT FOR " TRXRCPT-DSN
                           " AGREES WITH NO SEND ***"
                   IF TRX01RPT-STATUS = "00"
                       MOVE SPACES TO TRX01-REPORT-LINE
                       STRING "*** DAMAGED " TRXRCPT-DSN " "
                              TRXRCPT-RECEIVER " RECORDS "
                              TRXRCPT-RECORDS " CHECKSUM "
                              TRXRCPT-CHECKSUM
                           DELIMITED BY SIZE INTO TRX01-REPORT-LINE
                       WRITE TRX01-REPORT-LINE
                   END-IF
                   MOVE SPACES TO ALERT-MESSAGE
                   STRING "RECEIPT MISMATCH " TRXRCPT-DSN
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   PERFORM WRITE-ALERT-NOTIFICATION
               END-IF
               IF NOT AWAITING-SEEN AND NOT ALREADY-CONFIRMED
                   ADD 1 TO UNEXPECTED-COUNT
                   IF TRX01RPT-STATUS = "00"
                       MOVE SPACES TO TRX01-REPORT-LINE
                       STRING "UNEXPECTED RECEIPT " TRXRCPT-DSN
                              " FROM " TRXRCPT-RECEIVER
                           DELIMITED BY SIZE INTO TRX01-REPORT-LINE
                       WRITE TRX01-REPORT-LINE
                   END-IF
               END-IF
           END-IF.

       TRY-ONE-SEND.
           IF TRXREG-RECORDS = TRXRCPT-RECORDS AND
              TRXREG-CHECKSUM = TRXRCPT-CHECKSUM
               IF TRXREG-AWAITING
                   MOVE 'Y' TO MATCH-FOUND-SW
               END-IF
               IF TRXREG-CONFIRMED
                   MOVE 'Y' TO ALREADY-CONFIRMED-SW
               END-IF
           END-IF.
           IF TRXREG-AWAITING
               MOVE 'Y' TO AWAITING-SEEN-SW
           END-IF.

       CHECK-ONE-SEND.
           MOVE TRXREG-SENT-DATE TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO SENT-SERIAL.
           MOVE TRXREG-SENT-TIME (1:2) TO SENT-HH.
           MOVE TRXREG-SENT-TIME (3:2) TO SENT-MM.
           COMPUTE DUE-MINUTES = (SENT-SERIAL * 1440)
               + (SENT-HH * 60) + SENT-MM
               + (TRXREG-WINDOW-HOURS * 60).
           EVALUATE TRUE
               WHEN TRXREG-CONFIRMED
                   MOVE "CONFIRMED" TO STATUS-TEXT
               WHEN TRXREG-SUPERSEDED
                   MOVE "RESENT   " TO STATUS-TEXT
               WHEN NOW-MINUTES > DUE-MINUTES
                   MOVE "OVERDUE  " TO STATUS-TEXT
               WHEN OTHER
                   MOVE "AWAITING " TO STATUS-TEXT
           END-EVALUATE.
           IF TRXREG-AWAITING
               ADD 1 TO AWAITING-COUNT
           END-IF.
           IF TRXREG-AWAITING AND NOW-MINUTES > DUE-MINUTES
               ADD 1 TO OVERDUE-COUNT
               DISPLAY "TRX01: *** NO RECEIPT *** " TRXREG-DSN
                       " " TRXREG-GEN-DATE " to "
                       TRXREG-DESTINATION
               IF NOT TRXREG-ALERTED
                   MOVE SPACES TO ALERT-MESSAGE
                   STRING "NO RECEIPT " TRXREG-DSN " "
                          TRXREG-DESTINATION
                       DELIMITED BY SIZE INTO ALERT-MESSAGE
                   PERFORM WRITE-ALERT-NOTIFICATION
                   MOVE 'Y' TO TRXREG-ALERTED-SW
                   REWRITE TRXREG-REC
                       INVALID KEY MOVE "23" TO TRXREG-STATUS
                   END-REWRITE
               END-IF
           END-IF.
           IF (SENT-SERIAL NOT < REPORT-FROM-SERIAL OR
               TRXREG-AWAITING) AND TRX01RPT-STATUS = "00"
               MOVE SPACES TO TRX01-REPORT-LINE
               STRING STATUS-TEXT " " TRXREG-DSN " "
                      TRXREG-GEN-DATE "/" TRXREG-GEN-CYCLE "/"
                      TRXREG-SEND-NBR " " TRXREG-DESTINATION
                      " SENT " TRXREG-SENT-DATE " "
                      TRXREG-SENT-TIME (1:4)
                   DELIMITED BY SIZE INTO TRX01-REPORT-LINE
               WRITE TRX01-REPORT-LINE
           END-IF.

      * The archived generation, byte for byte, onto the
      * transmission dataset the resend job allocates.
       COPY-GENERATION-TO-SEND.
           OPEN OUTPUT TRX01-SEND.
           IF TRXSEND-STATUS NOT = "00"
               DISPLAY "TRX01: OPEN TRX01-SEND - status "
                       TRXSEND-STATUS
           ELSE
               MOVE 'N' TO DATASETF-EOF
               OPEN INPUT TRX01-DATASET
               IF DATASET-STATUS NOT = "00"
                   MOVE 'Y' TO DATASETF-EOF
               END-IF
               PERFORM UNTIL DATASETF-EOF-YES
                   READ TRX01-DATASET
                       AT END MOVE 'Y' TO DATASETF-EOF
                   END-READ
                   IF NOT DATASETF-EOF-YES
                       WRITE TRX01-SEND-REC FROM TRX01-DATASET-REC
                   END-IF
               END-PERFORM
               IF DATASET-STATUS = "00" OR DATASET-STATUS = "10"
                   CLOSE TRX01-DATASET
               END-IF
               CLOSE TRX01-SEND
           END-IF.

      * Every earlier send of the generation still awaiting a
      * receipt is superseded - the retransmission is the one
      * now chased - and the highest send number is noted.
       SUPERSEDE-EARLIER-SENDS.
           MOVE 0 TO LAST-SEND-NBR.
           MOVE 0 TO SUPERSEDED-COUNT.
           MOVE 'N' TO GENERATION-DONE-SW.
           MOVE RESEND-DSN TO TRXREG-DSN.
           MOVE RESEND-GEN-DATE TO TRXREG-GEN-DATE.
           MOVE RESEND-GEN-CYCLE TO TRXREG-GEN-CYCLE.
           MOVE 0 TO TRXREG-SEND-NBR.
           START TRX01-REGISTER
               KEY IS NOT LESS THAN TRXREG-KEY
               INVALID KEY MOVE 'Y' TO GENERATION-DONE-SW
           END-START.
           PERFORM UNTIL GENERATION-DONE
               READ TRX01-REGISTER NEXT RECORD
                   AT END MOVE 'Y' TO GENERATION-DONE-SW
               END-READ
               IF NOT GENERATION-DONE
                   IF TRXREG-DSN NOT = RESEND-DSN OR
                      TRXREG-GEN-DATE NOT = RESEND-GEN-DATE OR
                      TRXREG-GEN-CYCLE NOT = RESEND-GEN-CYCLE
                       MOVE 'Y' TO GENERATION-DONE-SW
                   ELSE
                       MOVE TRXREG-SEND-NBR TO LAST-SEND-NBR
                       IF TRXREG-AWAITING
                           MOVE 'R' TO TRXREG-SEND-STATE
                           REWRITE TRXREG-REC
                               INVALID KEY
                                   MOVE "23" TO TRXREG-STATUS
                           END-REWRITE
                           ADD 1 TO SUPERSEDED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * Same alert record CNT01 writes, appended to the shared
      * CNT01ALRT file for the ALR01 routing.
       WRITE-ALERT-NOTIFICATION.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE-CCYY TO SUITE-RUN-DATE-X-CCYY.
           MOVE SUITE-RUN-DATE-MM   TO SUITE-RUN-DATE-X-MM.
           MOVE SUITE-RUN-DATE-DD   TO SUITE-RUN-DATE-X-DD.
           ACCEPT SUITE-RUN-TIME FROM TIME.
           OPEN EXTEND TRX01-ALERT.
           IF CNT01ALRT-STATUS NOT = "00"
               OPEN OUTPUT TRX01-ALERT
           END-IF.
           MOVE SPACES TO TRX01-ALERT-REC.
           MOVE SUITE-RUN-DATE-X TO ALERT-DATE.
           MOVE SUITE-RUN-TIME   TO ALERT-TIME.
           MOVE "HIGH    "    TO ALERT-SEVERITY.
           MOVE "TRX01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE TRX01-ALERT-REC.
           CLOSE TRX01-ALERT.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="TRX01"==.
