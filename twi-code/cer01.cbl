       IDENTIFICATION DIVISION.
       PROGRAM-ID. CER01.
      *--------------------------------------------------
      * SUPPLIER ONBOARDING CERTIFICATION REPORT. A NEW SUPPLIER
      * USED TO BE ADDED TO SUPMST AND THEN WATCHED NERVOUSLY
      * THROUGH THEIR FIRST LIVE FILE - WHICH MORE THAN ONCE
      * FAILED THE TRAILER CHECK AND RAISED A PRODUCTION ALERT.
      * NOW THEIR PROFILE GOES ON PENDING, AND THEIR SAMPLE
      * DELIVERIES ARE RUN BY THE CER01 JOB THROUGH CNV01 (IF
      * THEY NEED CONVERTING), SRT01 AND CNT01 IN CERTIFY MODE,
      * EVERY OUTPUT OF WHICH IS A SANDBOX COPY. CER01 THEN
      * READS WHAT THAT RUN LEFT BEHIND - THE CNV01 AND CNT01
      * REJECTS AND THE CNT01DLV DELIVERY SUMMARY - AND LISTS
      * EVERY FAILURE BY RULE ON CER01RPT: EACH VALIDATION RULE
      * (TYPE REFERENCE, ENTITY, DATES, THE CNT01RULE TABLE ...)
      * WITH EVERY RECORD IT REJECTED, EVERY DELIVERY WHOSE
      * TRAILER DID NOT RECONCILE OR AUTHENTICATE, AND EVERY
      * DELIVERY CARRYING A SOURCE ID OTHER THAN THE CANDIDATE'S.
      * THE CANDIDATE'S SOURCE ID COMES FROM THE CER01PM CARD
      * (COLUMNS 1-8, THE OPERATOR WHO ASKED FOR THE RUN IN
      * 10-19) AND MUST ALREADY HAVE A SUPMST PROFILE. THE
      * VERDICT - PASS ONLY WHEN NOTHING FAILED - IS APPENDED TO
      * SUPCERT, WHERE SEC01 LOOKS FOR IT BEFORE IT WILL ACTIVATE
      * THE PROFILE. A FAILED CERTIFICATION ENDS RC 8.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CER01-PARMCARD ASSIGN TO CER01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CER01PM-STATUS.

           SELECT CER01-SUPPLIERS ASSIGN TO SUPMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SUPMST-SOURCE-ID
                  FILE STATUS   IS SUPMST-STATUS.

           SELECT CER01-REJECTS ASSIGN TO FILEDATREJ
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS FILEDATREJ-STATUS.

           SELECT CER01-CNV-REJECTS ASSIGN TO CNV01REJ
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNV01REJ-STATUS.

           SELECT CER01-DELIVERY ASSIGN TO CNT01DLV
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CNT01DLV-STATUS.

           SELECT CER01-CERTS ASSIGN TO SUPCERT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUPCERT-STATUS.

           SELECT CER01-REPORT ASSIGN TO CER01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CER01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CER01-PARMCARD.
       01  CER01-PARM-REC.
           05  PARM-SOURCE-ID           PIC X(8).
           05  FILLER                   PIC X.
           05  PARM-OPERATOR-ID         PIC X(10).
           05  FILLER                   PIC X(61).

       FD  CER01-SUPPLIERS.
           COPY "supmst.cpy".

       FD  CER01-REJECTS.
           COPY "filedatrej.cpy".

       FD  CER01-CNV-REJECTS.
       01  CNV01-REJECT-REC.
           05  CNV01-REJECT-DATA        PIC X(120).
           05  CNV01-REJECT-REASON      PIC X(40).

       FD  CER01-DELIVERY.
       01  CER01-DELIVERY-REC.
           05  DLV-DATE                 PIC X(10).
           05  DLV-FILE-NAME            PIC X(20).
           05  DLV-SOURCE-ID            PIC X(8).
           05  DLV-ACCEPTED             PIC 9(6).
           05  DLV-REJECTED             PIC 9(6).
           05  DLV-AMOUNT               PIC S9(11)V99.
           05  DLV-VERDICT              PIC X(8).
           05  DLV-CYCLE                PIC 9(2).
           05  FILLER                   PIC X(7).

       FD  CER01-CERTS.
           COPY "supcert.cpy".

       FD  CER01-REPORT.
       01  CER01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==REJECT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CNVREJ==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DELIVERY==.

       01  CER01PM-STATUS.
           05  CER01PM-STATUS-L         PIC X.
           05  CER01PM-STATUS-R         PIC X.
       01  SUPMST-STATUS.
           05  SUPMST-STATUS-L          PIC X.
           05  SUPMST-STATUS-R          PIC X.
       01  FILEDATREJ-STATUS.
           05  FILEDATREJ-STATUS-L      PIC X.
           05  FILEDATREJ-STATUS-R      PIC X.
       01  CNV01REJ-STATUS.
           05  CNV01REJ-STATUS-L        PIC X.
           05  CNV01REJ-STATUS-R        PIC X.
       01  CNT01DLV-STATUS.
           05  CNT01DLV-STATUS-L        PIC X.
           05  CNT01DLV-STATUS-R        PIC X.
       01  SUPCERT-STATUS.
           05  SUPCERT-STATUS-L         PIC X.
           05  SUPCERT-STATUS-R         PIC X.
       01  CER01RPT-STATUS.
           05  CER01RPT-STATUS-L        PIC X.
           05  CER01RPT-STATUS-R        PIC X.

       01  CANDIDATE-ID                 PIC X(8)    VALUE SPACES.
       01  REQUESTED-BY                 PIC X(10)   VALUE SPACES.
       01  PROFILE-SW                   PIC X       VALUE 'N'.
           88  PROFILE-FOUND                         VALUE 'Y'.
       01  PROFILE-NAME                 PIC X(20)   VALUE SPACES.
       01  PROFILE-STATE-TEXT           PIC X(8)    VALUE SPACES.

      * One entry per rule that failed, in the order first met.
      * The source says where its failures are listed from:
      *   'R' the CNT01 reject file, under the reject code;
      *   'C' the CNV01 conversion rejects;
      *   'D' the CNT01DLV delivery summary;
      *   'P' the SUPMST profile itself.
       01  RULE-COUNT                   PIC 99      VALUE 0.
       01  RULE-TABLE.
           05  RULE-ENTRY OCCURS 40 TIMES.
               10  RULE-TBL-CODE        PIC X(4).
               10  RULE-TBL-SOURCE      PIC X.
               10  RULE-TBL-TEXT        PIC X(40).
               10  RULE-TBL-FAILURES    PIC 9(7).
       01  RULE-IDX                     PIC 99.
       01  RULE-FOUND-IDX               PIC 99      VALUE 0.
       01  FIND-CODE                    PIC X(4).
       01  FIND-SOURCE                  PIC X.
       01  FIND-TEXT                    PIC X(40).

      * The delivery-summary verdicts and what they mean as rules.
       01  DELIVERY-RULE-CODE           PIC X(4).
       01  DELIVERY-SOURCE-SW           PIC X.
           88  DELIVERY-WRONG-SOURCE                 VALUE 'Y'.

       01  DELIVERY-COUNT               PIC 9(3)    VALUE 0.
       01  RECORD-COUNT                 PIC 9(7)    VALUE 0.
       01  FAILURE-COUNT                PIC 9(7)    VALUE 0.
       01  CNV-REJECT-SEQ               PIC 9(6)    VALUE 0.
       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-COUNT                 PIC Z(6)9.
       01  CERT-VERDICT                 PIC X(4)    VALUE SPACES.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "CER01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           PERFORM READ-THE-PARM-CARD.
           IF CANDIDATE-ID = SPACES
               DISPLAY "CER01: no candidate source id on CER01PM "
                       "- nothing certified"
               MOVE 16 TO RUN-SEVERITY
           ELSE
               PERFORM CHECK-THE-PROFILE
               PERFORM SCAN-THE-CONVERSION-REJECTS
               PERFORM SCAN-THE-DELIVERIES
               PERFORM SCAN-THE-VALIDATION-REJECTS
               IF FAILURE-COUNT = 0
                   MOVE "PASS" TO CERT-VERDICT
               ELSE
                   MOVE "FAIL" TO CERT-VERDICT
                   MOVE 8 TO RUN-SEVERITY
               END-IF
               PERFORM WRITE-CER01-REPORT
               PERFORM APPEND-CERTIFICATION
               DISPLAY "CER01: " CANDIDATE-ID " certification "
                       CERT-VERDICT " deliveries= " DELIVERY-COUNT
                       " failures= " FAILURE-COUNT
           END-IF.
           CALL "DAYLOG" USING "CER01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       READ-THE-PARM-CARD.
           OPEN INPUT CER01-PARMCARD.
           IF CER01PM-STATUS NOT = "00"
               DISPLAY "CER01: OPEN CER01-PARMCARD - status "
                       CER01PM-STATUS
           ELSE
               READ CER01-PARMCARD
                   AT END MOVE "10" TO CER01PM-STATUS
               END-READ
               IF CER01PM-STATUS = "00"
                   MOVE PARM-SOURCE-ID TO CANDIDATE-ID
                   MOVE PARM-OPERATOR-ID TO REQUESTED-BY
                   INSPECT CANDIDATE-ID CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
               CLOSE CER01-PARMCARD
           END-IF.

      * The candidate must have been set up in SUPMST before the
      * run - CNT01 checks the deliveries against that profile.
       CHECK-THE-PROFILE.
           MOVE 'N' TO PROFILE-SW.
           OPEN INPUT CER01-SUPPLIERS.
           IF SUPMST-STATUS NOT = "00"
               DISPLAY "CER01: OPEN CER01-SUPPLIERS - status "
                       SUPMST-STATUS
           ELSE
               MOVE CANDIDATE-ID TO SUPMST-SOURCE-ID
               READ CER01-SUPPLIERS
                   INVALID KEY MOVE "23" TO SUPMST-STATUS
               END-READ
               IF SUPMST-STATUS = "00"
                   MOVE 'Y' TO PROFILE-SW
                   MOVE SUPMST-NAME TO PROFILE-NAME
                   IF SUPMST-PENDING
                       MOVE "PENDING " TO PROFILE-STATE-TEXT
                   ELSE
                       MOVE "ACTIVE  " TO PROFILE-STATE-TEXT
                   END-IF
               END-IF
               CLOSE CER01-SUPPLIERS
           END-IF.
           IF NOT PROFILE-FOUND
               MOVE "PROF" TO FIND-CODE
               MOVE 'P' TO FIND-SOURCE
               MOVE "no supplier profile on SUPMST" TO FIND-TEXT
               PERFORM COUNT-A-FAILURE
           END-IF.

      * Conversion rejects are optional - a supplier who sends
      * our own layout never goes through CNV01.
       SCAN-THE-CONVERSION-REJECTS.
           MOVE 'N' TO CNVREJ-EOF.
           OPEN INPUT CER01-CNV-REJECTS.
           IF CNV01REJ-STATUS NOT = "00"
               MOVE 'Y' TO CNVREJ-EOF
           END-IF.
           PERFORM UNTIL CNVREJ-EOF-YES
               READ CER01-CNV-REJECTS
                   AT END MOVE 'Y' TO CNVREJ-EOF
               END-READ
               IF NOT CNVREJ-EOF-YES
                   MOVE "CONV" TO FIND-CODE
                   MOVE 'C' TO FIND-SOURCE
                   MOVE "record failed conversion (CNV01)" TO
                        FIND-TEXT
                   PERFORM COUNT-A-FAILURE
               END-IF
           END-PERFORM.
           IF CNV01REJ-STATUS = "00" OR CNV01REJ-STATUS = "10"
               CLOSE CER01-CNV-REJECTS
           END-IF.

      * Every delivery CNT01 summarised: its trailer verdict must
      * be OK and it must carry the candidate's own source id. A
      * run in which no delivery reached the summary at all has
      * certified nothing.
       SCAN-THE-DELIVERIES.
           MOVE 'N' TO DELIVERY-EOF.
           OPEN INPUT CER01-DELIVERY.
           IF CNT01DLV-STATUS NOT = "00"
               DISPLAY "CER01: OPEN CER01-DELIVERY - status "
                       CNT01DLV-STATUS
               MOVE 'Y' TO DELIVERY-EOF
           END-IF.
           PERFORM UNTIL DELIVERY-EOF-YES
               READ CER01-DELIVERY
                   AT END MOVE 'Y' TO DELIVERY-EOF
               END-READ
               IF NOT DELIVERY-EOF-YES
                   ADD 1 TO DELIVERY-COUNT
                   ADD DLV-ACCEPTED TO RECORD-COUNT
                   ADD DLV-REJECTED TO RECORD-COUNT
                   PERFORM CLASSIFY-ONE-DELIVERY
                   IF DELIVERY-RULE-CODE NOT = SPACES
                       MOVE DELIVERY-RULE-CODE TO FIND-CODE
                       MOVE 'D' TO FIND-SOURCE
                       PERFORM COUNT-A-FAILURE
                   END-IF
                   IF DELIVERY-WRONG-SOURCE
                       MOVE "SRCE" TO FIND-CODE
                       MOVE 'D' TO FIND-SOURCE
                       MOVE "source id is not the candidate's" TO
                            FIND-TEXT
                       PERFORM COUNT-A-FAILURE
                   END-IF
               END-IF
           END-PERFORM.
           IF CNT01DLV-STATUS = "00" OR CNT01DLV-STATUS = "10"
               CLOSE CER01-DELIVERY
           END-IF.
           IF DELIVERY-COUNT = 0
               MOVE "NDLV" TO FIND-CODE
               MOVE 'D' TO FIND-SOURCE
               MOVE "no delivery reached validation" TO FIND-TEXT
               PERFORM COUNT-A-FAILURE
           END-IF.

       SCAN-THE-VALIDATION-REJECTS.
           MOVE 'N' TO REJECT-EOF.
           OPEN INPUT CER01-REJECTS.
           IF FILEDATREJ-STATUS NOT = "00"
               DISPLAY "CER01: OPEN CER01-REJECTS - status "
                       FILEDATREJ-STATUS
               MOVE 'Y' TO REJECT-EOF
           END-IF.
           PERFORM UNTIL REJECT-EOF-YES
               READ CER01-REJECTS
                   AT END MOVE 'Y' TO REJECT-EOF
               END-READ
               IF NOT REJECT-EOF-YES
                   MOVE FILEDATCLT-REJECT-CODE TO FIND-CODE
                   MOVE 'R' TO FIND-SOURCE
                   MOVE FILEDATCLT-REJECT-TEXT TO FIND-TEXT
                   PERFORM COUNT-A-FAILURE
               END-IF
           END-PERFORM.
           IF FILEDATREJ-STATUS = "00" OR FILEDATREJ-STATUS = "10"
               CLOSE CER01-REJECTS
           END-IF.

       WRITE-CER01-REPORT.
           OPEN OUTPUT CER01-REPORT.
           IF CER01RPT-STATUS NOT = "00"
               DISPLAY "CER01: OPEN CER01-REPORT - status "
                       CER01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO CER01-REPORT-LINE
               WRITE CER01-REPORT-LINE
               MOVE SPACES TO CER01-REPORT-LINE
               STRING "SUPPLIER CERTIFICATION " CANDIDATE-ID
                      " " PROFILE-NAME " PROFILE "
                      PROFILE-STATE-TEXT
                   DELIMITED BY SIZE INTO CER01-REPORT-LINE
               WRITE CER01-REPORT-LINE
               MOVE SPACES TO CER01-REPORT-LINE
               STRING "DELIVERIES " DELIVERY-COUNT
                      "  RECORDS " RECORD-COUNT
                      "  REQUESTED BY " REQUESTED-BY
                   DELIMITED BY SIZE INTO CER01-REPORT-LINE
               WRITE CER01-REPORT-LINE
               PERFORM VARYING RULE-IDX FROM 1 BY 1
                       UNTIL RULE-IDX > RULE-COUNT
                   PERFORM LIST-ONE-RULE
               END-PERFORM
               MOVE SPACES TO CER01-REPORT-LINE
               WRITE CER01-REPORT-LINE
               MOVE FAILURE-COUNT TO EDITED-COUNT
               MOVE SPACES TO CER01-REPORT-LINE
               IF CERT-VERDICT = "PASS"
                   STRING "CERTIFICATION PASSED - NO RULE FAILED. "
                          "PROFILE MAY BE ACTIVATED."
                       DELIMITED BY SIZE INTO CER01-REPORT-LINE
               ELSE
                   STRING "CERTIFICATION FAILED - " EDITED-COUNT
                          " FAILURE(S) UNDER " RULE-COUNT
                          " RULE(S)."
                       DELIMITED BY SIZE INTO CER01-REPORT-LINE
               END-IF
               WRITE CER01-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO CER01-REPORT-LINE
               WRITE CER01-REPORT-LINE
               CLOSE CER01-REPORT
           END-IF.

      * The verdict goes on SUPCERT whether it passed or failed;
      * SEC01 goes by the latest one for the source id.
       APPEND-CERTIFICATION.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SUITE-RUN-TIME FROM TIME.
           OPEN EXTEND CER01-CERTS.
           IF SUPCERT-STATUS NOT = "00"
               OPEN OUTPUT CER01-CERTS
           END-IF.
           IF SUPCERT-STATUS = "00"
               MOVE SPACES TO SUPCERT-REC
               MOVE CANDIDATE-ID TO SUPCERT-SOURCE-ID
               MOVE SUITE-RUN-DATE TO SUPCERT-DATE
               MOVE SUITE-RUN-TIME TO SUPCERT-TIME
               MOVE CERT-VERDICT TO SUPCERT-VERDICT
               MOVE DELIVERY-COUNT TO SUPCERT-DELIVERIES
               MOVE RECORD-COUNT TO SUPCERT-RECORDS
               MOVE FAILURE-COUNT TO SUPCERT-FAILURES
               MOVE REQUESTED-BY TO SUPCERT-OPERATOR-ID
               CALL "STREAMID" USING SUPCERT-RUN-ID
                   ON EXCEPTION
                       MOVE SPACES TO SUPCERT-RUN-ID
               END-CALL
               WRITE SUPCERT-REC
               CLOSE CER01-CERTS
           ELSE
               DISPLAY "CER01: OPEN CER01-CERTS - status "
                       SUPCERT-STATUS
               MOVE 16 TO RUN-SEVERITY
           END-IF.

      * LEVEL 3 ROUTINES
       COUNT-A-FAILURE.
           ADD 1 TO FAILURE-COUNT.
           MOVE 0 TO RULE-FOUND-IDX.
           PERFORM VARYING RULE-IDX FROM 1 BY 1
                   UNTIL RULE-IDX > RULE-COUNT
               IF RULE-TBL-CODE (RULE-IDX) = FIND-CODE AND
                  RULE-TBL-SOURCE (RULE-IDX) = FIND-SOURCE
                   MOVE RULE-IDX TO RULE-FOUND-IDX
               END-IF
           END-PERFORM.
           IF RULE-FOUND-IDX = 0 AND RULE-COUNT < 40
               ADD 1 TO RULE-COUNT
               MOVE RULE-COUNT TO RULE-FOUND-IDX
               MOVE FIND-CODE TO RULE-TBL-CODE (RULE-COUNT)
               MOVE FIND-SOURCE TO RULE-TBL-SOURCE (RULE-COUNT)
               MOVE FIND-TEXT TO RULE-TBL-TEXT (RULE-COUNT)
               MOVE 0 TO RULE-TBL-FAILURES (RULE-COUNT)
           END-IF.
           IF RULE-FOUND-IDX > 0
               ADD 1 TO RULE-TBL-FAILURES (RULE-FOUND-IDX)
           END-IF.

       CLASSIFY-ONE-DELIVERY.
           MOVE SPACES TO DELIVERY-RULE-CODE.
           EVALUATE DLV-VERDICT
               WHEN "OK      "
                   CONTINUE
               WHEN "MISMATCH"
                   MOVE "TRLR" TO DELIVERY-RULE-CODE
                   MOVE "trailer does not reconcile" TO FIND-TEXT
               WHEN "NOTRAILR"
                   MOVE "NOTR" TO DELIVERY-RULE-CODE
                   MOVE "delivery has no trailer record" TO
                        FIND-TEXT
               WHEN "AUTHFAIL"
                   MOVE "AUTH" TO DELIVERY-RULE-CODE
                   MOVE "trailer authentication failed" TO
                        FIND-TEXT
               WHEN OTHER
                   MOVE "DLVR" TO DELIVERY-RULE-CODE
                   MOVE "delivery not verified" TO FIND-TEXT
           END-EVALUATE.
           MOVE 'N' TO DELIVERY-SOURCE-SW.
           IF DLV-SOURCE-ID NOT = CANDIDATE-ID
               MOVE 'Y' TO DELIVERY-SOURCE-SW
           END-IF.

      * The rule's heading, then each failure under it, read back
      * from the file the rule's failures came from.
       LIST-ONE-RULE.
           MOVE SPACES TO CER01-REPORT-LINE.
           WRITE CER01-REPORT-LINE.
           MOVE RULE-TBL-FAILURES (RULE-IDX) TO EDITED-COUNT.
           MOVE SPACES TO CER01-REPORT-LINE.
           STRING "RULE " RULE-TBL-CODE (RULE-IDX) " "
                  RULE-TBL-TEXT (RULE-IDX) " FAILURES "
                  EDITED-COUNT
               DELIMITED BY SIZE INTO CER01-REPORT-LINE.
           WRITE CER01-REPORT-LINE.
           EVALUATE RULE-TBL-SOURCE (RULE-IDX)
               WHEN 'R'
                   PERFORM LIST-VALIDATION-FAILURES
               WHEN 'C'
                   PERFORM LIST-CONVERSION-FAILURES
               WHEN 'D'
                   PERFORM LIST-DELIVERY-FAILURES
               WHEN OTHER
                   MOVE SPACES TO CER01-REPORT-LINE
                   STRING "    SOURCE ID " CANDIDATE-ID
                          " MUST BE SET UP PENDING BEFORE THE RUN"
                       DELIMITED BY SIZE INTO CER01-REPORT-LINE
                   WRITE CER01-REPORT-LINE
           END-EVALUATE.

       LIST-VALIDATION-FAILURES.
           MOVE 'N' TO REJECT-EOF.
           OPEN INPUT CER01-REJECTS.
           IF FILEDATREJ-STATUS NOT = "00"
               MOVE 'Y' TO REJECT-EOF
           END-IF.
           PERFORM UNTIL REJECT-EOF-YES
               READ CER01-REJECTS
                   AT END MOVE 'Y' TO REJECT-EOF
               END-READ
               IF NOT REJECT-EOF-YES AND
                  FILEDATCLT-REJECT-CODE = RULE-TBL-CODE (RULE-IDX)
                   CALL "MASKACCT" USING
                        FILEDATCLT-REJECT-DATA (1:10) MASKED-ACCT
                   MOVE SPACES TO CER01-REPORT-LINE
                   STRING "    " MASKED-ACCT
                          " SEQ " FILEDATCLT-REJECT-DATA (11:4)
                          " TYPE " FILEDATCLT-REJECT-DATA (34:2)
                          " " FILEDATCLT-REJECT-TEXT
                       DELIMITED BY SIZE INTO CER01-REPORT-LINE
                   WRITE CER01-REPORT-LINE
               END-IF
           END-PERFORM.
           IF FILEDATREJ-STATUS = "00" OR FILEDATREJ-STATUS = "10"
               CLOSE CER01-REJECTS
           END-IF.

      * A foreign record is not in our layout, so there is no
      * account to mask - the reject is named by its position
      * on the CNV01 reject file instead of printed.
       LIST-CONVERSION-FAILURES.
           MOVE 0 TO CNV-REJECT-SEQ.
           MOVE 'N' TO CNVREJ-EOF.
           OPEN INPUT CER01-CNV-REJECTS.
           IF CNV01REJ-STATUS NOT = "00"
               MOVE 'Y' TO CNVREJ-EOF
           END-IF.
           PERFORM UNTIL CNVREJ-EOF-YES
               READ CER01-CNV-REJECTS
                   AT END MOVE 'Y' TO CNVREJ-EOF
               END-READ
               IF NOT CNVREJ-EOF-YES
                   ADD 1 TO CNV-REJECT-SEQ
                   MOVE SPACES TO CER01-REPORT-LINE
                   STRING "    CNV01 REJECT " CNV-REJECT-SEQ
                          " " CNV01-REJECT-REASON
                       DELIMITED BY SIZE INTO CER01-REPORT-LINE
                   WRITE CER01-REPORT-LINE
               END-IF
           END-PERFORM.
           IF CNV01REJ-STATUS = "00" OR CNV01REJ-STATUS = "10"
               CLOSE CER01-CNV-REJECTS
           END-IF.

       LIST-DELIVERY-FAILURES.
           IF RULE-TBL-CODE (RULE-IDX) = "NDLV"
               MOVE SPACES TO CER01-REPORT-LINE
               MOVE "    CNT01DLV HOLDS NO DELIVERY SUMMARY" TO
                    CER01-REPORT-LINE
               WRITE CER01-REPORT-LINE
           ELSE
               MOVE 'N' TO DELIVERY-EOF
               OPEN INPUT CER01-DELIVERY
               IF CNT01DLV-STATUS NOT = "00"
                   MOVE 'Y' TO DELIVERY-EOF
               END-IF
               PERFORM UNTIL DELIVERY-EOF-YES
                   READ CER01-DELIVERY
                       AT END MOVE 'Y' TO DELIVERY-EOF
                   END-READ
                   IF NOT DELIVERY-EOF-YES
                       PERFORM CLASSIFY-ONE-DELIVERY
                       IF (DELIVERY-WRONG-SOURCE AND
                           RULE-TBL-CODE (RULE-IDX) = "SRCE") OR
                          (DELIVERY-RULE-CODE =
                           RULE-TBL-CODE (RULE-IDX))
                           PERFORM WRITE-DELIVERY-LINE
                       END-IF
                   END-IF
               END-PERFORM
               IF CNT01DLV-STATUS = "00" OR CNT01DLV-STATUS = "10"
                   CLOSE CER01-DELIVERY
               END-IF
           END-IF.

       WRITE-DELIVERY-LINE.
           MOVE SPACES TO CER01-REPORT-LINE.
           STRING "    " DLV-FILE-NAME " SOURCE " DLV-SOURCE-ID
                  " ACC " DLV-ACCEPTED " REJ " DLV-REJECTED
                  " " DLV-VERDICT
               DELIMITED BY SIZE INTO CER01-REPORT-LINE.
           WRITE CER01-REPORT-LINE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="CER01"==.
