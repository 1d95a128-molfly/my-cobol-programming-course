       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONB02.
      *--------------------------------------------------
      * NIGHTLY CONFIRMATION OF NEW-ACCOUNT OPENINGS. EVERY
      * ACCOUNT THE ONB01 CONSOLE OPENS IS RECORDED ON ONBPEND
      * UNTIL IT IS SEEN ON THE MASTER. ONB02 RUNS AFTER THE
      * NIGHT'S POSTING AND CHECKS EACH PENDING OPENING AGAINST
      * ACCTMST: ONE THAT HAS POSTED IS COUNTED AND TAKEN OFF THE
      * PENDING FILE; ONE THAT HAS NOT IS LISTED ON ONB02RPT WITH
      * THE DATE IT WAS OPENED, THE OPERATOR, THE ACCOUNT
      * (MASKED) AND THE CLASS, SO THE MORNING SHIFT CAN FIND ITS
      * 'AD' ON THE MST01 UNMATCHED REPORT OR THE PEX01 QUEUE
      * BEFORE THE CUSTOMER NOTICES. AN OPENING STAYS LISTED
      * EVERY MORNING UNTIL IT POSTS. A RERUN FINDS ONLY WHAT IS
      * STILL PENDING. RC 4 WHEN ANY OPENING IS STILL NOT POSTED,
      * RC 16 WHEN THE PENDING FILE OR THE MASTER CANNOT BE
      * OPENED. NO PENDING FILE AT ALL MEANS NOTHING WAS OPENED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONBPEND-FILE ASSIGN TO ONBPEND
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ONBPEND-ACCT-NBR
                  FILE STATUS   IS ONBPEND-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT ONB02-REPORT ASSIGN TO ONB02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ONB02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ONBPEND-FILE.
           COPY "onbpend.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ONB02-REPORT.
       01  ONB02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==PENDING==.

       01  ONBPEND-STATUS.
           05  ONBPEND-STATUS-L         PIC X.
           05  ONBPEND-STATUS-R         PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ONB02RPT-STATUS.
           05  ONB02RPT-STATUS-L        PIC X.
           05  ONB02RPT-STATUS-R        PIC X.

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  PENDING-READ-COUNT           PIC 9(6)    VALUE 0.
       01  POSTED-COUNT                 PIC 9(6)    VALUE 0.
       01  NOT-POSTED-COUNT             PIC 9(6)    VALUE 0.
       01  MASKED-ACCT                  PIC X(10).
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "ONB02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING SUITE-RUN-DATE
               ON EXCEPTION
                   ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD
           END-CALL.
           MOVE SUITE-RUN-DATE TO BUSINESS-DATE-NUM.
           PERFORM OPEN-THE-FILES THRU OPEN-THE-FILES-EXIT.
           IF RUN-SEVERITY < 16
               PERFORM CONFIRM-THE-OPENINGS
               PERFORM CLOSE-THE-FILES
           END-IF.
           DISPLAY "ONB02: pending= " PENDING-READ-COUNT
                   " posted= " POSTED-COUNT
                   " not posted= " NOT-POSTED-COUNT.
           CALL "DAYLOG" USING "ONB02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       OPEN-THE-FILES.
           OPEN I-O ONBPEND-FILE.
           IF ONBPEND-STATUS = "35"
               DISPLAY "ONB02: no pending openings file - nothing "
                       "has been opened on ONB01"
               MOVE 'Y' TO PENDING-EOF
           ELSE
               IF ONBPEND-STATUS NOT = "00"
                   DISPLAY "ONB02: OPEN ONBPEND-FILE - status "
                           ONBPEND-STATUS
                   MOVE 16 TO RUN-SEVERITY
                   GO TO OPEN-THE-FILES-EXIT
               END-IF
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS NOT = "00"
               DISPLAY "ONB02: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS
               IF ONBPEND-STATUS = "00"
                   CLOSE ONBPEND-FILE
               END-IF
               MOVE 16 TO RUN-SEVERITY
               GO TO OPEN-THE-FILES-EXIT
           END-IF.
           OPEN OUTPUT ONB02-REPORT.
           IF ONB02RPT-STATUS NOT = "00"
               DISPLAY "ONB02: OPEN ONB02-REPORT - status "
                       ONB02RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO ONB02-REPORT-LINE
               WRITE ONB02-REPORT-LINE
               MOVE SPACES TO ONB02-REPORT-LINE
               STRING "NEW ACCOUNTS OPENED BUT NOT YET ON THE "
                      "MASTER AT " BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO ONB02-REPORT-LINE
               WRITE ONB02-REPORT-LINE
           END-IF.
       OPEN-THE-FILES-EXIT.
           EXIT.

       CONFIRM-THE-OPENINGS.
           IF NOT PENDING-EOF-YES
               MOVE LOW-VALUES TO ONBPEND-ACCT-NBR
               START ONBPEND-FILE KEY NOT < ONBPEND-ACCT-NBR
                   INVALID KEY MOVE 'Y' TO PENDING-EOF
               END-START
           END-IF.
           PERFORM UNTIL PENDING-EOF-YES
               READ ONBPEND-FILE NEXT RECORD
                   AT END MOVE 'Y' TO PENDING-EOF
               END-READ
               IF NOT PENDING-EOF-YES
                   PERFORM CONFIRM-ONE-OPENING
               END-IF
           END-PERFORM.

       CLOSE-THE-FILES.
           IF ONBPEND-STATUS = "00" OR ONBPEND-STATUS = "10"
               CLOSE ONBPEND-FILE
           END-IF.
           CLOSE ACCTMST-FILE.
           IF ONB02RPT-STATUS = "00"
               MOVE SPACES TO ONB02-REPORT-LINE
               STRING "Pending is= " PENDING-READ-COUNT
                      "  Posted is= " POSTED-COUNT
                      "  Not posted is= " NOT-POSTED-COUNT
                   DELIMITED BY SIZE INTO ONB02-REPORT-LINE
               WRITE ONB02-REPORT-LINE
               IF NOT-POSTED-COUNT > 0
                   MOVE SPACES TO ONB02-REPORT-LINE
                   STRING "Look for each account's 'AD' on the "
                          "MST01 unmatched report or PEX01"
                       DELIMITED BY SIZE INTO ONB02-REPORT-LINE
                   WRITE ONB02-REPORT-LINE
               END-IF
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO ONB02-REPORT-LINE
               WRITE ONB02-REPORT-LINE
               CLOSE ONB02-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
      * A posted opening leaves the pending file for good; one
      * not yet posted stays on it and on the report.
       CONFIRM-ONE-OPENING.
           ADD 1 TO PENDING-READ-COUNT.
           MOVE ONBPEND-ACCT-NBR TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   MOVE "23" TO ACCTMST-STATUS
           END-READ.
           IF ACCTMST-STATUS = "00"
               ADD 1 TO POSTED-COUNT
               DELETE ONBPEND-FILE RECORD
                   INVALID KEY
                       DISPLAY "ONB02: DELETE ONBPEND-FILE - status "
                               ONBPEND-STATUS
               END-DELETE
           ELSE
               ADD 1 TO NOT-POSTED-COUNT
               MOVE 4 TO RUN-SEVERITY
               IF ONB02RPT-STATUS = "00"
                   CALL "MASKACCT" USING ONBPEND-ACCT-NBR
                                         MASKED-ACCT
                   MOVE SPACES TO ONB02-REPORT-LINE
                   STRING "NOT POSTED " ONBPEND-OPEN-DATE " "
                          ONBPEND-OPERATOR " " MASKED-ACCT " "
                          ONBPEND-CLASS " " ONBPEND-ENTITY " "
                          ONBPEND-NAME
                       DELIMITED BY SIZE INTO ONB02-REPORT-LINE
                   WRITE ONB02-REPORT-LINE
               END-IF
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="ONB02"==.
