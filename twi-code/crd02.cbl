       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRD02.
      *--------------------------------------------------
      * NIGHTLY PUBLISHER FOR THE CONTROL-CARD FILES KEPT ON THE
      * EFFECTIVE-DATED CARD MASTER. RUNS AT THE TOP OF THE
      * STREAM, ONCE CAL01 HAS SET THE BUSINESS DATE, AND FOR
      * EACH CARD FILE (GLMAP, ALRTABLE, ACRSCHED, CNT01TYP,
      * CNT01VEL, BRANCHMAP, DISTLIST, WATCHLST) REWRITES THE
      * LIVE FILE WITH THE VERSION OF EVERY CARD IN FORCE ON
      * THAT DATE, IN CARD-NUMBER ORDER, SO A CHANGE MADE ON
      * CRD01 DAYS AHEAD REACHES ITS READERS ON THE NIGHT IT WAS
      * MEANT TO AND NOT BEFORE. A FILE WITH NO CARDS ON THE
      * MASTER IS NOT YET UNDER MAINTENANCE AND IS LEFT AS IT
      * IS. A FILE WHOSE CARDS WOULD ALL BE OUT OF FORCE IS
      * ALSO LEFT AS IT IS - AN EMPTY CARD FILE TURNS OFF
      * WHATEVER IT CONTROLS - AND THE STEP ENDS RC 4 SO
      * SOMEBODY LOOKS. CRD02RPT SHOWS WHAT WAS PUBLISHED, AND
      * EVERY CARD VERSION THAT STARTED OR ENDED IN THE LAST
      * WEEK. NO CARD MASTER AT ALL LEAVES EVERY FILE ALONE.
      * RC 16 WHEN THE MASTER CANNOT BE OPENED, RC 8 WHEN A
      * LIVE FILE CANNOT BE WRITTEN.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER ASSIGN TO CARDMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CARDMST-KEY
                  FILE STATUS   IS CARDMST-STATUS.

      * Each card file in turn - the DD name is the file id.
           SELECT LIVE-CARD-FILE ASSIGN TO LIVE-FILE-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LIVE-STATUS.

           SELECT CRD02-REPORT ASSIGN TO CRD02RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CRD02RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER.
           COPY "cardmst.cpy".

       FD  LIVE-CARD-FILE.
       01  LIVE-CARD-REC                PIC X(80).

       FD  CRD02-REPORT.
       01  CRD02-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CARDS==.

       01  CARDMST-STATUS.
           05  CARDMST-STATUS-L         PIC X.
           05  CARDMST-STATUS-R         PIC X.
       01  LIVE-STATUS.
           05  LIVE-STATUS-L            PIC X.
           05  LIVE-STATUS-R            PIC X.
       01  CRD02RPT-STATUS.
           05  CRD02RPT-STATUS-L        PIC X.
           05  CRD02RPT-STATUS-R        PIC X.

       01  LIVE-FILE-NAME               PIC X(12)   VALUE SPACES.
       01  MASTER-MISSING-SW            PIC X       VALUE 'N'.
           88  MASTER-MISSING                        VALUE 'Y'.

      * The card files kept on the master.
       01  CARD-FILE-NAMES.
           05  FILLER                   PIC X(10)   VALUE "GLMAP".
           05  FILLER                   PIC X(10)   VALUE "ALRTABLE".
           05  FILLER                   PIC X(10)   VALUE "ACRSCHED".
           05  FILLER                   PIC X(10)   VALUE "CNT01TYP".
           05  FILLER                   PIC X(10)   VALUE "CNT01VEL".
           05  FILLER                   PIC X(10)   VALUE "BRANCHMAP".
           05  FILLER                   PIC X(10)   VALUE "DISTLIST".
           05  FILLER                   PIC X(10)   VALUE "WATCHLST".
       01  CARD-FILE-TABLE REDEFINES CARD-FILE-NAMES.
           05  CARD-FILE-ID OCCURS 8 TIMES PIC X(10).
       01  FILE-IDX                     PIC 9.
       01  PUBLISH-FILE-ID              PIC X(10).

       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.
       01  BUSINESS-SERIAL              PIC S9(9)   COMP.
       01  DATE-FOR-SERIAL              PIC 9(8).
       01  SERIAL-RESULT                PIC S9(9)   COMP.
       01  DAYS-AGO                     PIC S9(9)   COMP.

      * The latest version started on the business date of the
      * card being read - the one in force unless it has ended.
       01  CURRENT-CARD-NBR             PIC 9(5)    VALUE 99999.
       01  CANDIDATE-SW                 PIC X       VALUE 'N'.
           88  CANDIDATE-HELD                        VALUE 'Y'.
       01  CANDIDATE-CARD-NBR           PIC 9(4).
       01  CANDIDATE-FROM               PIC 9(8).
       01  CANDIDATE-TO                 PIC 9(8).
       01  CANDIDATE-IMAGE              PIC X(80).

       01  PUBLISH-COUNT                PIC 9(4)    VALUE 0.
       01  PUBLISH-TABLE.
           05  PUBLISH-IMAGE OCCURS 500 TIMES PIC X(80).
       01  PUBLISH-IDX                  PIC 9(4).
       01  PUBLISH-OVERFLOW-SW          PIC X       VALUE 'N'.
           88  PUBLISH-OVERFLOW                      VALUE 'Y'.
       01  VERSIONS-SEEN                PIC 9(5)    VALUE 0.
       01  STARTED-COUNT                PIC 9(4)    VALUE 0.
       01  ENDED-COUNT                  PIC 9(4)    VALUE 0.

       01  FILES-PUBLISHED              PIC 9       VALUE 0.
       01  FILES-LEFT-ALONE             PIC 9       VALUE 0.
       01  CARDS-PUBLISHED              PIC 9(5)    VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "CRD02   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING SUITE-RUN-DATE
               ON EXCEPTION
                   ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD
           END-CALL.
           MOVE SUITE-RUN-DATE TO BUSINESS-DATE-NUM.
           MOVE BUSINESS-DATE-NUM TO DATE-FOR-SERIAL.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           MOVE SERIAL-RESULT TO BUSINESS-SERIAL.
           PERFORM OPEN-THE-FILES THRU OPEN-THE-FILES-EXIT.
           IF RUN-SEVERITY < 16
               IF NOT MASTER-MISSING
                   PERFORM PUBLISH-ONE-FILE
                       VARYING FILE-IDX FROM 1 BY 1
                       UNTIL FILE-IDX > 8
               END-IF
               PERFORM CLOSE-THE-FILES
           END-IF.
           DISPLAY "CRD02: files published= " FILES-PUBLISHED
                   " cards= " CARDS-PUBLISHED
                   " left as is= " FILES-LEFT-ALONE.
           CALL "DAYLOG" USING "CRD02   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       OPEN-THE-FILES.
           OPEN INPUT CARD-MASTER.
           IF CARDMST-STATUS = "35"
               DISPLAY "CRD02: no card master - every card file "
                       "is left as it is"
               MOVE 'Y' TO MASTER-MISSING-SW
               MOVE 8 TO FILES-LEFT-ALONE
           ELSE
               IF CARDMST-STATUS NOT = "00"
                   DISPLAY "CRD02: OPEN CARD-MASTER - status "
                           CARDMST-STATUS
                   MOVE 16 TO RUN-SEVERITY
                   GO TO OPEN-THE-FILES-EXIT
               END-IF
           END-IF.
           OPEN OUTPUT CRD02-REPORT.
           IF CRD02RPT-STATUS NOT = "00"
               DISPLAY "CRD02: OPEN CRD02-REPORT - status "
                       CRD02RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO CRD02-REPORT-LINE
               WRITE CRD02-REPORT-LINE
               MOVE SPACES TO CRD02-REPORT-LINE
               STRING "CONTROL CARDS PUBLISHED FOR BUSINESS DATE "
                      BUSINESS-DATE-NUM
                   DELIMITED BY SIZE INTO CRD02-REPORT-LINE
               WRITE CRD02-REPORT-LINE
           END-IF.
       OPEN-THE-FILES-EXIT.
           EXIT.

       PUBLISH-ONE-FILE.
           MOVE CARD-FILE-ID (FILE-IDX) TO PUBLISH-FILE-ID.
           MOVE 0 TO PUBLISH-COUNT.
           MOVE 0 TO VERSIONS-SEEN.
           MOVE 0 TO STARTED-COUNT.
           MOVE 0 TO ENDED-COUNT.
           MOVE 'N' TO PUBLISH-OVERFLOW-SW.
           MOVE 'N' TO CANDIDATE-SW.
           MOVE 99999 TO CURRENT-CARD-NBR.
           MOVE PUBLISH-FILE-ID TO CARDMST-FILE-ID.
           MOVE 0 TO CARDMST-CARD-NBR.
           MOVE 0 TO CARDMST-EFF-FROM.
           MOVE 'N' TO CARDS-EOF.
           START CARD-MASTER KEY NOT < CARDMST-KEY
               INVALID KEY MOVE 'Y' TO CARDS-EOF
           END-START.
           PERFORM UNTIL CARDS-EOF-YES
               READ CARD-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO CARDS-EOF
               END-READ
               IF NOT CARDS-EOF-YES
                   IF CARDMST-FILE-ID NOT = PUBLISH-FILE-ID
                       MOVE 'Y' TO CARDS-EOF
                   ELSE
                       PERFORM TAKE-ONE-VERSION
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM SETTLE-ONE-CARD.
           EVALUATE TRUE
               WHEN VERSIONS-SEEN = 0
                   ADD 1 TO FILES-LEFT-ALONE
                   MOVE SPACES TO CRD02-REPORT-LINE
                   STRING PUBLISH-FILE-ID " NOT KEPT ON THE CARD "
                          "MASTER - LEFT AS IT IS"
                       DELIMITED BY SIZE INTO CRD02-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN PUBLISH-OVERFLOW
                   ADD 1 TO FILES-LEFT-ALONE
                   IF RUN-SEVERITY < 4
                       MOVE 4 TO RUN-SEVERITY
                   END-IF
                   DISPLAY "CRD02: " PUBLISH-FILE-ID " has more "
                           "than 500 cards in force - left as is"
                   MOVE SPACES TO CRD02-REPORT-LINE
                   STRING PUBLISH-FILE-ID " MORE THAN 500 CARDS IN "
                          "FORCE - LEFT AS IT IS"
                       DELIMITED BY SIZE INTO CRD02-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN PUBLISH-COUNT = 0
                   ADD 1 TO FILES-LEFT-ALONE
                   IF RUN-SEVERITY < 4
                       MOVE 4 TO RUN-SEVERITY
                   END-IF
                   DISPLAY "CRD02: " PUBLISH-FILE-ID " would have "
                           "no card in force - left as is"
                   MOVE SPACES TO CRD02-REPORT-LINE
                   STRING PUBLISH-FILE-ID " NO CARD IN FORCE - LEFT "
                          "AS IT IS - CHECK CRD01"
                       DELIMITED BY SIZE INTO CRD02-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   PERFORM WRITE-THE-LIVE-FILE
           END-EVALUATE.

       CLOSE-THE-FILES.
           IF NOT MASTER-MISSING
               CLOSE CARD-MASTER
           END-IF.
           IF CRD02RPT-STATUS = "00"
               MOVE SPACES TO CRD02-REPORT-LINE
               STRING "Files published is= " FILES-PUBLISHED
                      "  Cards published is= " CARDS-PUBLISHED
                      "  Left as is is= " FILES-LEFT-ALONE
                   DELIMITED BY SIZE INTO CRD02-REPORT-LINE
               WRITE CRD02-REPORT-LINE
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO CRD02-REPORT-LINE
               WRITE CRD02-REPORT-LINE
               CLOSE CRD02-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
      * Versions arrive oldest first within each card, so the
      * last one started on the business date is the one held
      * when the card number changes.
       TAKE-ONE-VERSION.
           IF CARDMST-CARD-NBR NOT = CURRENT-CARD-NBR
               PERFORM SETTLE-ONE-CARD
               MOVE CARDMST-CARD-NBR TO CURRENT-CARD-NBR
               MOVE 'N' TO CANDIDATE-SW
           END-IF.
           ADD 1 TO VERSIONS-SEEN.
           IF CARDMST-EFF-FROM <= BUSINESS-DATE-NUM
               MOVE 'Y' TO CANDIDATE-SW
               MOVE CARDMST-CARD-NBR TO CANDIDATE-CARD-NBR
               MOVE CARDMST-EFF-FROM TO CANDIDATE-FROM
               MOVE CARDMST-EFF-TO TO CANDIDATE-TO
               MOVE CARDMST-IMAGE TO CANDIDATE-IMAGE
           END-IF.

       SETTLE-ONE-CARD.
           IF CANDIDATE-HELD
               IF CANDIDATE-TO = 0 OR
                  CANDIDATE-TO >= BUSINESS-DATE-NUM
                   IF PUBLISH-COUNT < 500
                       ADD 1 TO PUBLISH-COUNT
                       MOVE CANDIDATE-IMAGE TO
                            PUBLISH-IMAGE (PUBLISH-COUNT)
                   ELSE
                       MOVE 'Y' TO PUBLISH-OVERFLOW-SW
                   END-IF
                   IF CANDIDATE-FROM NOT = 0
                       MOVE CANDIDATE-FROM TO DATE-FOR-SERIAL
                       PERFORM FIND-DAYS-AGO
                       IF DAYS-AGO < 7
                           ADD 1 TO STARTED-COUNT
                           MOVE SPACES TO CRD02-REPORT-LINE
                           STRING PUBLISH-FILE-ID " CARD "
                                  CANDIDATE-CARD-NBR " IN FORCE FROM "
                                  CANDIDATE-FROM " "
                                  CANDIDATE-IMAGE (1:30)
                               DELIMITED BY SIZE
                               INTO CRD02-REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                       END-IF
                   END-IF
               ELSE
                   MOVE CANDIDATE-TO TO DATE-FOR-SERIAL
                   PERFORM FIND-DAYS-AGO
                   IF DAYS-AGO <= 7
                       ADD 1 TO ENDED-COUNT
                       MOVE SPACES TO CRD02-REPORT-LINE
                       STRING PUBLISH-FILE-ID " CARD "
                              CANDIDATE-CARD-NBR " ENDED, LAST DAY "
                              CANDIDATE-TO " "
                              CANDIDATE-IMAGE (1:30)
                           DELIMITED BY SIZE INTO CRD02-REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO CANDIDATE-SW.

       WRITE-THE-LIVE-FILE.
           MOVE PUBLISH-FILE-ID TO LIVE-FILE-NAME.
           OPEN OUTPUT LIVE-CARD-FILE.
           IF LIVE-STATUS NOT = "00"
               DISPLAY "CRD02: OPEN " PUBLISH-FILE-ID " - status "
                       LIVE-STATUS
               ADD 1 TO FILES-LEFT-ALONE
               IF RUN-SEVERITY < 8
                   MOVE 8 TO RUN-SEVERITY
               END-IF
               MOVE SPACES TO CRD02-REPORT-LINE
               STRING PUBLISH-FILE-ID " COULD NOT BE WRITTEN - "
                      "STATUS " LIVE-STATUS
                   DELIMITED BY SIZE INTO CRD02-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING PUBLISH-IDX FROM 1 BY 1
                       UNTIL PUBLISH-IDX > PUBLISH-COUNT
                   MOVE PUBLISH-IMAGE (PUBLISH-IDX) TO
                        LIVE-CARD-REC
                   WRITE LIVE-CARD-REC
               END-PERFORM
               CLOSE LIVE-CARD-FILE
               ADD 1 TO FILES-PUBLISHED
               ADD PUBLISH-COUNT TO CARDS-PUBLISHED
               MOVE SPACES TO CRD02-REPORT-LINE
               STRING PUBLISH-FILE-ID " PUBLISHED " PUBLISH-COUNT
                      " CARDS  STARTED " STARTED-COUNT
                      "  ENDED " ENDED-COUNT
                   DELIMITED BY SIZE INTO CRD02-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       FIND-DAYS-AGO.
           CALL "DATESER" USING DATE-FOR-SERIAL SERIAL-RESULT.
           COMPUTE DAYS-AGO = BUSINESS-SERIAL - SERIAL-RESULT.

       WRITE-REPORT-LINE.
           IF CRD02RPT-STATUS = "00"
               WRITE CRD02-REPORT-LINE
           END-IF.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="CRD02"==.
