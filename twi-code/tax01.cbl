       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX01.
      *--------------------------------------------------
      * YEAR-END TAX INFORMATION REPORTING ON INTEREST CREDITED.
      * ACR01 CREDITS INTEREST EVERY MONTH, BUT THE CUSTOMERS'
      * TAX STATEMENTS AND THE RETURN TO THE TAX AUTHORITY WERE
      * BUILT BY HAND FROM TWELVE ACR01RPT PRINTOUTS. TAX01 RUNS
      * ONCE A YEAR FOR THE TAX YEAR ON THE TAX01PM CARD
      * (DEFAULT THE YEAR BEFORE THE RUN DATE):
      *   THE INTEREST-TYPE POSTINGS - THE RECORD TYPES ACR01'S
      *   ACRSCHED CARDS CHARGE AS RATEPCT - ARE TOTALLED PER
      *   ACCOUNT FOR THE TWELVE MONTHS, FROM SUMMST WHILE THE
      *   YEAR IS STILL OPEN, OR FROM THE SUMARCH ARCHIVE ONCE
      *   YEC01CTL SHOWS YEC01 HAS CLOSED IT (THE "00"
      *   CARRYFORWARD BUCKET IS NEVER COUNTED);
      *   TAX WITHHELD COMES FROM THE TAXWHT RATE CARDS - ONE
      *   FOR AN ACCOUNT BEATS ONE FOR ITS WHOLE ENTITY; NO CARD
      *   MEANS NOTHING WITHHELD;
      *   EACH CUSTOMER GETS A PRINT-READY STATEMENT ON TAX01STM,
      *   NAMED FROM ACCTREF AND ADDRESSED FROM ADDRMST, AND THE
      *   AUTHORITY GETS THE FIXED-FORMAT TAXSUB RETURN, ONE
      *   HEADER/DETAIL/TRAILER SECTION PER ENTITY;
      *   AN ACCOUNT WITH NO NAME, NO ADDRESS, OR MAIL THAT HAS
      *   COME BACK IS LISTED ON THE TAX01RPT EXCEPTIONS LIST
      *   AND GETS NO STATEMENT; IT STILL GOES ON THE RETURN,
      *   MARKED INCOMPLETE.
      * MODE 'T' ON THE CARD IS A TRIAL RUN - TOTALS AND THE
      * EXCEPTIONS LIST ONLY, NO STATEMENTS AND NO RETURN - SO
      * THE MISSING DETAILS CAN BE PUT RIGHT THROUGH ADR01
      * BEFORE THE FILING DEADLINE RATHER THAN AFTER IT.
      * RETURN CODE 4 WHEN THERE ARE EXCEPTIONS; 16 WHEN THE
      * POSTINGS OR THE INTEREST TYPES CANNOT BE READ, OR THE
      * ACCOUNT TABLE OVERFLOWS AND THE RETURN WOULD BE SHORT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMST-FILE ASSIGN TO SUMMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SUMMST-KEY
                  FILE STATUS   IS SUMMST-STATUS.

           SELECT SUMM-ARCHIVE ASSIGN TO SUMARCH
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUMARCH-STATUS.

           SELECT YEC01-CONTROL ASSIGN TO YEC01CTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS YEC01CTL-STATUS.

           SELECT ACR01-SCHEDULE ASSIGN TO ACRSCHED
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS ACRSCHED-STATUS.

           SELECT TAX01-WITHHOLDING ASSIGN TO TAXWHT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TAXWHT-STATUS.

           SELECT TAX01-PARMCARD ASSIGN TO TAX01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TAX01PM-STATUS.

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

           SELECT STATEMENT-FILE ASSIGN TO TAX01STM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TAX01STM-STATUS.

           SELECT SUBMISSION-FILE ASSIGN TO TAXSUB
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TAXSUB-STATUS.

           SELECT TAX01-REPORT ASSIGN TO TAX01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS TAX01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMST-FILE.
           COPY "summst.cpy".

      * YEC01 archives the SUMMST record image unchanged.
       FD  SUMM-ARCHIVE.
       01  SUMM-ARCHIVE-REC.
           05  SUMARCH-YEAR-MONTH       PIC X(6).
           05  SUMARCH-ACCT-NBR         PIC X(10).
           05  SUMARCH-REC-TYPE         PIC X(2).
           05  SUMARCH-MTD-COUNT        PIC 9(7).
           05  SUMARCH-MTD-AMOUNT       PIC S9(11)V99.
           05  SUMARCH-ENTITY           PIC X(3).
           05  FILLER                   PIC X(39).

       FD  YEC01-CONTROL.
       01  YEC01-CONTROL-REC.
           05  YECCTL-LAST-CLOSED-YEAR  PIC X(4).
           05  FILLER                   PIC X(76).

       FD  ACR01-SCHEDULE.
       01  ACR01-SCHEDULE-REC.
           05  SCHED-REC-TYPE           PIC X(2).
           05  SCHED-KIND               PIC X(8).
           05  SCHED-RATE-PCT           PIC 9(3)V9(4).
           05  SCHED-FLAT-FEE           PIC 9(7)V99.
           05  SCHED-MIN-BALANCE        PIC 9(11)V99.
           05  FILLER                   PIC X(41).

      * One card per entity (blank account) or per account: the
      * percentage of gross interest withheld for tax.
       FD  TAX01-WITHHOLDING.
       01  TAXWHT-REC.
           05  TAXWHT-ENTITY            PIC X(3).
           05  FILLER                   PIC X.
           05  TAXWHT-ACCT-NBR          PIC X(10).
           05  FILLER                   PIC X.
           05  TAXWHT-RATE-PCT          PIC 9(2)V9(4).
           05  FILLER                   PIC X(59).

       FD  TAX01-PARMCARD.
       01  TAX01PM-REC.
           05  TAX01PM-TAX-YEAR         PIC X(4).
           05  TAX01PM-MODE             PIC X.
           05  FILLER                   PIC X(75).

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  ADDRMST-FILE.
           COPY "addrmst.cpy".

       FD  STATEMENT-FILE.
       01  PRINT-LINE                   PIC X(80).

       FD  SUBMISSION-FILE.
           COPY "taxsub.cpy".

       FD  TAX01-REPORT.
       01  TAX01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==POSTING==.

       01  SUMMST-STATUS.
           05  SUMMST-STATUS-L          PIC X.
           05  SUMMST-STATUS-R          PIC X.
       01  SUMARCH-STATUS.
           05  SUMARCH-STATUS-L         PIC X.
           05  SUMARCH-STATUS-R         PIC X.
       01  YEC01CTL-STATUS.
           05  YEC01CTL-STATUS-L        PIC X.
           05  YEC01CTL-STATUS-R        PIC X.
       01  ACRSCHED-STATUS.
           05  ACRSCHED-STATUS-L        PIC X.
           05  ACRSCHED-STATUS-R        PIC X.
       01  TAXWHT-STATUS.
           05  TAXWHT-STATUS-L          PIC X.
           05  TAXWHT-STATUS-R          PIC X.
       01  TAX01PM-STATUS.
           05  TAX01PM-STATUS-L         PIC X.
           05  TAX01PM-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  ADDRMST-STATUS.
           05  ADDRMST-STATUS-L         PIC X.
           05  ADDRMST-STATUS-R         PIC X.
       01  TAX01STM-STATUS.
           05  TAX01STM-STATUS-L        PIC X.
           05  TAX01STM-STATUS-R        PIC X.
       01  TAXSUB-STATUS.
           05  TAXSUB-STATUS-L          PIC X.
           05  TAXSUB-STATUS-R          PIC X.
       01  TAX01RPT-STATUS.
           05  TAX01RPT-STATUS-L        PIC X.
           05  TAX01RPT-STATUS-R        PIC X.

       01  TAX-YEAR                     PIC X(4)    VALUE SPACES.
       01  TAX-YEAR-NUM                 PIC 9(4).
       01  RUN-MODE                     PIC X       VALUE 'F'.
           88  TRIAL-RUN                             VALUE 'T'.
       01  SOURCE-SW                    PIC X       VALUE 'M'.
           88  FROM-ARCHIVE                          VALUE 'A'.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * The record types ACR01 charges as interest.
       01  INTEREST-TYPE-COUNT          PIC 99      VALUE 0.
       01  INTEREST-TYPE-TABLE.
           05  INTEREST-TYPE OCCURS 20 TIMES  PIC X(2).
       01  INTEREST-TYPE-IDX            PIC 99.
       01  INTEREST-TYPE-SW             PIC X.
           88  IS-INTEREST-TYPE                      VALUE 'Y'.

      * Withholding rates from TAXWHT.
       01  WHT-COUNT                    PIC 9(3)    VALUE 0.
       01  WHT-TABLE.
           05  WHT-ENTRY OCCURS 200 TIMES.
               10  WHT-TBL-ENTITY       PIC X(3).
               10  WHT-TBL-ACCT         PIC X(10).
               10  WHT-TBL-RATE         PIC 9(2)V9(4).
       01  WHT-IDX                      PIC 9(3).
       01  WHT-RATE                     PIC 9(2)V9(4).
       01  WHT-ACCT-RATE-SW             PIC X.

      * One line per account credited interest in the tax year.
       01  TAXACCT-COUNT                PIC 9(4)    VALUE 0.
       01  TAXACCT-TABLE.
           05  TAXACCT-ENTRY OCCURS 3000 TIMES.
               10  TAXACCT-ACCT         PIC X(10).
               10  TAXACCT-ENTITY       PIC X(3).
               10  TAXACCT-GROSS        PIC S9(11)V99.
       01  TAXACCT-IDX                  PIC 9(4).
       01  TAXACCT-FOUND-IDX            PIC 9(4)    VALUE 0.
       01  TAXACCT-FULL-SW              PIC X       VALUE 'N'.
           88  TAXACCT-FULL                          VALUE 'Y'.

       01  ENTITY-COUNT                 PIC 99      VALUE 0.
       01  ENTITY-TABLE.
           05  ENTITY-ENTRY OCCURS 10 TIMES.
               10  ENTITY-CODE          PIC X(3).
               10  ENTITY-ACCOUNTS      PIC 9(7).
               10  ENTITY-GROSS         PIC S9(13)V99.
               10  ENTITY-WITHHELD      PIC S9(11)V99.
       01  ENTITY-IDX                   PIC 99.
       01  ENTITY-SEEN-SW               PIC X.
       01  CURRENT-ENTITY               PIC X(3).

      * The posting in hand, from whichever source is read.
       01  POSTING-YEAR-MONTH           PIC X(6).
       01  POSTING-ACCT-NBR             PIC X(10).
       01  POSTING-REC-TYPE             PIC X(2).
       01  POSTING-AMOUNT               PIC S9(11)V99.
       01  POSTING-ENTITY               PIC X(3).

       01  ACCOUNT-GROSS                PIC S9(11)V99.
       01  ACCOUNT-WITHHELD             PIC S9(11)V99.
       01  ACCOUNT-NET                  PIC S9(11)V99.
       01  ACCOUNT-NAME                 PIC X(30).
       01  MASKED-ACCT                  PIC X(10).
       01  EXCEPTION-WORDS              PIC X(24).
       01  LINE-IDX                     PIC 9.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.
       01  ADDRMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ADDRMST-PRESENT                       VALUE 'Y'.
       01  ADDRESS-FOUND-SW             PIC X.
           88  ADDRESS-FOUND                         VALUE 'Y'.
       01  OUTPUTS-READY-SW             PIC X       VALUE 'N'.
           88  OUTPUTS-READY                         VALUE 'Y'.

       01  DATE-TO-PRINT                PIC 9(8).
       01  DATE-TO-PRINT-PARTS REDEFINES DATE-TO-PRINT.
           05  DATE-TO-PRINT-CCYY       PIC 9(4).
           05  DATE-TO-PRINT-MM         PIC 99.
           05  DATE-TO-PRINT-DD         PIC 99.
       01  PRINT-DATE.
           05  PRINT-DATE-CCYY          PIC 9(4).
           05  FILLER                   PIC X       VALUE '-'.
           05  PRINT-DATE-MM            PIC 99.
           05  FILLER                   PIC X       VALUE '-'.
           05  PRINT-DATE-DD            PIC 99.
       01  BANNER-ROW                   PIC X(80)   VALUE ALL "-".

       01  POSTINGS-READ                PIC 9(7)    VALUE 0.
       01  INTEREST-POSTINGS            PIC 9(7)    VALUE 0.
       01  NIL-ACCOUNTS                 PIC 9(6)    VALUE 0.
       01  STATEMENTS-WRITTEN           PIC 9(6)    VALUE 0.
       01  RETURN-DETAILS               PIC 9(6)    VALUE 0.
       01  EXCEPTION-COUNT              PIC 9(6)    VALUE 0.
       01  TOTAL-GROSS                  PIC S9(13)V99 VALUE 0.
       01  TOTAL-WITHHELD               PIC S9(11)V99 VALUE 0.
       01  EDITED-GROSS                 PIC -(11)9.99.
       01  EDITED-WITHHELD              PIC -(11)9.99.
       01  EDITED-NET                   PIC -(11)9.99.
       01  EDITED-RATE                  PIC Z9.9999.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "TAX01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM GET-TAX-YEAR.
           PERFORM CHOOSE-THE-SOURCE.
           PERFORM LOAD-INTEREST-TYPES.
           PERFORM LOAD-WITHHOLDING-CARDS.
           PERFORM OPEN-THE-FILES.
           IF RUN-SEVERITY < 16
               PERFORM TOTAL-THE-POSTINGS
           END-IF.
           IF TAXACCT-FULL
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           IF RUN-SEVERITY < 16
               PERFORM REPORT-BY-ENTITY
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "TAX01: postings read=     " POSTINGS-READ.
           DISPLAY "TAX01: interest accounts= " TAXACCT-COUNT.
           DISPLAY "TAX01: statements=        " STATEMENTS-WRITTEN.
           DISPLAY "TAX01: exceptions=        " EXCEPTION-COUNT.
           IF EXCEPTION-COUNT > 0
               IF RUN-SEVERITY < 4
                   MOVE 4 TO RUN-SEVERITY
               END-IF
           END-IF.
           CALL "DAYLOG" USING "TAX01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
      * The tax year comes from the parm card; absent one, the
      * year before the run date - the January default YEC01
      * uses too.
       GET-TAX-YEAR.
           COMPUTE TAX-YEAR-NUM = BUSINESS-DATE-NUM / 10000 - 1.
           MOVE TAX-YEAR-NUM TO TAX-YEAR.
           OPEN INPUT TAX01-PARMCARD.
           IF TAX01PM-STATUS = "00"
               READ TAX01-PARMCARD
                   AT END MOVE "10" TO TAX01PM-STATUS
               END-READ
               IF TAX01PM-STATUS = "00"
                   IF TAX01PM-TAX-YEAR IS NUMERIC
                       MOVE TAX01PM-TAX-YEAR TO TAX-YEAR
                       MOVE TAX01PM-TAX-YEAR TO TAX-YEAR-NUM
                   END-IF
                   IF TAX01PM-MODE = 'T'
                       MOVE 'T' TO RUN-MODE
                   END-IF
               END-IF
               CLOSE TAX01-PARMCARD
           END-IF.
           IF TRIAL-RUN
               DISPLAY "TAX01: TRIAL run for tax year " TAX-YEAR
                       " - exceptions list only"
           ELSE
               DISPLAY "TAX01: filing run for tax year " TAX-YEAR
           END-IF.

      * Once YEC01 has closed the year its postings live only on
      * the archive.
       CHOOSE-THE-SOURCE.
           MOVE 'M' TO SOURCE-SW.
           OPEN INPUT YEC01-CONTROL.
           IF YEC01CTL-STATUS = "00"
               READ YEC01-CONTROL
                   AT END MOVE "10" TO YEC01CTL-STATUS
               END-READ
               IF YEC01CTL-STATUS = "00" AND
                  YECCTL-LAST-CLOSED-YEAR IS NUMERIC AND
                  YECCTL-LAST-CLOSED-YEAR >= TAX-YEAR
                   MOVE 'A' TO SOURCE-SW
               END-IF
               CLOSE YEC01-CONTROL
           END-IF.
           IF FROM-ARCHIVE
               DISPLAY "TAX01: year closed by YEC01 - reading SUMARCH"
           ELSE
               DISPLAY "TAX01: year still open - reading SUMMST"
           END-IF.

       LOAD-INTEREST-TYPES.
           OPEN INPUT ACR01-SCHEDULE.
           IF ACRSCHED-STATUS = "00"
               PERFORM UNTIL ACRSCHED-STATUS NOT = "00"
                   READ ACR01-SCHEDULE
                       AT END MOVE "10" TO ACRSCHED-STATUS
                   END-READ
                   IF ACRSCHED-STATUS = "00" AND
                      SCHED-KIND = "RATEPCT " AND
                      INTEREST-TYPE-COUNT < 20
                       ADD 1 TO INTEREST-TYPE-COUNT
                       MOVE SCHED-REC-TYPE TO
                            INTEREST-TYPE (INTEREST-TYPE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ACR01-SCHEDULE
           ELSE
               DISPLAY "TAX01: OPEN ACR01-SCHEDULE - status "
                       ACRSCHED-STATUS
           END-IF.
           DISPLAY "TAX01: interest record types= "
                   INTEREST-TYPE-COUNT.
           IF INTEREST-TYPE-COUNT = 0
               DISPLAY "TAX01: *** NO INTEREST RECORD TYPES - "
                       "NOTHING TO REPORT ***"
               MOVE 16 TO RUN-SEVERITY
           END-IF.

       LOAD-WITHHOLDING-CARDS.
           OPEN INPUT TAX01-WITHHOLDING.
           IF TAXWHT-STATUS = "00"
               PERFORM UNTIL TAXWHT-STATUS NOT = "00"
                   READ TAX01-WITHHOLDING
                       AT END MOVE "10" TO TAXWHT-STATUS
                   END-READ
                   IF TAXWHT-STATUS = "00" AND
                      TAXWHT-RATE-PCT IS NUMERIC
                       IF WHT-COUNT < 200
                           ADD 1 TO WHT-COUNT
                           MOVE TAXWHT-ENTITY TO
                                WHT-TBL-ENTITY (WHT-COUNT)
                           MOVE TAXWHT-ACCT-NBR TO
                                WHT-TBL-ACCT (WHT-COUNT)
                           MOVE TAXWHT-RATE-PCT TO
                                WHT-TBL-RATE (WHT-COUNT)
                       ELSE
                           DISPLAY "TAX01: withholding table full"
                                   " - card ignored"
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TAX01-WITHHOLDING
           ELSE
               DISPLAY "TAX01: OPEN TAX01-WITHHOLDING - status "
                       TAXWHT-STATUS " - nothing withheld"
           END-IF.
           DISPLAY "TAX01: withholding cards= " WHT-COUNT.

       OPEN-THE-FILES.
           IF FROM-ARCHIVE
               OPEN INPUT SUMM-ARCHIVE
               IF SUMARCH-STATUS NOT = "00"
                   DISPLAY "TAX01: OPEN SUMM-ARCHIVE - status "
                           SUMARCH-STATUS
                   MOVE 'Y' TO POSTING-EOF
                   MOVE 16 TO RUN-SEVERITY
               ELSE
                   MOVE 'O' TO POSTING-OPEN-FLAG
               END-IF
           ELSE
               OPEN INPUT SUMMST-FILE
               IF SUMMST-STATUS NOT = "00"
                   DISPLAY "TAX01: OPEN SUMMST-FILE - status "
                           SUMMST-STATUS
                   MOVE 'Y' TO POSTING-EOF
                   MOVE 16 TO RUN-SEVERITY
               ELSE
                   MOVE 'O' TO POSTING-OPEN-FLAG
               END-IF
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           ELSE
               DISPLAY "TAX01: OPEN ACCTREF-FILE - status "
                       ACCTREF-STATUS " - no names on file"
           END-IF.
           OPEN INPUT ADDRMST-FILE.
           IF ADDRMST-STATUS = "00"
               MOVE 'Y' TO ADDRMST-PRESENT-SW
           ELSE
               DISPLAY "TAX01: OPEN ADDRMST-FILE - status "
                       ADDRMST-STATUS " - no addresses on file"
           END-IF.
           IF NOT TRIAL-RUN AND RUN-SEVERITY < 16
               OPEN OUTPUT STATEMENT-FILE
               OPEN OUTPUT SUBMISSION-FILE
               IF TAX01STM-STATUS = "00" AND TAXSUB-STATUS = "00"
                   MOVE 'Y' TO OUTPUTS-READY-SW
               ELSE
                   DISPLAY "TAX01: OPEN STATEMENT/SUBMISSION - "
                           "status " TAX01STM-STATUS " "
                           TAXSUB-STATUS
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           OPEN OUTPUT TAX01-REPORT.
           IF TAX01RPT-STATUS NOT = "00"
               DISPLAY "TAX01: OPEN TAX01-REPORT - status "
                       TAX01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
               MOVE SPACES TO TAX01-REPORT-LINE
               IF TRIAL-RUN
                   STRING "INTEREST TAX REPORTING - TRIAL RUN FOR "
                          "TAX YEAR " TAX-YEAR
                       DELIMITED BY SIZE INTO TAX01-REPORT-LINE
               ELSE
                   STRING "INTEREST TAX REPORTING - FILING RUN FOR "
                          "TAX YEAR " TAX-YEAR
                       DELIMITED BY SIZE INTO TAX01-REPORT-LINE
               END-IF
               WRITE TAX01-REPORT-LINE
           END-IF.

      * Every month of the tax year, interest types only; the
      * "00" carryforward bucket repeats a prior year's totals.
       TOTAL-THE-POSTINGS.
           IF NOT FROM-ARCHIVE AND POSTING-OPEN-FLAG = 'O'
               MOVE SPACES TO SUMMST-KEY
               MOVE TAX-YEAR TO SUMMST-YEAR-MONTH (1:4)
               MOVE "01" TO SUMMST-YEAR-MONTH (5:2)
               START SUMMST-FILE
                   KEY IS NOT LESS THAN SUMMST-KEY
                   INVALID KEY
                       MOVE 'Y' TO POSTING-EOF
               END-START
           END-IF.
           PERFORM UNTIL POSTING-EOF-YES
               PERFORM READ-ONE-POSTING
               IF NOT POSTING-EOF-YES AND
                  POSTING-YEAR-MONTH (1:4) = TAX-YEAR AND
                  POSTING-YEAR-MONTH (5:2) NOT = "00"
                   ADD 1 TO POSTINGS-READ
                   PERFORM CHECK-INTEREST-TYPE
                   IF IS-INTEREST-TYPE
                       ADD 1 TO INTEREST-POSTINGS
                       PERFORM ADD-TO-ACCOUNT
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-BY-ENTITY.
           PERFORM VARYING TAXACCT-IDX FROM 1 BY 1
                   UNTIL TAXACCT-IDX > TAXACCT-COUNT
               PERFORM NOTE-ONE-ENTITY
           END-PERFORM.
           IF TAX01RPT-STATUS = "00"
               MOVE SPACES TO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
               MOVE "EXCEPTIONS - NO STATEMENT CAN BE SENT" TO
                    TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
           END-IF.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               PERFORM REPORT-ONE-ENTITY
           END-PERFORM.
           IF EXCEPTION-COUNT = 0 AND TAX01RPT-STATUS = "00"
               MOVE "  (none)" TO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
           END-IF.

       WRITE-RUN-TOTALS.
           IF TAX01RPT-STATUS = "00"
               MOVE SPACES TO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
               MOVE "ENTITY TOTALS" TO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
               MOVE SPACES TO TAX01-REPORT-LINE
               MOVE "ENTITY" TO TAX01-REPORT-LINE (1:6)
               MOVE "ACCOUNTS" TO TAX01-REPORT-LINE (9:8)
               MOVE "GROSS INTEREST" TO TAX01-REPORT-LINE (24:14)
               MOVE "TAX WITHHELD" TO TAX01-REPORT-LINE (44:12)
               WRITE TAX01-REPORT-LINE
               PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                       UNTIL ENTITY-IDX > ENTITY-COUNT
                   MOVE ENTITY-GROSS (ENTITY-IDX) TO EDITED-GROSS
                   MOVE ENTITY-WITHHELD (ENTITY-IDX) TO
                        EDITED-WITHHELD
                   MOVE SPACES TO TAX01-REPORT-LINE
                   STRING ENTITY-CODE (ENTITY-IDX) "     "
                          ENTITY-ACCOUNTS (ENTITY-IDX) " "
                          EDITED-GROSS " " EDITED-WITHHELD
                       DELIMITED BY SIZE INTO TAX01-REPORT-LINE
                   WRITE TAX01-REPORT-LINE
               END-PERFORM
               MOVE TOTAL-GROSS TO EDITED-GROSS
               MOVE TOTAL-WITHHELD TO EDITED-WITHHELD
               MOVE SPACES TO TAX01-REPORT-LINE
               STRING "ALL             " EDITED-GROSS " "
                      EDITED-WITHHELD
                   DELIMITED BY SIZE INTO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
               MOVE SPACES TO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
               MOVE SPACES TO TAX01-REPORT-LINE
               STRING "Postings read is= " POSTINGS-READ
                      "  Interest postings is= " INTEREST-POSTINGS
                   DELIMITED BY SIZE INTO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
               MOVE SPACES TO TAX01-REPORT-LINE
               STRING "Statements is= " STATEMENTS-WRITTEN
                      "  Return details is= " RETURN-DETAILS
                      "  Exceptions is= " EXCEPTION-COUNT
                   DELIMITED BY SIZE INTO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
               IF NIL-ACCOUNTS > 0
                   MOVE SPACES TO TAX01-REPORT-LINE
                   STRING "Nil or net-debit interest accounts "
                          "not reported is= " NIL-ACCOUNTS
                       DELIMITED BY SIZE INTO TAX01-REPORT-LINE
                   WRITE TAX01-REPORT-LINE
               END-IF
               IF TAXACCT-FULL
                   MOVE SPACES TO TAX01-REPORT-LINE
                   STRING "*** ACCOUNT TABLE FULL - NOTHING "
                          "FILED ***"
                       DELIMITED BY SIZE INTO TAX01-REPORT-LINE
                   WRITE TAX01-REPORT-LINE
               END-IF
           END-IF.

       CLOSE-THE-FILES.
           IF POSTING-OPEN-FLAG = 'O'
               IF FROM-ARCHIVE
                   CLOSE SUMM-ARCHIVE
               ELSE
                   CLOSE SUMMST-FILE
               END-IF
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.
           IF ADDRMST-PRESENT
               CLOSE ADDRMST-FILE
           END-IF.
           IF TAX01STM-STATUS = "00"
               CLOSE STATEMENT-FILE
           END-IF.
           IF TAXSUB-STATUS = "00"
               CLOSE SUBMISSION-FILE
           END-IF.
           IF TAX01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
               CLOSE TAX01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       READ-ONE-POSTING.
           IF FROM-ARCHIVE
               READ SUMM-ARCHIVE
                   AT END MOVE 'Y' TO POSTING-EOF
               END-READ
               IF NOT POSTING-EOF-YES
                   MOVE SUMARCH-YEAR-MONTH TO POSTING-YEAR-MONTH
                   MOVE SUMARCH-ACCT-NBR TO POSTING-ACCT-NBR
                   MOVE SUMARCH-REC-TYPE TO POSTING-REC-TYPE
                   MOVE SUMARCH-MTD-AMOUNT TO POSTING-AMOUNT
                   MOVE SUMARCH-ENTITY TO POSTING-ENTITY
               END-IF
           ELSE
               READ SUMMST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO POSTING-EOF
               END-READ
               IF NOT POSTING-EOF-YES
                   IF SUMMST-YEAR-MONTH (1:4) > TAX-YEAR
                       MOVE 'Y' TO POSTING-EOF
                   ELSE
                       MOVE SUMMST-YEAR-MONTH TO POSTING-YEAR-MONTH
                       MOVE SUMMST-ACCT-NBR TO POSTING-ACCT-NBR
                       MOVE SUMMST-REC-TYPE TO POSTING-REC-TYPE
                       MOVE SUMMST-MTD-AMOUNT TO POSTING-AMOUNT
                       MOVE SUMMST-ENTITY TO POSTING-ENTITY
                   END-IF
               END-IF
           END-IF.

       CHECK-INTEREST-TYPE.
           MOVE 'N' TO INTEREST-TYPE-SW.
           PERFORM VARYING INTEREST-TYPE-IDX FROM 1 BY 1
                   UNTIL INTEREST-TYPE-IDX > INTEREST-TYPE-COUNT
               IF INTEREST-TYPE (INTEREST-TYPE-IDX) =
                      POSTING-REC-TYPE
                   MOVE 'Y' TO INTEREST-TYPE-SW
               END-IF
           END-PERFORM.

      * The months arrive in account order, so the entry just
      * used is tried first.
       ADD-TO-ACCOUNT.
           IF TAXACCT-FOUND-IDX > 0
               IF TAXACCT-ACCT (TAXACCT-FOUND-IDX) NOT =
                      POSTING-ACCT-NBR
                   MOVE 0 TO TAXACCT-FOUND-IDX
               END-IF
           END-IF.
           IF TAXACCT-FOUND-IDX = 0
               PERFORM VARYING TAXACCT-IDX FROM 1 BY 1
                       UNTIL TAXACCT-IDX > TAXACCT-COUNT
                          OR TAXACCT-FOUND-IDX > 0
                   IF TAXACCT-ACCT (TAXACCT-IDX) = POSTING-ACCT-NBR
                       MOVE TAXACCT-IDX TO TAXACCT-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF TAXACCT-FOUND-IDX = 0
               IF TAXACCT-COUNT < 3000
                   ADD 1 TO TAXACCT-COUNT
                   MOVE TAXACCT-COUNT TO TAXACCT-FOUND-IDX
                   MOVE POSTING-ACCT-NBR TO
                        TAXACCT-ACCT (TAXACCT-COUNT)
                   MOVE POSTING-ENTITY TO
                        TAXACCT-ENTITY (TAXACCT-COUNT)
                   MOVE 0 TO TAXACCT-GROSS (TAXACCT-COUNT)
               ELSE
                   IF NOT TAXACCT-FULL
                       DISPLAY "TAX01: *** ACCOUNT TABLE FULL ***"
                       MOVE 'Y' TO TAXACCT-FULL-SW
                   END-IF
               END-IF
           END-IF.
           IF TAXACCT-FOUND-IDX > 0
               ADD POSTING-AMOUNT TO
                   TAXACCT-GROSS (TAXACCT-FOUND-IDX)
           END-IF.

       NOTE-ONE-ENTITY.
           MOVE 'N' TO ENTITY-SEEN-SW.
           PERFORM VARYING ENTITY-IDX FROM 1 BY 1
                   UNTIL ENTITY-IDX > ENTITY-COUNT
               IF TAXACCT-ENTITY (TAXACCT-IDX) =
                      ENTITY-CODE (ENTITY-IDX)
                   MOVE 'Y' TO ENTITY-SEEN-SW
               END-IF
           END-PERFORM.
           IF ENTITY-SEEN-SW = 'N' AND ENTITY-COUNT < 10
               ADD 1 TO ENTITY-COUNT
               MOVE TAXACCT-ENTITY (TAXACCT-IDX) TO
                    ENTITY-CODE (ENTITY-COUNT)
               MOVE 0 TO ENTITY-ACCOUNTS (ENTITY-COUNT)
               MOVE 0 TO ENTITY-GROSS (ENTITY-COUNT)
               MOVE 0 TO ENTITY-WITHHELD (ENTITY-COUNT)
           END-IF.

      * One return section per entity, header first, trailer
      * carrying the section's own count and totals.
       REPORT-ONE-ENTITY.
           MOVE ENTITY-CODE (ENTITY-IDX) TO CURRENT-ENTITY.
           IF OUTPUTS-READY
               MOVE SPACES TO TAXSUB-REC
               MOVE 'H' TO TAXSUB-REC-TYPE
               MOVE CURRENT-ENTITY TO TAXSUB-ENTITY
               MOVE TAX-YEAR-NUM TO TAXSUB-TAX-YEAR
               MOVE BUSINESS-DATE-NUM TO TAXSUB-CREATED-DATE
               WRITE TAXSUB-REC
           END-IF.
           PERFORM VARYING TAXACCT-IDX FROM 1 BY 1
                   UNTIL TAXACCT-IDX > TAXACCT-COUNT
               IF TAXACCT-ENTITY (TAXACCT-IDX) = CURRENT-ENTITY
                   PERFORM REPORT-ONE-ACCOUNT THRU
                       REPORT-ONE-ACCOUNT-EXIT
               END-IF
           END-PERFORM.
           IF OUTPUTS-READY
               MOVE SPACES TO TAXSUB-REC
               MOVE 'T' TO TAXSUB-REC-TYPE
               MOVE CURRENT-ENTITY TO TAXSUB-ENTITY
               MOVE TAX-YEAR-NUM TO TAXSUB-TAX-YEAR
               MOVE ENTITY-ACCOUNTS (ENTITY-IDX) TO
                    TAXSUB-DETAIL-COUNT
               MOVE ENTITY-GROSS (ENTITY-IDX) TO TAXSUB-TOTAL-GROSS
               MOVE ENTITY-WITHHELD (ENTITY-IDX) TO
                    TAXSUB-TOTAL-WITHHELD
               WRITE TAXSUB-REC
           END-IF.

       REPORT-ONE-ACCOUNT.
           MOVE TAXACCT-GROSS (TAXACCT-IDX) TO ACCOUNT-GROSS.
           IF ACCOUNT-GROSS NOT > 0
               ADD 1 TO NIL-ACCOUNTS
               GO TO REPORT-ONE-ACCOUNT-EXIT
           END-IF.
           PERFORM FIND-WITHHOLDING-RATE.
           COMPUTE ACCOUNT-WITHHELD ROUNDED =
               ACCOUNT-GROSS * WHT-RATE / 100.
           COMPUTE ACCOUNT-NET = ACCOUNT-GROSS - ACCOUNT-WITHHELD.
           ADD 1 TO ENTITY-ACCOUNTS (ENTITY-IDX).
           ADD ACCOUNT-GROSS TO ENTITY-GROSS (ENTITY-IDX).
           ADD ACCOUNT-WITHHELD TO ENTITY-WITHHELD (ENTITY-IDX).
           ADD ACCOUNT-GROSS TO TOTAL-GROSS.
           ADD ACCOUNT-WITHHELD TO TOTAL-WITHHELD.
           CALL "MASKACCT" USING TAXACCT-ACCT (TAXACCT-IDX)
                                  MASKED-ACCT.
           PERFORM LOOK-UP-NAME-AND-ADDRESS.
           MOVE SPACES TO EXCEPTION-WORDS.
           EVALUATE TRUE
               WHEN ACCOUNT-NAME = SPACES
                   MOVE "NO NAME ON ACCTREF" TO EXCEPTION-WORDS
               WHEN NOT ADDRESS-FOUND
                   MOVE "NO ADDRESS ON FILE" TO EXCEPTION-WORDS
               WHEN ADDRMST-RETURNED-MAIL
                   STRING "MAIL RETURNED " ADDRMST-RETURNED-DATE
                       DELIMITED BY SIZE INTO EXCEPTION-WORDS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF EXCEPTION-WORDS NOT = SPACES
               ADD 1 TO EXCEPTION-COUNT
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF NOT OUTPUTS-READY
               GO TO REPORT-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE SPACES TO TAXSUB-REC.
           MOVE 'D' TO TAXSUB-REC-TYPE.
           MOVE CURRENT-ENTITY TO TAXSUB-ENTITY.
           MOVE TAX-YEAR-NUM TO TAXSUB-TAX-YEAR.
           MOVE TAXACCT-ACCT (TAXACCT-IDX) TO TAXSUB-ACCT-NBR.
           MOVE ACCOUNT-NAME TO TAXSUB-NAME.
           MOVE ACCOUNT-GROSS TO TAXSUB-GROSS.
           MOVE ACCOUNT-WITHHELD TO TAXSUB-WITHHELD.
           MOVE 'N' TO TAXSUB-INCOMPLETE-SW.
           IF EXCEPTION-WORDS NOT = SPACES
               MOVE 'Y' TO TAXSUB-INCOMPLETE-SW
           END-IF.
           WRITE TAXSUB-REC.
           ADD 1 TO RETURN-DETAILS.
           IF EXCEPTION-WORDS = SPACES
               PERFORM PRINT-THE-STATEMENT
               ADD 1 TO STATEMENTS-WRITTEN
           END-IF.
       REPORT-ONE-ACCOUNT-EXIT.
           EXIT.

      * An account's own card beats its entity's card.
       FIND-WITHHOLDING-RATE.
           MOVE 0 TO WHT-RATE.
           MOVE 'N' TO WHT-ACCT-RATE-SW.
           PERFORM VARYING WHT-IDX FROM 1 BY 1
                   UNTIL WHT-IDX > WHT-COUNT
               IF WHT-TBL-ACCT (WHT-IDX) =
                      TAXACCT-ACCT (TAXACCT-IDX)
                   MOVE WHT-TBL-RATE (WHT-IDX) TO WHT-RATE
                   MOVE 'Y' TO WHT-ACCT-RATE-SW
               END-IF
               IF WHT-TBL-ACCT (WHT-IDX) = SPACES AND
                  WHT-TBL-ENTITY (WHT-IDX) = CURRENT-ENTITY AND
                  WHT-ACCT-RATE-SW = 'N'
                   MOVE WHT-TBL-RATE (WHT-IDX) TO WHT-RATE
               END-IF
           END-PERFORM.

       LOOK-UP-NAME-AND-ADDRESS.
           MOVE SPACES TO ACCOUNT-NAME.
           IF ACCTREF-PRESENT
               MOVE TAXACCT-ACCT (TAXACCT-IDX) TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-NAME TO ACCOUNT-NAME
               END-READ
           END-IF.
           MOVE 'N' TO ADDRESS-FOUND-SW.
           MOVE SPACES TO ADDRMST-RETURNED-SW.
           IF ADDRMST-PRESENT
               MOVE TAXACCT-ACCT (TAXACCT-IDX) TO ADDRMST-ACCT-NBR
               READ ADDRMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ADDRESS-FOUND-SW
               END-READ
           END-IF.

       WRITE-EXCEPTION-LINE.
           IF TAX01RPT-STATUS = "00"
               MOVE ACCOUNT-GROSS TO EDITED-GROSS
               MOVE SPACES TO TAX01-REPORT-LINE
               STRING "  " CURRENT-ENTITY " " MASKED-ACCT " "
                      EDITED-GROSS " " EXCEPTION-WORDS
                   DELIMITED BY SIZE INTO TAX01-REPORT-LINE
               WRITE TAX01-REPORT-LINE
           END-IF.

      * Banner, date, address block, then the year's figures.
       PRINT-THE-STATEMENT.
           MOVE BUSINESS-DATE-NUM TO DATE-TO-PRINT.
           MOVE DATE-TO-PRINT-CCYY TO PRINT-DATE-CCYY.
           MOVE DATE-TO-PRINT-MM TO PRINT-DATE-MM.
           MOVE DATE-TO-PRINT-DD TO PRINT-DATE-DD.
           MOVE BANNER-ROW TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "STATEMENT OF INTEREST FOR TAX YEAR " TAX-YEAR
               DELIMITED BY SIZE INTO PRINT-LINE.
           MOVE PRINT-DATE TO PRINT-LINE (67:10).
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
           MOVE ACCOUNT-GROSS TO EDITED-GROSS.
           MOVE ACCOUNT-WITHHELD TO EDITED-WITHHELD.
           MOVE ACCOUNT-NET TO EDITED-NET.
           MOVE WHT-RATE TO EDITED-RATE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    GROSS INTEREST CREDITED   " EDITED-GROSS
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    TAX WITHHELD              " EDITED-WITHHELD
                  "  AT " EDITED-RATE " PCT"
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "    NET INTEREST PAID         " EDITED-NET
               DELIMITED BY SIZE INTO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE.
           MOVE "    KEEP THIS STATEMENT FOR YOUR TAX RECORDS." TO
                PRINT-LINE.
           WRITE PRINT-LINE.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="TAX01"==.
