       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCN01.
      *--------------------------------------------------
      * SANCTIONS AND RESTRICTED-PARTY NAME SCREENING OF
      * ACCTREF. NOTHING CHECKED OUR ACCOUNT HOLDERS AGAINST THE
      * SANCTIONS LIST; COMPLIANCE ASKED BY HAND EACH WEEK WHEN
      * THE LIST WAS UPDATED. SCN01 RUNS EACH NIGHT:
      *   THE SUPPLIED RESTRICTED-PARTY LIST (RPLIST) IS LOADED
      *   AND COMPARED WITH THE KEYED SCNLIST COPY OF THE LIST
      *   AS LAST SCREENED. ANY NEW OR REWORDED ENTRY MEANS THE
      *   LIST HAS CHANGED, AND EVERY ACCOUNT ON ACCTREF IS
      *   SCREENED; OTHERWISE ONLY ACCOUNTS THAT ARE NEW OR
      *   RENAMED SINCE THEY WERE LAST SCREENED (SCNACCT) ARE.
      *   AN 'F' ON THE SCN01PM CARD FORCES A FULL SCREEN;
      *   NAMES ARE COMPARED NORMALIZED - UPPER CASE, PUNCTUATION
      *   TO SPACES, SINGLE LETTERS AND NOISE WORDS (THE, LTD,
      *   INC ...) DROPPED, WORDS SORTED - SO SPACING,
      *   PUNCTUATION AND WORD ORDER DO NOT HIDE A HIT. TWO WORDS
      *   OF FOUR LETTERS OR MORE MATCH WHEN THEY ARE WITHIN ONE
      *   LETTER OF EACH OTHER (ONE ADDED, DROPPED, OR CHANGED).
      *   THE SCORE IS TWICE THE MATCHED WORDS OVER THE WORDS IN
      *   BOTH NAMES, OUT OF 100; NAMES THAT ARE THE SAME ONCE
      *   THE SPACES ARE SQUEEZED OUT SCORE 100. A SCORE AT OR
      *   OVER THE SCN01PM THRESHOLD (DEFAULT 80) IS A POSSIBLE
      *   HIT, WRITTEN TO THE KEYED SCNHIT REVIEW FILE;
      *   SCN02 IS THE CONSOLE WHERE COMPLIANCE CLEARS OR
      *   CONFIRMS EACH HIT - A CONFIRMED HIT PUTS A TOTAL BLOCK
      *   ON THE ACCOUNT.
      * THE SCN01RPT REPORT LISTS THE LIST CHANGES, TONIGHT'S
      * HITS, AND EVERY HIT STILL AWAITING REVIEW. RETURN CODE 4
      * WHILE ANY HIT IS PENDING; 16 WHEN THE LIST CANNOT BE
      * READ (NOTHING IS SCREENED) OR OVERFLOWS THE TABLE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCN01-RPLIST ASSIGN TO RPLIST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RPLIST-STATUS.

           SELECT SCNLIST-FILE ASSIGN TO SCNLIST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SCNLIST-ID
                  FILE STATUS   IS SCNLIST-STATUS.

           SELECT SCNACCT-FILE ASSIGN TO SCNACCT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SCNACCT-ACCT-NBR
                  FILE STATUS   IS SCNACCT-STATUS.

           SELECT SCNHIT-FILE ASSIGN TO SCNHIT
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SCNHIT-KEY
                  FILE STATUS   IS SCNHIT-STATUS.

           SELECT ACCTREF-FILE ASSIGN TO ACCTREF
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT SCN01-PARMCARD ASSIGN TO SCN01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SCN01PM-STATUS.

           SELECT SCN01-REPORT ASSIGN TO SCN01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SCN01RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * The restricted-party list as supplied: one name per
      * record, aliases as further records under their own ids.
       FD  SCN01-RPLIST.
       01  RPLIST-REC.
           05  RPLIST-ID                PIC X(10).
           05  RPLIST-NAME              PIC X(60).
           05  RPLIST-PROGRAM           PIC X(10).

       FD  SCNLIST-FILE.
           COPY "scnlist.cpy".

       FD  SCNACCT-FILE.
           COPY "scnacct.cpy".

       FD  SCNHIT-FILE.
           COPY "scnhit.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  SCN01-PARMCARD.
       01  SCN01PM-REC.
           05  SCN01PM-THRESHOLD        PIC 9(3).
           05  FILLER                   PIC X.
           05  SCN01PM-FULL-FLAG        PIC X.
           05  FILLER                   PIC X(75).

       FD  SCN01-REPORT.
       01  SCN01-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "rptheader.cpy".
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SCNLIST==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SCNACCT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SCNHIT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==ACCTREF==.

       01  RPLIST-STATUS.
           05  RPLIST-STATUS-L          PIC X.
           05  RPLIST-STATUS-R          PIC X.
       01  SCNLIST-STATUS.
           05  SCNLIST-STATUS-L         PIC X.
           05  SCNLIST-STATUS-R         PIC X.
       01  SCNACCT-STATUS.
           05  SCNACCT-STATUS-L         PIC X.
           05  SCNACCT-STATUS-R         PIC X.
       01  SCNHIT-STATUS.
           05  SCNHIT-STATUS-L          PIC X.
           05  SCNHIT-STATUS-R          PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  SCN01PM-STATUS.
           05  SCN01PM-STATUS-L         PIC X.
           05  SCN01PM-STATUS-R         PIC X.
       01  SCN01RPT-STATUS.
           05  SCN01RPT-STATUS-L        PIC X.
           05  SCN01RPT-STATUS-R        PIC X.

       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.
       01  HIT-THRESHOLD                PIC 9(3)    VALUE 80.
       01  FULL-SCREEN-SW               PIC X       VALUE 'N'.
           88  FULL-SCREEN                           VALUE 'Y'.
       01  FILES-READY-SW               PIC X       VALUE 'N'.
           88  FILES-READY                           VALUE 'Y'.
       01  LIST-READY-SW                PIC X       VALUE 'N'.
           88  LIST-READY                            VALUE 'Y'.
       01  SCREEN-THIS-SW               PIC X.
           88  SCREEN-THIS                           VALUE 'Y'.
       01  SCNACCT-FOUND-SW             PIC X.
           88  SCNACCT-FOUND                         VALUE 'Y'.
       01  SWEEP-DONE-SW                PIC X.
           88  SWEEP-DONE                            VALUE 'Y'.

      * The restricted list, normalized once as it is loaded.
       01  LIST-COUNT                   PIC 9(4)    VALUE 0.
       01  LIST-TABLE.
           05  LIST-ENTRY OCCURS 5000 TIMES.
               10  LST-ID               PIC X(10).
               10  LST-PROGRAM          PIC X(10).
               10  LST-NAME             PIC X(60).
               10  LST-TOKEN-COUNT      PIC 9.
               10  LST-TOKEN-ENTRY OCCURS 8 TIMES.
                   15  LST-TOKEN        PIC X(20).
                   15  LST-TOKEN-LEN    PIC 99.
               10  LST-SQUEEZED         PIC X(60).
       01  LIST-IDX                     PIC 9(4).

      * Normalizer work area: NORM-INPUT in, tokens and the
      * squeezed name out.
       01  NORM-INPUT                   PIC X(60).
       01  NORM-WORK                    PIC X(60).
       01  NORM-POS                     PIC 99.
       01  NORM-CHAR                    PIC X.
       01  NORM-CUR-TOKEN               PIC X(20).
       01  NORM-CUR-LEN                 PIC 99.
       01  NORM-SQUEEZED                PIC X(60).
       01  NORM-SQUEEZE-LEN             PIC 99.
       01  NORM-TOKEN-COUNT             PIC 9.
       01  NORM-TOKEN-TABLE.
           05  NORM-TOKEN-ENTRY OCCURS 8 TIMES.
               10  NORM-TOKEN           PIC X(20).
               10  NORM-TOKEN-LEN       PIC 99.
       01  NORM-SWAP-TOKEN              PIC X(20).
       01  NORM-SWAP-LEN                PIC 99.
       01  NORM-I                       PIC 9.
       01  NORM-J                       PIC 9.
       01  NOISE-SW                     PIC X.
           88  IS-NOISE-WORD                         VALUE 'Y'.
       01  LOWER-LETTERS                PIC X(26)
                             VALUE "abcdefghijklmnopqrstuvwxyz".
       01  UPPER-LETTERS                PIC X(26)
                             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  PUNCTUATION-CHARS            PIC X(18)
                             VALUE ".,;:'-/&()!?#*+_@~".
       01  PUNCTUATION-SPACES           PIC X(18)   VALUE SPACES.
       01  NOISE-WORD-VALUES.
           05  FILLER                   PIC X(4)    VALUE "THE ".
           05  FILLER                   PIC X(4)    VALUE "AND ".
           05  FILLER                   PIC X(4)    VALUE "OF  ".
           05  FILLER                   PIC X(4)    VALUE "LTD ".
           05  FILLER                   PIC X(4)    VALUE "INC ".
           05  FILLER                   PIC X(4)    VALUE "LLC ".
           05  FILLER                   PIC X(4)    VALUE "CO  ".
           05  FILLER                   PIC X(4)    VALUE "CORP".
           05  FILLER                   PIC X(4)    VALUE "PLC ".
           05  FILLER                   PIC X(4)    VALUE "MR  ".
           05  FILLER                   PIC X(4)    VALUE "MRS ".
           05  FILLER                   PIC X(4)    VALUE "MS  ".
       01  NOISE-WORD-TABLE REDEFINES NOISE-WORD-VALUES.
           05  NOISE-WORD OCCURS 12 TIMES PIC X(4).
       01  NOISE-IDX                    PIC 99.

      * The account being screened, normalized.
       01  ACCT-TOKEN-COUNT             PIC 9.
       01  ACCT-TOKEN-TABLE.
           05  ACCT-TOKEN-ENTRY OCCURS 8 TIMES.
               10  ACCT-TOKEN           PIC X(20).
               10  ACCT-TOKEN-LEN       PIC 99.
               10  ACCT-TOKEN-USED      PIC X.
       01  ACCT-SQUEEZED                PIC X(60).
       01  ACCT-I                       PIC 9.
       01  LIST-T                       PIC 9.
       01  WORDS-MATCHED                PIC 9.
       01  WORD-MATCHED-SW              PIC X.
           88  WORD-MATCHED                          VALUE 'Y'.
       01  MATCH-SCORE                  PIC 9(3).

      * One-letter-apart test between two words.
       01  EDIT-WORD-A                  PIC X(20).
       01  EDIT-LEN-A                   PIC 99.
       01  EDIT-WORD-B                  PIC X(20).
       01  EDIT-LEN-B                   PIC 99.
       01  EDIT-I                       PIC 99.
       01  EDIT-J                       PIC 99.
       01  EDIT-COUNT                   PIC 99.

       01  MASKED-ACCT                  PIC X(10).
       01  HIT-WORDS                    PIC X(10).

       01  LIST-ENTRIES-READ            PIC 9(6)    VALUE 0.
       01  LIST-ENTRIES-NEW             PIC 9(6)    VALUE 0.
       01  LIST-ENTRIES-CHANGED         PIC 9(6)    VALUE 0.
       01  LIST-ENTRIES-DROPPED         PIC 9(6)    VALUE 0.
       01  LIST-OVERFLOW                PIC 9(6)    VALUE 0.
       01  ACCOUNTS-READ                PIC 9(7)    VALUE 0.
       01  ACCOUNTS-SCREENED            PIC 9(7)    VALUE 0.
       01  HITS-RAISED                  PIC 9(6)    VALUE 0.
       01  HITS-REOPENED                PIC 9(6)    VALUE 0.
       01  HITS-PENDING                 PIC 9(6)    VALUE 0.
       01  RUN-SEVERITY                 PIC 99      VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "SCN01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM GET-PARM-CARD.
           PERFORM OPEN-THE-FILES.
           IF FILES-READY
               PERFORM LOAD-RESTRICTED-LIST
               IF LIST-READY
                   PERFORM DROP-DELISTED-ENTRIES
                   PERFORM SCREEN-THE-ACCOUNTS
               END-IF
               PERFORM LIST-PENDING-HITS
           END-IF.
           PERFORM WRITE-RUN-TOTALS.
           PERFORM CLOSE-THE-FILES.
           DISPLAY "SCN01: list entries=       " LIST-COUNT.
           DISPLAY "SCN01: accounts screened=  " ACCOUNTS-SCREENED.
           DISPLAY "SCN01: hits raised=        " HITS-RAISED.
           DISPLAY "SCN01: hits pending review= " HITS-PENDING.
           IF HITS-PENDING > 0 AND RUN-SEVERITY < 4
               MOVE 4 TO RUN-SEVERITY
           END-IF.
           CALL "DAYLOG" USING "SCN01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
           IF RUN-SEVERITY > 0
               MOVE RUN-SEVERITY TO RETURN-CODE
           END-IF.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           OPEN INPUT SCN01-PARMCARD.
           IF SCN01PM-STATUS = "00"
               READ SCN01-PARMCARD
                   AT END MOVE "10" TO SCN01PM-STATUS
               END-READ
               IF SCN01PM-STATUS = "00"
                   IF SCN01PM-THRESHOLD IS NUMERIC AND
                      SCN01PM-THRESHOLD > 0 AND
                      SCN01PM-THRESHOLD NOT > 100
                       MOVE SCN01PM-THRESHOLD TO HIT-THRESHOLD
                   END-IF
                   IF SCN01PM-FULL-FLAG = 'F'
                       MOVE 'Y' TO FULL-SCREEN-SW
                   END-IF
               END-IF
               CLOSE SCN01-PARMCARD
           END-IF.
           DISPLAY "SCN01: hit threshold " HIT-THRESHOLD.

      * First-ever run: no keyed files yet, so empty ones are
      * built, the way MST01 starts ACCTMST; with no copy of
      * the list there is nothing to compare, so the whole
      * master is screened.
       OPEN-THE-FILES.
           MOVE 'Y' TO FILES-READY-SW.
           OPEN I-O SCNLIST-FILE.
           IF SCNLIST-STATUS = "35"
               OPEN OUTPUT SCNLIST-FILE
               CLOSE SCNLIST-FILE
               OPEN I-O SCNLIST-FILE
               MOVE 'Y' TO FULL-SCREEN-SW
           END-IF.
           IF SCNLIST-STATUS NOT = "00"
               DISPLAY "SCN01: OPEN SCNLIST-FILE - status "
                       SCNLIST-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO SCNLIST-OPEN-FLAG
           END-IF.
           OPEN I-O SCNACCT-FILE.
           IF SCNACCT-STATUS = "35"
               OPEN OUTPUT SCNACCT-FILE
               CLOSE SCNACCT-FILE
               OPEN I-O SCNACCT-FILE
           END-IF.
           IF SCNACCT-STATUS NOT = "00"
               DISPLAY "SCN01: OPEN SCNACCT-FILE - status "
                       SCNACCT-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO SCNACCT-OPEN-FLAG
           END-IF.
           OPEN I-O SCNHIT-FILE.
           IF SCNHIT-STATUS = "35"
               OPEN OUTPUT SCNHIT-FILE
               CLOSE SCNHIT-FILE
               OPEN I-O SCNHIT-FILE
           END-IF.
           IF SCNHIT-STATUS NOT = "00"
               DISPLAY "SCN01: OPEN SCNHIT-FILE - status "
                       SCNHIT-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO SCNHIT-OPEN-FLAG
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS NOT = "00"
               DISPLAY "SCN01: OPEN ACCTREF-FILE - status "
                       ACCTREF-STATUS
               MOVE 'N' TO FILES-READY-SW
           ELSE
               MOVE 'O' TO ACCTREF-OPEN-FLAG
           END-IF.
           IF NOT FILES-READY
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           OPEN OUTPUT SCN01-REPORT.
           IF SCN01RPT-STATUS NOT = "00"
               DISPLAY "SCN01: OPEN SCN01-REPORT - status "
                       SCN01RPT-STATUS
           ELSE
               PERFORM BUILD-RPT-HEADER
               MOVE RPT-HDR-LINE TO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               MOVE SPACES TO SCN01-REPORT-LINE
               STRING "RESTRICTED-PARTY SCREENING OF ACCTREF - "
                      "HIT THRESHOLD " HIT-THRESHOLD
                   DELIMITED BY SIZE INTO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               MOVE SPACES TO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               MOVE "RESTRICTED LIST CHANGES" TO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
           END-IF.

      * Each entry is normalized into the table and checked
      * against the copy last screened. An unreadable or empty
      * list screens nothing and leaves the copy alone.
       LOAD-RESTRICTED-LIST.
           OPEN INPUT SCN01-RPLIST.
           IF RPLIST-STATUS NOT = "00"
               DISPLAY "SCN01: OPEN SCN01-RPLIST - status "
                       RPLIST-STATUS " - NOTHING SCREENED"
               MOVE 16 TO RUN-SEVERITY
           ELSE
               PERFORM UNTIL RPLIST-STATUS NOT = "00"
                   READ SCN01-RPLIST
                       AT END MOVE "10" TO RPLIST-STATUS
                   END-READ
                   IF RPLIST-STATUS = "00" AND
                      RPLIST-ID NOT = SPACES AND
                      RPLIST-NAME NOT = SPACES
                       ADD 1 TO LIST-ENTRIES-READ
                       PERFORM LOAD-ONE-LIST-ENTRY
                   END-IF
               END-PERFORM
               CLOSE SCN01-RPLIST
               IF LIST-COUNT > 0
                   MOVE 'Y' TO LIST-READY-SW
               ELSE
                   DISPLAY "SCN01: *** RESTRICTED LIST IS EMPTY - "
                           "NOTHING SCREENED ***"
                   MOVE 16 TO RUN-SEVERITY
               END-IF
           END-IF.
           IF LIST-OVERFLOW > 0
               DISPLAY "SCN01: *** " LIST-OVERFLOW " LIST ENTRIES "
                       "OVER THE TABLE - NOT SCREENED ***"
               MOVE 16 TO RUN-SEVERITY
           END-IF.
           IF LIST-ENTRIES-NEW > 0 OR LIST-ENTRIES-CHANGED > 0
               MOVE 'Y' TO FULL-SCREEN-SW
           END-IF.

      * Entries on the copy but not on tonight's list have been
      * delisted; their old hits stay for the record.
       DROP-DELISTED-ENTRIES.
           MOVE LOW-VALUES TO SCNLIST-ID.
           START SCNLIST-FILE
               KEY IS NOT LESS THAN SCNLIST-ID
               INVALID KEY
                   MOVE 'Y' TO SCNLIST-EOF
           END-START.
           PERFORM UNTIL SCNLIST-EOF-YES
               READ SCNLIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCNLIST-EOF
               END-READ
               IF NOT SCNLIST-EOF-YES AND
                  SCNLIST-LAST-SEEN NOT = RUN-DATE-NUM
                   ADD 1 TO LIST-ENTRIES-DROPPED
                   IF SCN01RPT-STATUS = "00"
                       MOVE SPACES TO SCN01-REPORT-LINE
                       STRING "  DELISTED " SCNLIST-ID " "
                              SCNLIST-NAME
                           DELIMITED BY SIZE INTO SCN01-REPORT-LINE
                       WRITE SCN01-REPORT-LINE
                   END-IF
                   DELETE SCNLIST-FILE
                       INVALID KEY
                           DISPLAY "SCN01: DELETE SCNLIST-FILE - "
                                   "status " SCNLIST-STATUS
                   END-DELETE
               END-IF
           END-PERFORM.
           IF SCN01RPT-STATUS = "00"
               IF LIST-ENTRIES-NEW = 0 AND
                  LIST-ENTRIES-CHANGED = 0 AND
                  LIST-ENTRIES-DROPPED = 0
                   MOVE "  (none)" TO SCN01-REPORT-LINE
                   WRITE SCN01-REPORT-LINE
               END-IF
               MOVE SPACES TO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               IF FULL-SCREEN
                   MOVE "POSSIBLE HITS - WHOLE MASTER SCREENED" TO
                        SCN01-REPORT-LINE
               ELSE
                   MOVE "POSSIBLE HITS - NEW AND RENAMED ACCOUNTS"
                        TO SCN01-REPORT-LINE
               END-IF
               WRITE SCN01-REPORT-LINE
           END-IF.

       SCREEN-THE-ACCOUNTS.
           MOVE LOW-VALUES TO ACCTREF-ACCT-NBR.
           START ACCTREF-FILE
               KEY IS NOT LESS THAN ACCTREF-ACCT-NBR
               INVALID KEY
                   MOVE 'Y' TO ACCTREF-EOF
           END-START.
           PERFORM UNTIL ACCTREF-EOF-YES
               READ ACCTREF-FILE NEXT RECORD
                   AT END MOVE 'Y' TO ACCTREF-EOF
               END-READ
               IF NOT ACCTREF-EOF-YES
                   ADD 1 TO ACCOUNTS-READ
                   PERFORM DECIDE-TO-SCREEN
                   IF SCREEN-THIS
                       ADD 1 TO ACCOUNTS-SCREENED
                       PERFORM SCREEN-ONE-ACCOUNT
                       PERFORM RECORD-ACCOUNT-SCREENED
                   END-IF
               END-IF
           END-PERFORM.
           IF HITS-RAISED = 0 AND HITS-REOPENED = 0 AND
              SCN01RPT-STATUS = "00"
               MOVE "  (none)" TO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
           END-IF.

       LIST-PENDING-HITS.
           IF SCN01RPT-STATUS = "00"
               MOVE SPACES TO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               MOVE "HITS AWAITING COMPLIANCE REVIEW" TO
                    SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
           END-IF.
           MOVE LOW-VALUES TO SCNHIT-KEY.
           START SCNHIT-FILE
               KEY IS NOT LESS THAN SCNHIT-KEY
               INVALID KEY
                   MOVE 'Y' TO SCNHIT-EOF
           END-START.
           PERFORM UNTIL SCNHIT-EOF-YES
               READ SCNHIT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO SCNHIT-EOF
               END-READ
               IF NOT SCNHIT-EOF-YES AND SCNHIT-PENDING
                   ADD 1 TO HITS-PENDING
                   IF SCN01RPT-STATUS = "00"
                       CALL "MASKACCT" USING SCNHIT-ACCT-NBR
                                             MASKED-ACCT
                       MOVE SPACES TO SCN01-REPORT-LINE
                       STRING "  " MASKED-ACCT " " SCNHIT-LIST-ID
                              " " SCNHIT-SCORE " SINCE "
                              SCNHIT-RAISED-DATE " "
                              SCNHIT-ACCT-NAME
                           DELIMITED BY SIZE INTO SCN01-REPORT-LINE
                       WRITE SCN01-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF HITS-PENDING = 0 AND SCN01RPT-STATUS = "00"
               MOVE "  (none)" TO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
           END-IF.

       WRITE-RUN-TOTALS.
           IF SCN01RPT-STATUS = "00"
               MOVE SPACES TO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               MOVE SPACES TO SCN01-REPORT-LINE
               STRING "List entries is= " LIST-COUNT
                      "  New is= " LIST-ENTRIES-NEW
                      "  Reworded is= " LIST-ENTRIES-CHANGED
                      "  Delisted is= " LIST-ENTRIES-DROPPED
                   DELIMITED BY SIZE INTO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               MOVE SPACES TO SCN01-REPORT-LINE
               STRING "Accounts read is= " ACCOUNTS-READ
                      "  Screened is= " ACCOUNTS-SCREENED
                   DELIMITED BY SIZE INTO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               MOVE SPACES TO SCN01-REPORT-LINE
               STRING "Hits raised is= " HITS-RAISED
                      "  Reopened is= " HITS-REOPENED
                      "  Pending review is= " HITS-PENDING
                   DELIMITED BY SIZE INTO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               IF NOT LIST-READY
                   MOVE SPACES TO SCN01-REPORT-LINE
                   STRING "*** RESTRICTED LIST NOT READ - NOTHING "
                          "SCREENED TONIGHT ***"
                       DELIMITED BY SIZE INTO SCN01-REPORT-LINE
                   WRITE SCN01-REPORT-LINE
               END-IF
           END-IF.

       CLOSE-THE-FILES.
           IF SCNLIST-OPEN-FLAG = 'O'
               CLOSE SCNLIST-FILE
           END-IF.
           IF SCNACCT-OPEN-FLAG = 'O'
               CLOSE SCNACCT-FILE
           END-IF.
           IF SCNHIT-OPEN-FLAG = 'O'
               CLOSE SCNHIT-FILE
           END-IF.
           IF ACCTREF-OPEN-FLAG = 'O'
               CLOSE ACCTREF-FILE
           END-IF.
           IF SCN01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               MOVE RPT-FTR-LINE TO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               CLOSE SCN01-REPORT
           END-IF.

      * LEVEL 3 ROUTINES
       LOAD-ONE-LIST-ENTRY.
           IF LIST-COUNT NOT < 5000
               ADD 1 TO LIST-OVERFLOW
           ELSE
               ADD 1 TO LIST-COUNT
               MOVE RPLIST-ID TO LST-ID (LIST-COUNT)
               MOVE RPLIST-PROGRAM TO LST-PROGRAM (LIST-COUNT)
               MOVE RPLIST-NAME TO LST-NAME (LIST-COUNT)
               MOVE RPLIST-NAME TO NORM-INPUT
               PERFORM NORMALIZE-NAME
               MOVE NORM-TOKEN-COUNT TO LST-TOKEN-COUNT (LIST-COUNT)
               PERFORM VARYING NORM-I FROM 1 BY 1 UNTIL NORM-I > 8
                   MOVE NORM-TOKEN (NORM-I) TO
                        LST-TOKEN (LIST-COUNT NORM-I)
                   MOVE NORM-TOKEN-LEN (NORM-I) TO
                        LST-TOKEN-LEN (LIST-COUNT NORM-I)
               END-PERFORM
               MOVE NORM-SQUEEZED TO LST-SQUEEZED (LIST-COUNT)
           END-IF.
           MOVE RPLIST-ID TO SCNLIST-ID.
           READ SCNLIST-FILE
               INVALID KEY
                   ADD 1 TO LIST-ENTRIES-NEW
                   MOVE "  NEW     " TO HIT-WORDS
                   PERFORM REPORT-LIST-CHANGE
                   MOVE SPACES TO SCNLIST-REC
                   MOVE RPLIST-ID TO SCNLIST-ID
                   MOVE RPLIST-NAME TO SCNLIST-NAME
                   MOVE RPLIST-PROGRAM TO SCNLIST-PROGRAM
                   MOVE RUN-DATE-NUM TO SCNLIST-LAST-SEEN
                   WRITE SCNLIST-REC
                       INVALID KEY
                           DISPLAY "SCN01: WRITE SCNLIST-FILE - "
                                   "status " SCNLIST-STATUS
                   END-WRITE
               NOT INVALID KEY
                   IF SCNLIST-NAME NOT = RPLIST-NAME
                       ADD 1 TO LIST-ENTRIES-CHANGED
                       MOVE "  REWORDED" TO HIT-WORDS
                       PERFORM REPORT-LIST-CHANGE
                   END-IF
                   MOVE RPLIST-NAME TO SCNLIST-NAME
                   MOVE RPLIST-PROGRAM TO SCNLIST-PROGRAM
                   MOVE RUN-DATE-NUM TO SCNLIST-LAST-SEEN
                   REWRITE SCNLIST-REC
                       INVALID KEY
                           DISPLAY "SCN01: REWRITE SCNLIST-FILE - "
                                   "status " SCNLIST-STATUS
                   END-REWRITE
           END-READ.

       REPORT-LIST-CHANGE.
           IF SCN01RPT-STATUS = "00"
               MOVE SPACES TO SCN01-REPORT-LINE
               STRING HIT-WORDS " " RPLIST-ID " " RPLIST-NAME
                   DELIMITED BY SIZE INTO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
           END-IF.

      * Whole master when the list changed; otherwise only
      * accounts never screened or renamed since.
       DECIDE-TO-SCREEN.
           MOVE 'N' TO SCREEN-THIS-SW.
           MOVE 'N' TO SCNACCT-FOUND-SW.
           MOVE ACCTREF-ACCT-NBR TO SCNACCT-ACCT-NBR.
           READ SCNACCT-FILE
               INVALID KEY
                   MOVE 'Y' TO SCREEN-THIS-SW
               NOT INVALID KEY
                   MOVE 'Y' TO SCNACCT-FOUND-SW
                   IF SCNACCT-NAME NOT = ACCTREF-NAME
                       MOVE 'Y' TO SCREEN-THIS-SW
                   END-IF
           END-READ.
           IF FULL-SCREEN
               MOVE 'Y' TO SCREEN-THIS-SW
           END-IF.

       SCREEN-ONE-ACCOUNT.
           MOVE ACCTREF-NAME TO NORM-INPUT.
           PERFORM NORMALIZE-NAME.
           MOVE NORM-TOKEN-COUNT TO ACCT-TOKEN-COUNT.
           PERFORM VARYING NORM-I FROM 1 BY 1 UNTIL NORM-I > 8
               MOVE NORM-TOKEN (NORM-I) TO ACCT-TOKEN (NORM-I)
               MOVE NORM-TOKEN-LEN (NORM-I) TO
                    ACCT-TOKEN-LEN (NORM-I)
           END-PERFORM.
           MOVE NORM-SQUEEZED TO ACCT-SQUEEZED.
           IF ACCT-SQUEEZED NOT = SPACES
               PERFORM VARYING LIST-IDX FROM 1 BY 1
                       UNTIL LIST-IDX > LIST-COUNT
                   PERFORM SCORE-AGAINST-ENTRY
                   IF MATCH-SCORE NOT < HIT-THRESHOLD
                       PERFORM RAISE-ONE-HIT
                   END-IF
               END-PERFORM
           END-IF.

       RECORD-ACCOUNT-SCREENED.
           MOVE ACCTREF-ACCT-NBR TO SCNACCT-ACCT-NBR.
           MOVE ACCTREF-NAME TO SCNACCT-NAME.
           MOVE RUN-DATE-NUM TO SCNACCT-SCREENED-DATE.
           IF SCNACCT-FOUND
               REWRITE SCNACCT-REC
                   INVALID KEY
                       DISPLAY "SCN01: REWRITE SCNACCT-FILE - "
                               "status " SCNACCT-STATUS
               END-REWRITE
           ELSE
               WRITE SCNACCT-REC
                   INVALID KEY
                       DISPLAY "SCN01: WRITE SCNACCT-FILE - "
                               "status " SCNACCT-STATUS
               END-WRITE
           END-IF.

      * Each list word takes the first unused account word that
      * is the same or one letter apart; squeezing the spaces
      * out catches names split or joined differently.
       SCORE-AGAINST-ENTRY.
           MOVE 0 TO MATCH-SCORE.
           IF ACCT-SQUEEZED = LST-SQUEEZED (LIST-IDX)
               MOVE 100 TO MATCH-SCORE
           ELSE
               IF ACCT-TOKEN-COUNT > 0 AND
                  LST-TOKEN-COUNT (LIST-IDX) > 0
                   MOVE 0 TO WORDS-MATCHED
                   PERFORM VARYING ACCT-I FROM 1 BY 1
                           UNTIL ACCT-I > 8
                       MOVE 'N' TO ACCT-TOKEN-USED (ACCT-I)
                   END-PERFORM
                   PERFORM VARYING LIST-T FROM 1 BY 1
                           UNTIL LIST-T > LST-TOKEN-COUNT (LIST-IDX)
                       PERFORM MATCH-ONE-LIST-WORD
                   END-PERFORM
                   COMPUTE MATCH-SCORE =
                           (WORDS-MATCHED * 200) /
                           (ACCT-TOKEN-COUNT +
                            LST-TOKEN-COUNT (LIST-IDX))
               END-IF
           END-IF.

       MATCH-ONE-LIST-WORD.
           MOVE 'N' TO WORD-MATCHED-SW.
           PERFORM VARYING ACCT-I FROM 1 BY 1
                   UNTIL ACCT-I > ACCT-TOKEN-COUNT OR WORD-MATCHED
               IF ACCT-TOKEN-USED (ACCT-I) = 'N'
                   IF ACCT-TOKEN (ACCT-I) =
                          LST-TOKEN (LIST-IDX LIST-T)
                       MOVE 'Y' TO WORD-MATCHED-SW
                   ELSE
                       IF ACCT-TOKEN-LEN (ACCT-I) > 3 AND
                          LST-TOKEN-LEN (LIST-IDX LIST-T) > 3
                           MOVE ACCT-TOKEN (ACCT-I) TO EDIT-WORD-A
                           MOVE ACCT-TOKEN-LEN (ACCT-I) TO
                                EDIT-LEN-A
                           MOVE LST-TOKEN (LIST-IDX LIST-T) TO
                                EDIT-WORD-B
                           MOVE LST-TOKEN-LEN (LIST-IDX LIST-T) TO
                                EDIT-LEN-B
                           PERFORM COUNT-WORD-EDITS
                           IF EDIT-COUNT < 2
                               MOVE 'Y' TO WORD-MATCHED-SW
                           END-IF
                       END-IF
                   END-IF
                   IF WORD-MATCHED
                       MOVE 'Y' TO ACCT-TOKEN-USED (ACCT-I)
                       ADD 1 TO WORDS-MATCHED
                   END-IF
               END-IF
           END-PERFORM.

      * Letters added, dropped, or changed between two words,
      * counted until it passes one.
       COUNT-WORD-EDITS.
           MOVE 0 TO EDIT-COUNT.
           IF EDIT-LEN-A > EDIT-LEN-B + 1 OR
              EDIT-LEN-B > EDIT-LEN-A + 1
               MOVE 2 TO EDIT-COUNT
           ELSE
               MOVE 1 TO EDIT-I
               MOVE 1 TO EDIT-J
               PERFORM UNTIL EDIT-I > EDIT-LEN-A OR
                             EDIT-J > EDIT-LEN-B OR
                             EDIT-COUNT > 1
                   IF EDIT-WORD-A (EDIT-I:1) = EDIT-WORD-B (EDIT-J:1)
                       ADD 1 TO EDIT-I
                       ADD 1 TO EDIT-J
                   ELSE
                       ADD 1 TO EDIT-COUNT
                       EVALUATE TRUE
                           WHEN EDIT-LEN-A > EDIT-LEN-B
                               ADD 1 TO EDIT-I
                           WHEN EDIT-LEN-B > EDIT-LEN-A
                               ADD 1 TO EDIT-J
                           WHEN OTHER
                               ADD 1 TO EDIT-I
                               ADD 1 TO EDIT-J
                       END-EVALUATE
                   END-IF
               END-PERFORM
               IF EDIT-COUNT < 2
                   COMPUTE EDIT-COUNT = EDIT-COUNT +
                           (EDIT-LEN-A + 1 - EDIT-I) +
                           (EDIT-LEN-B + 1 - EDIT-J)
               END-IF
           END-IF.

      * A new hit waits for review; a pending one takes the
      * latest names and score; a cleared one goes back for
      * review only if either name has changed since; a
      * confirmed one is left as it stands.
       RAISE-ONE-HIT.
           MOVE ACCTREF-ACCT-NBR TO SCNHIT-ACCT-NBR.
           MOVE LST-ID (LIST-IDX) TO SCNHIT-LIST-ID.
           READ SCNHIT-FILE
               INVALID KEY
                   MOVE SPACES TO SCNHIT-REC
                   MOVE ACCTREF-ACCT-NBR TO SCNHIT-ACCT-NBR
                   MOVE LST-ID (LIST-IDX) TO SCNHIT-LIST-ID
                   MOVE 'P' TO SCNHIT-STATE
                   PERFORM FILL-HIT-DETAIL
                   MOVE RUN-DATE-NUM TO SCNHIT-RAISED-DATE
                   MOVE 0 TO SCNHIT-ACTION-DATE
                   WRITE SCNHIT-REC
                       INVALID KEY
                           DISPLAY "SCN01: WRITE SCNHIT-FILE - "
                                   "status " SCNHIT-STATUS
                   END-WRITE
                   ADD 1 TO HITS-RAISED
                   MOVE "NEW HIT" TO HIT-WORDS
                   PERFORM REPORT-ONE-HIT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SCNHIT-PENDING
                           PERFORM FILL-HIT-DETAIL
                           PERFORM REWRITE-HIT
                       WHEN SCNHIT-CLEARED
                           IF SCNHIT-ACCT-NAME NOT = ACCTREF-NAME OR
                              SCNHIT-LIST-NAME NOT =
                                  LST-NAME (LIST-IDX)
                               MOVE 'P' TO SCNHIT-STATE
                               PERFORM FILL-HIT-DETAIL
                               MOVE RUN-DATE-NUM TO
                                    SCNHIT-RAISED-DATE
                               PERFORM REWRITE-HIT
                               ADD 1 TO HITS-REOPENED
                               MOVE "REOPENED" TO HIT-WORDS
                               PERFORM REPORT-ONE-HIT
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       FILL-HIT-DETAIL.
           MOVE MATCH-SCORE TO SCNHIT-SCORE.
           MOVE ACCTREF-NAME TO SCNHIT-ACCT-NAME.
           MOVE LST-NAME (LIST-IDX) TO SCNHIT-LIST-NAME.
           MOVE LST-PROGRAM (LIST-IDX) TO SCNHIT-LIST-PROGRAM.

       REWRITE-HIT.
           REWRITE SCNHIT-REC
               INVALID KEY
                   DISPLAY "SCN01: REWRITE SCNHIT-FILE - status "
                           SCNHIT-STATUS
           END-REWRITE.

       REPORT-ONE-HIT.
           IF SCN01RPT-STATUS = "00"
               CALL "MASKACCT" USING ACCTREF-ACCT-NBR MASKED-ACCT
               MOVE SPACES TO SCN01-REPORT-LINE
               STRING "  " MASKED-ACCT " " ACCTREF-NAME " "
                      HIT-WORDS " " MATCH-SCORE
                   DELIMITED BY SIZE INTO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
               MOVE SPACES TO SCN01-REPORT-LINE
               STRING "      LISTED " LST-ID (LIST-IDX) " "
                      LST-NAME (LIST-IDX)
                   DELIMITED BY SIZE INTO SCN01-REPORT-LINE
               WRITE SCN01-REPORT-LINE
           END-IF.

      * Upper case, punctuation to spaces, split into words;
      * single letters and noise words dropped; words sorted so
      * order does not matter. NORM-SQUEEZED keeps every letter
      * in its original order with the spaces taken out.
       NORMALIZE-NAME.
           MOVE NORM-INPUT TO NORM-WORK.
           INSPECT NORM-WORK CONVERTING LOWER-LETTERS
                                     TO UPPER-LETTERS.
           INSPECT NORM-WORK CONVERTING PUNCTUATION-CHARS
                                     TO PUNCTUATION-SPACES.
           MOVE 0 TO NORM-TOKEN-COUNT.
           MOVE SPACES TO NORM-TOKEN-TABLE.
           PERFORM VARYING NORM-I FROM 1 BY 1 UNTIL NORM-I > 8
               MOVE 0 TO NORM-TOKEN-LEN (NORM-I)
           END-PERFORM.
           MOVE SPACES TO NORM-SQUEEZED.
           MOVE 0 TO NORM-SQUEEZE-LEN.
           MOVE SPACES TO NORM-CUR-TOKEN.
           MOVE 0 TO NORM-CUR-LEN.
           PERFORM VARYING NORM-POS FROM 1 BY 1 UNTIL NORM-POS > 60
               MOVE NORM-WORK (NORM-POS:1) TO NORM-CHAR
               IF NORM-CHAR = SPACE
                   PERFORM CLOSE-NORM-TOKEN
               ELSE
                   ADD 1 TO NORM-SQUEEZE-LEN
                   MOVE NORM-CHAR TO
                        NORM-SQUEEZED (NORM-SQUEEZE-LEN:1)
                   IF NORM-CUR-LEN < 20
                       ADD 1 TO NORM-CUR-LEN
                       MOVE NORM-CHAR TO
                            NORM-CUR-TOKEN (NORM-CUR-LEN:1)
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM CLOSE-NORM-TOKEN.
           PERFORM VARYING NORM-I FROM 1 BY 1
                   UNTIL NORM-I >= NORM-TOKEN-COUNT
               PERFORM VARYING NORM-J FROM 1 BY 1
                       UNTIL NORM-J > NORM-TOKEN-COUNT - NORM-I
                   IF NORM-TOKEN (NORM-J) > NORM-TOKEN (NORM-J + 1)
                       MOVE NORM-TOKEN (NORM-J) TO NORM-SWAP-TOKEN
                       MOVE NORM-TOKEN-LEN (NORM-J) TO NORM-SWAP-LEN
                       MOVE NORM-TOKEN (NORM-J + 1) TO
                            NORM-TOKEN (NORM-J)
                       MOVE NORM-TOKEN-LEN (NORM-J + 1) TO
                            NORM-TOKEN-LEN (NORM-J)
                       MOVE NORM-SWAP-TOKEN TO NORM-TOKEN (NORM-J + 1)
                       MOVE NORM-SWAP-LEN TO
                            NORM-TOKEN-LEN (NORM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       CLOSE-NORM-TOKEN.
           IF NORM-CUR-LEN > 1
               MOVE 'N' TO NOISE-SW
               PERFORM VARYING NOISE-IDX FROM 1 BY 1
                       UNTIL NOISE-IDX > 12
                   IF NORM-CUR-TOKEN = NOISE-WORD (NOISE-IDX)
                       MOVE 'Y' TO NOISE-SW
                   END-IF
               END-PERFORM
               IF NOT IS-NOISE-WORD AND NORM-TOKEN-COUNT < 8
                   ADD 1 TO NORM-TOKEN-COUNT
                   MOVE NORM-CUR-TOKEN TO
                        NORM-TOKEN (NORM-TOKEN-COUNT)
                   MOVE NORM-CUR-LEN TO
                        NORM-TOKEN-LEN (NORM-TOKEN-COUNT)
               END-IF
           END-IF.
           MOVE SPACES TO NORM-CUR-TOKEN.
           MOVE 0 TO NORM-CUR-LEN.

       COPY "rptbuild.cpy" REPLACING ==:PROGID:== BY =="SCN01"==.
