      * SUPPLIER FILE. EVERY ENTRY LOGS TO ADJ01LOG WITH THE
      * OPERATOR ID; THE CONSOLE SITS BEHIND THE MENU01 SIGN-ON
      * (ADD IT TO THE MENU01OPT TABLE).
      * AN ENTRY ABOVE THE OPERATOR'S AUTHLMT LIMIT FOR ADJ01
      * (CHECKED THROUGH AUTHCHK) GOES IN ONLY WHEN AN OPERATOR
      * WHOSE LIMIT COVERS IT COUNTERSIGNS AT THE CONSOLE WITH
      * THEIR OWN PASSWORD; THE COUNTERSIGNER IS LOGGED BESIDE
      * THE ENTRY. OTHERWISE THE ENTRY IS DISCARDED AND THE
      * SCREEN NAMES WHO COULD ENTER IT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  MASKED-ACCT                  PIC X(10).

      * Linkage fields for the shared AUTHCHK authority check and
      * the PWCHK password check a countersigner passes.
       01  AUTH-RESULT                  PIC X.
           88  AUTH-WITHIN                           VALUE 'Y'.
           88  AUTH-NO-MATRIX                        VALUE 'M'.
       01  AUTH-LIMIT                   PIC 9(9)V99.
       01  AUTH-REFER-LIST              PIC X(44).
       01  EDITED-LIMIT                 PIC Z(8)9.99.
       01  COUNTERSIGN-ID               PIC X(10)   VALUE SPACES.
       01  COUNTERSIGN-ANSWER           PIC X.
       01  PWCHK-RESULT                 PIC X.
           88  PWCHK-AUTHENTICATED                   VALUE 'Y'.
           88  PWCHK-NO-FILE                         VALUE 'M'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
               DISPLAY "Entry discarded."
               GO TO TAKE-ONE-ADJUSTMENT-EXIT
           END-IF.
           PERFORM CHECK-ENTRY-AUTHORITY THRU
               CHECK-ENTRY-AUTHORITY-EXIT.
           IF NOT ENTRY-OK
               DISPLAY "Entry discarded."
               GO TO TAKE-ONE-ADJUSTMENT-EXIT
           END-IF.
           PERFORM WRITE-ONE-ADJUSTMENT.
           PERFORM LOG-ONE-ADJUSTMENT.
           IF COUNTERSIGN-ID NOT = SPACES
               PERFORM LOG-THE-COUNTERSIGN
           END-IF.
       TAKE-ONE-ADJUSTMENT-EXIT.
           EXIT.

               END-IF
           END-IF.

      * Within the operator's own limit the entry goes straight
      * in. Above it, a second operator whose limit covers the
      * amount may countersign on the spot - their own limit
      * checked and their own password proved - or the entry is
      * not written.
       CHECK-ENTRY-AUTHORITY.
           MOVE 'Y' TO ENTRY-OK-SW.
           MOVE SPACES TO COUNTERSIGN-ID.
           CALL "AUTHCHK" USING OPERATOR-ID "ADJ01   "
                                ENTRY-ACCT PARSED-AMOUNT
                                AUTH-RESULT AUTH-LIMIT
                                AUTH-REFER-LIST
               ON EXCEPTION
                   MOVE 'M' TO AUTH-RESULT
           END-CALL.
           IF AUTH-WITHIN OR AUTH-NO-MATRIX
               GO TO CHECK-ENTRY-AUTHORITY-EXIT
           END-IF.
           MOVE 'N' TO ENTRY-OK-SW.
           MOVE AUTH-LIMIT TO EDITED-LIMIT.
           DISPLAY "Above your adjustment limit of " EDITED-LIMIT.
           IF AUTH-REFER-LIST = SPACES
               DISPLAY "No operator holds enough adjustment "
                       "authority - refer it to security "
                       "administration."
               GO TO CHECK-ENTRY-AUTHORITY-EXIT
           END-IF.
           DISPLAY "Operators who can enter it: " AUTH-REFER-LIST.
           DISPLAY "Countersign now?".
           CALL "CONTYN" USING COUNTERSIGN-ANSWER.
           IF COUNTERSIGN-ANSWER NOT = 'Y'
               GO TO CHECK-ENTRY-AUTHORITY-EXIT
           END-IF.
           DISPLAY "Countersigning operator ID:".
           ACCEPT COUNTERSIGN-ID.
           IF COUNTERSIGN-ID = SPACES OR
              COUNTERSIGN-ID = OPERATOR-ID
               DISPLAY "A different operator must countersign."
               MOVE SPACES TO COUNTERSIGN-ID
               GO TO CHECK-ENTRY-AUTHORITY-EXIT
           END-IF.
           CALL "AUTHCHK" USING COUNTERSIGN-ID "ADJ01   "
                                ENTRY-ACCT PARSED-AMOUNT
                                AUTH-RESULT AUTH-LIMIT
                                AUTH-REFER-LIST
               ON EXCEPTION
                   MOVE 'M' TO AUTH-RESULT
           END-CALL.
           IF NOT AUTH-WITHIN
               DISPLAY COUNTERSIGN-ID
                       " does not hold enough adjustment authority."
               MOVE SPACES TO COUNTERSIGN-ID
               GO TO CHECK-ENTRY-AUTHORITY-EXIT
           END-IF.
           MOVE 'N' TO PWCHK-RESULT.
           CALL "PWCHK" USING COUNTERSIGN-ID PWCHK-RESULT
               ON EXCEPTION
                   MOVE 'M' TO PWCHK-RESULT
           END-CALL.
           IF PWCHK-AUTHENTICATED OR PWCHK-NO-FILE
               MOVE 'Y' TO ENTRY-OK-SW
               DISPLAY "Countersigned by " COUNTERSIGN-ID "."
           ELSE
               DISPLAY "Countersignature not authenticated."
               MOVE SPACES TO COUNTERSIGN-ID
           END-IF.
       CHECK-ENTRY-AUTHORITY-EXIT.
           EXIT.

       WRITE-ONE-ADJUSTMENT.
           PERFORM ALLOCATE-ENTRY-SEQUENCE.
           MOVE SPACES TO FILEDATCLT-REC.
               DELIMITED BY SIZE INTO ADJ01-LOG-LINE.
           WRITE ADJ01-LOG-LINE.
           CLOSE ADJ01-RUNLOG.

      * The countersigner rides on the trail directly under the
      * entry they authorised.
       LOG-THE-COUNTERSIGN.
           OPEN EXTEND ADJ01-RUNLOG.
           IF ADJ01LOG-STATUS NOT = "00"
               OPEN OUTPUT ADJ01-RUNLOG
           END-IF.
           MOVE SPACES TO ADJ01-LOG-LINE.
           STRING SUITE-RUN-DATE-X " " SUITE-RUN-TIME " "
                  COUNTERSIGN-ID " AUTHORISED " MASKED-ACCT
                  " " ENTRY-TYPE " " EDITED-AMOUNT
               DELIMITED BY SIZE INTO ADJ01-LOG-LINE.
           WRITE ADJ01-LOG-LINE.
           CLOSE ADJ01-RUNLOG.
