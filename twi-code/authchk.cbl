       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTHCHK IS INITIAL PROGRAM.
      *--------------------------------------------------
      * SHARED APPROVAL AUTHORITY CHECK. HOLDING A CONSOLE IN
      * MENU01SEC USED TO MEAN AUTHORITY OVER ANY AMOUNT; AUDIT
      * WANTED IT TIERED BY SENIORITY. EVERY CONSOLE THAT MOVES
      * MONEY ON AN OPERATOR'S SAY-SO (HLD01 RELEASE, ADJ01
      * ENTRY, REJ02 RELEASE, COR01 REPOST) CALLS THIS WITH THE
      * OPERATOR, THE FUNCTION, THE ACCOUNT, AND THE AMOUNT.
      * THE AUTHLMT MATRIX GIVES EACH OPERATOR A LIMIT PER
      * FUNCTION; AN OPERATOR WITH NO LINE FOR THE FUNCTION HAS
      * NO AUTHORITY IN IT. THE SIZE OF THE ITEM IS WHAT
      * COUNTS, SO A DEBIT AND A CREDIT OF THE SAME AMOUNT NEED
      * THE SAME AUTHORITY. ON A REFUSAL THE CALLER GETS BACK
      * UP TO FOUR OTHER OPERATORS WHO COULD ACT, SO THE ITEM
      * CAN BE ROUTED TO ONE OF THEM. EVERY DECISION IS LOGGED
      * TO AUTHLOG (ACCOUNT MASKED) FOR AUT01'S DAILY
      * EXCEPTIONS REPORT.
      * WITH NO AUTHLMT FILE PRESENT THE RESULT IS 'M' AND THE
      * CALLER KEEPS ITS OLD UNTIERED BEHAVIOUR - THE SAME
      * MISSING-FILE FALLBACK MENU01SEC AND PWCHK USE.
      * RESULT CODES: 'Y' WITHIN AUTHORITY, 'N' ABOVE THE LIMIT
      * (OR NO AUTHORITY), 'M' NO MATRIX FILE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTHCHK-MATRIX ASSIGN TO AUTHLMT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS AUTHLMT-STATUS.

      * ASSIGN names a working-storage variable so the suite
      * training switch keeps a practice session's decisions
      * off the production log.
           SELECT AUTHCHK-LOG ASSIGN TO AUTHLOG-FILE-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS AUTHLOG-STATUS.

           SELECT AUTHCHK-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTHCHK-MATRIX.
           COPY "authlmt.cpy".

       FD  AUTHCHK-LOG.
           COPY "authlog.cpy".

       FD  AUTHCHK-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "runid.cpy".

       01  AUTHLMT-STATUS.
           05  AUTHLMT-STATUS-L         PIC X.
           05  AUTHLMT-STATUS-R         PIC X.
       01  AUTHLOG-STATUS.
           05  AUTHLOG-STATUS-L         PIC X.
           05  AUTHLOG-STATUS-R         PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.
       01  AUTHLOG-FILE-NAME            PIC X(12)
                                        VALUE "AUTHLOG".

       01  CHECK-AMOUNT                 PIC 9(9)V99.
       01  LIMIT-FOUND-SW               PIC X       VALUE 'N'.
           88  LIMIT-FOUND                           VALUE 'Y'.
       01  REFER-COUNT                  PIC 9       VALUE 0.
       01  REFER-POS                    PIC 99.
       01  MASKED-ACCT                  PIC X(10).

       LINKAGE SECTION.
       01  AUTHCHK-OPERATOR             PIC X(10).
       01  AUTHCHK-FUNCTION             PIC X(8).
       01  AUTHCHK-ACCT                 PIC X(10).
       01  AUTHCHK-AMOUNT               PIC S9(9)V99.
       01  AUTHCHK-RESULT               PIC X.
           88  AUTHCHK-WITHIN                        VALUE 'Y'.
           88  AUTHCHK-ABOVE                         VALUE 'N'.
           88  AUTHCHK-NO-MATRIX                     VALUE 'M'.
       01  AUTHCHK-LIMIT                PIC 9(9)V99.
      * Up to four operator IDs, each followed by a space.
       01  AUTHCHK-REFER-LIST           PIC X(44).

       PROCEDURE DIVISION USING AUTHCHK-OPERATOR AUTHCHK-FUNCTION
                                 AUTHCHK-ACCT AUTHCHK-AMOUNT
                                 AUTHCHK-RESULT AUTHCHK-LIMIT
                                 AUTHCHK-REFER-LIST.
       PROGRAM-BEGIN.
           MOVE 'N' TO AUTHCHK-RESULT.
           MOVE 0 TO AUTHCHK-LIMIT.
           MOVE SPACES TO AUTHCHK-REFER-LIST.
           PERFORM CHECK-TRAINING-MODE.
           IF AUTHCHK-AMOUNT < 0
               COMPUTE CHECK-AMOUNT = 0 - AUTHCHK-AMOUNT
           ELSE
               MOVE AUTHCHK-AMOUNT TO CHECK-AMOUNT
           END-IF.
           PERFORM SEARCH-THE-MATRIX THRU SEARCH-THE-MATRIX-EXIT.
           PERFORM LOG-THE-DECISION.

       PROGRAM-DONE.
           GOBACK.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT AUTHCHK-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ AUTHCHK-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE "TRNAUTHLOG" TO AUTHLOG-FILE-NAME
               END-IF
               CLOSE AUTHCHK-SUITECFG
           END-IF.

      * One pass of the matrix finds the operator's own limit
      * for the function and, along the way, the other
      * operators whose limit would cover the item.
       SEARCH-THE-MATRIX.
           MOVE 'N' TO LIMIT-FOUND-SW.
           MOVE 0 TO REFER-COUNT.
           OPEN INPUT AUTHCHK-MATRIX.
           IF AUTHLMT-STATUS = "35"
               MOVE 'M' TO AUTHCHK-RESULT
               GO TO SEARCH-THE-MATRIX-EXIT
           END-IF.
           IF AUTHLMT-STATUS NOT = "00"
               DISPLAY "AUTHCHK: OPEN AUTHLMT - status "
                       AUTHLMT-STATUS " - no authority granted"
               GO TO SEARCH-THE-MATRIX-EXIT
           END-IF.
           PERFORM UNTIL AUTHLMT-STATUS NOT = "00"
               READ AUTHCHK-MATRIX
                   AT END MOVE "10" TO AUTHLMT-STATUS
               END-READ
               IF AUTHLMT-STATUS = "00" AND
                  AUTHLMT-FUNCTION = AUTHCHK-FUNCTION
                   PERFORM TEST-ONE-MATRIX-LINE
               END-IF
           END-PERFORM.
           CLOSE AUTHCHK-MATRIX.
           IF LIMIT-FOUND AND CHECK-AMOUNT NOT > AUTHCHK-LIMIT
               MOVE 'Y' TO AUTHCHK-RESULT
           END-IF.
       SEARCH-THE-MATRIX-EXIT.
           EXIT.

       LOG-THE-DECISION.
           CALL "BIZDATE" USING SUITE-RUN-DATE
               ON EXCEPTION
                   ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD
           END-CALL.
           ACCEPT SUITE-RUN-TIME FROM TIME.
           CALL "MASKACCT" USING AUTHCHK-ACCT MASKED-ACCT.
           OPEN EXTEND AUTHCHK-LOG.
           IF AUTHLOG-STATUS NOT = "00"
               OPEN OUTPUT AUTHCHK-LOG
           END-IF.
           IF AUTHLOG-STATUS = "00"
               MOVE SPACES TO AUTHLOG-REC
               MOVE SUITE-RUN-DATE TO AUTHLOG-DATE
               MOVE SUITE-RUN-TIME TO AUTHLOG-TIME
               MOVE AUTHCHK-OPERATOR TO AUTHLOG-OPERATOR-ID
               MOVE AUTHCHK-FUNCTION TO AUTHLOG-FUNCTION
               EVALUATE TRUE
                   WHEN AUTHCHK-WITHIN
                       MOVE 'A' TO AUTHLOG-DECISION
                   WHEN AUTHCHK-NO-MATRIX
                       MOVE 'M' TO AUTHLOG-DECISION
                   WHEN OTHER
                       MOVE 'R' TO AUTHLOG-DECISION
               END-EVALUATE
               MOVE MASKED-ACCT TO AUTHLOG-MASKED-ACCT
               MOVE CHECK-AMOUNT TO AUTHLOG-AMOUNT
               MOVE AUTHCHK-LIMIT TO AUTHLOG-LIMIT
               WRITE AUTHLOG-REC
               CLOSE AUTHCHK-LOG
           ELSE
               DISPLAY "AUTHCHK: OPEN AUTHLOG - status "
                       AUTHLOG-STATUS " - decision not logged"
           END-IF.

      * LEVEL 3 ROUTINES
       TEST-ONE-MATRIX-LINE.
           IF AUTHLMT-OPERATOR-ID = AUTHCHK-OPERATOR
               MOVE 'Y' TO LIMIT-FOUND-SW
               MOVE AUTHLMT-MAX-AMOUNT TO AUTHCHK-LIMIT
           ELSE
               IF AUTHLMT-MAX-AMOUNT NOT < CHECK-AMOUNT AND
                  REFER-COUNT < 4
                   COMPUTE REFER-POS = REFER-COUNT * 11 + 1
                   MOVE AUTHLMT-OPERATOR-ID TO
                        AUTHCHK-REFER-LIST (REFER-POS:10)
                   ADD 1 TO REFER-COUNT
               END-IF
           END-IF.
