      *             THE OPERATOR-PREPARED DATA RECORDS ON
      *             COR01FIX.
      * EVERY PIECE LOGS A CASE-STAMPED EVENT ON THE DAILY LOG.
      * THE PARM CARD ALSO NAMES THE OPERATOR SUBMITTING THE
      * CASE. BEFORE ANYTHING IS BUILT THE CORRECTION IS SIZED -
      * THE LARGER OF THE GROSS AMOUNT REVERSED AND THE GROSS
      * AMOUNT REPOSTED - AND CHECKED THROUGH AUTHCHK AGAINST
      * THAT OPERATOR'S AUTHLMT LIMIT FOR COR01. ABOVE IT, NO
      * PIECE IS BUILT, THE RUN ENDS RC 8, AND THE LISTING NAMES
      * THE OPERATORS THE CASE CAN BE RESUBMITTED UNDER.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  COR01PM-DATE-LOW         PIC 9(8).
           05  COR01PM-DATE-HIGH        PIC 9(8).
           05  COR01PM-CASE-ID          PIC X(8).
           05  COR01PM-OPERATOR         PIC X(10).

       FD  COR01-EXTRACT.
       01  COR01-EXTRACT-REC            PIC X(80).
       01  CASE-DATE-LOW                PIC 9(8)    VALUE 0.
       01  CASE-DATE-HIGH               PIC 9(8)    VALUE 99999999.
       01  CASE-ID                      PIC X(8)    VALUE SPACES.
       01  CASE-OPERATOR                PIC X(10)   VALUE SPACES.
       01  PARM-OK-SW                   PIC X       VALUE 'N'.
           88  PARM-OK                               VALUE 'Y'.

       01  CASE-LOG-DETAIL              PIC X(31).
       01  MASKED-ACCT                  PIC X(10).

      * Sizing the correction: gross (unsigned) totals of what
      * would be reversed and what would be reposted.
       01  GROSS-REVERSE-AMOUNT         PIC S9(9)V99 VALUE 0.
       01  GROSS-REPOST-AMOUNT          PIC S9(9)V99 VALUE 0.
       01  REPOST-AMOUNT                PIC S9(9)V99 VALUE 0.
       01  EDITED-AMOUNT                PIC Z(8)9.99.

      * Linkage fields for the shared AUTHCHK authority check.
       01  AUTH-RESULT                  PIC X.
           88  AUTH-WITHIN                           VALUE 'Y'.
           88  AUTH-NO-MATRIX                        VALUE 'M'.
       01  AUTH-LIMIT                   PIC 9(9)V99.
       01  AUTH-REFER-LIST              PIC X(44).
       01  EDITED-LIMIT                 PIC Z(8)9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           CALL "DAYLOG" USING "COR01   " DAYLOG-BLANK-OPERATOR
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM GET-PARM-CARD.
           IF PARM-OK
               PERFORM SIZE-THE-CORRECTION
               PERFORM CHECK-CASE-AUTHORITY
           END-IF.
           IF NOT PARM-OK
               DISPLAY "COR01: no usable parm card - nothing done"
           ELSE
               IF NOT AUTH-WITHIN AND NOT AUTH-NO-MATRIX
                   PERFORM REFUSE-THE-CASE
               ELSE
                   PERFORM BUILD-EXTRACT-AND-REVERSAL
                   PERFORM BUILD-REPLACEMENT-SET
                   PERFORM LOG-THE-CASE
               END-IF
           END-IF.
           CALL "DAYLOG" USING "COR01   " DAYLOG-BLANK-OPERATOR
                                "STOP    " DAYLOG-BLANK-DETAIL.
                       MOVE COR01PM-DATE-HIGH TO CASE-DATE-HIGH
                   END-IF
                   MOVE COR01PM-CASE-ID TO CASE-ID
                   MOVE COR01PM-OPERATOR TO CASE-OPERATOR
               END-IF
               CLOSE COR01-PARMCARD
           END-IF.
               DISPLAY "COR01: case " CASE-ID " account "
                       MASKED-ACCT " dates " CASE-DATE-LOW
                       " to " CASE-DATE-HIGH
               DISPLAY "COR01: submitted by " CASE-OPERATOR
           END-IF.

      * A correction moves money twice - out through the
      * reversal and back in through the replacement - so it is
      * sized by the larger gross side, before anything is built.
       SIZE-THE-CORRECTION.
           MOVE 0 TO GROSS-REVERSE-AMOUNT.
           MOVE 0 TO GROSS-REPOST-AMOUNT.
           OPEN INPUT FILEDATCLT-INDEXED.
           IF FILEDATCLX-STATUS = "00"
               PERFORM SIZE-THE-REVERSAL
               CLOSE FILEDATCLT-INDEXED
           END-IF.
           OPEN INPUT COR01-FIXES.
           IF COR01FIX-STATUS = "00"
               PERFORM UNTIL FIXES-EOF-YES
                   READ COR01-FIXES
                       AT END MOVE 'Y' TO FIXES-EOF
                   END-READ
                   IF NOT FIXES-EOF-YES AND
                      NOT FILEDATCLT-CONTROL-REC
                       IF FILEDATCLT-AMOUNT < 0
                           SUBTRACT FILEDATCLT-AMOUNT FROM
                                    GROSS-REPOST-AMOUNT
                       ELSE
                           ADD FILEDATCLT-AMOUNT TO
                               GROSS-REPOST-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE COR01-FIXES
               MOVE 'N' TO FIXES-EOF
           END-IF.
           IF GROSS-REVERSE-AMOUNT > GROSS-REPOST-AMOUNT
               MOVE GROSS-REVERSE-AMOUNT TO REPOST-AMOUNT
           ELSE
               MOVE GROSS-REPOST-AMOUNT TO REPOST-AMOUNT
           END-IF.
           MOVE REPOST-AMOUNT TO EDITED-AMOUNT.
           DISPLAY "COR01: correction size " EDITED-AMOUNT.

       CHECK-CASE-AUTHORITY.
           CALL "AUTHCHK" USING CASE-OPERATOR "COR01   "
                                CASE-ACCT REPOST-AMOUNT
                                AUTH-RESULT AUTH-LIMIT
                                AUTH-REFER-LIST
               ON EXCEPTION
                   MOVE 'M' TO AUTH-RESULT
           END-CALL.

      * Nothing is built for a case above the submitter's limit;
      * the listing says who it can be resubmitted under and the
      * return code stops the stream picking up stale pieces.
       REFUSE-THE-CASE.
           MOVE AUTH-LIMIT TO EDITED-LIMIT.
           DISPLAY "COR01: case " CASE-ID " above the COR01 limit "
                   EDITED-LIMIT " of " CASE-OPERATOR
                   " - nothing built".
           IF AUTH-REFER-LIST = SPACES
               DISPLAY "COR01: no operator holds enough COR01 "
                       "authority - refer to security "
                       "administration"
           ELSE
               DISPLAY "COR01: resubmit under one of "
                       AUTH-REFER-LIST
           END-IF.
           MOVE 8 TO RETURN-CODE.
           MOVE SPACES TO CASE-LOG-DETAIL.
           STRING "CASE " CASE-ID " REFERRED"
               DELIMITED BY SIZE INTO CASE-LOG-DETAIL.
           CALL "DAYLOG" USING "COR01   " CASE-OPERATOR
                                "CORREF  " CASE-LOG-DETAIL.

      * One browse of the account's keyed records builds both
      * the evidence extract and the reversal set; each gets its
           EXIT.

      * LEVEL 3 ROUTINES
       SIZE-THE-REVERSAL.
           MOVE SPACES TO FILEDATCLT-IDX-KEY.
           MOVE CASE-ACCT TO FILEDATCLT-IDX-KEY (1:10).
           MOVE "0000" TO FILEDATCLT-IDX-KEY (11:4).
           MOVE 'N' TO BROWSE-DONE-SW.
           START FILEDATCLT-INDEXED
               KEY IS NOT LESS THAN FILEDATCLT-IDX-KEY
               INVALID KEY
                   MOVE 'Y' TO BROWSE-DONE-SW
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ FILEDATCLT-INDEXED NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-DONE-SW
               END-READ
               IF NOT BROWSE-DONE
                   IF FILEDATCLT-IDX-KEY (1:10) NOT = CASE-ACCT
                       MOVE 'Y' TO BROWSE-DONE-SW
                   ELSE
                       MOVE SPACES TO WORK-REC
                       MOVE FILEDATCLT-IDX-KEY TO WORK-REC (1:14)
                       MOVE FILEDATCLT-IDX-DATA TO
                            WORK-REC (15:66)
                       IF WORK-DATE NOT < CASE-DATE-LOW AND
                          WORK-DATE NOT > CASE-DATE-HIGH
                           IF WORK-AMOUNT < 0
                               SUBTRACT WORK-AMOUNT FROM
                                        GROSS-REVERSE-AMOUNT
                           ELSE
                               ADD WORK-AMOUNT TO
                                   GROSS-REVERSE-AMOUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           MOVE 'N' TO BROWSE-DONE-SW.

       SELECT-ONE-CASE-RECORD.
           MOVE SPACES TO WORK-REC.
           MOVE FILEDATCLT-IDX-KEY TO WORK-REC (1:14).
