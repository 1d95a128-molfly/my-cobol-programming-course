       IDENTIFICATION DIVISION.
       PROGRAM-ID. PEX01.
      *--------------------------------------------------
      * POSTING-EXCEPTION REPAIR CONSOLE. MST01 QUEUES EVERY
      * VALIDATED TRANSACTION IT COULD NOT POST - NO SUCH
      * ACCOUNT, ACCOUNT CLOSED, WRONG ENTITY AND THE REST - ON
      * THE KEYED PSTEXC FILE WITH ITS REASON, WHERE IT USED TO
      * BE ONLY A LINE ON MST01RPT THAT SOMEBODY RETYPED
      * THROUGH ADJ01 OR NOBODY DID. PEX01 IS GATED THE SAME
      * WAY SEC01 GATES ITS FUNCTIONS - THE SIGNING-ON OPERATOR
      * MUST HOLD "PEX01" IN THEIR MENU01SEC ALLOWED-PROGRAM
      * SLOTS - AND WALKS THE OPEN AND HELD ITEMS ONE BY ONE:
      *   R REDIRECTS THE ITEM TO THE RIGHT ACCOUNT. THE NEW
      *     NUMBER MUST PASS THE SHARED CHECK DIGIT AND SUIT THE
      *     ITEM ON THE MASTER - OPEN AND IN THE ITEM'S ENTITY
      *     FOR A POSTING OR CLOSE, CLOSED FOR A REOPEN, NOT YET
      *     THERE FOR AN ADD,
      *   H HOLDS IT PENDING AN ACCOUNT OPENING - THE ACCOUNT
      *     AWAITED (BLANK KEEPS THE ITEM'S OWN), WHICH PEX02
      *     WATCHES FOR EACH NIGHT,
      *   T MARKS IT FOR RETURN TO THE SUPPLIER, WITH A REASON,
      *   S SKIPS IT AND Q ENDS THE SESSION.
      * EACH DECISION IS REWRITTEN ON THE ITEM WITH THE OPERATOR
      * AND THE BUSINESS DATE AND LOGGED THROUGH DAYLOG; NOTHING
      * REACHES THE STREAM UNTIL PEX02 DELIVERS IT THAT NIGHT.
      * UNDER THE SUITE TRAINING SWITCH THE SESSION WORKS THE
      * TRN-PREFIXED COPY OF THE QUEUE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGN names a working-storage variable so the suite
      * training switch can point a practice session at the
      * TRN-prefixed copy.
           SELECT EXCEPTION-FILE ASSIGN TO EXCEPTION-FILE-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PSTEXC-KEY
                  FILE STATUS   IS PSTEXC-STATUS.

      * The master is only read, to prove a keyed account suits
      * the item. No master, no proof - the usual missing-file
      * fallback, with a warning on every redirect.
           SELECT ACCTMST-FILE ASSIGN TO ACCTMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT PEX01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT PEX01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCEPTION-FILE.
           COPY "pstexc.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  PEX01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  PEX01-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==EXCEPTION==.

       01  PSTEXC-STATUS.
           05  PSTEXC-STATUS-L          PIC X.
           05  PSTEXC-STATUS-R          PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

      * Suite training switch and the dataset name it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  EXCEPTION-FILE-NAME          PIC X(12)
                                        VALUE "PSTEXC".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  AUTHORISED-SW                PIC X       VALUE 'N'.
           88  IS-AUTHORISED                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTMST-PRESENT                       VALUE 'Y'.
       01  QUIT-SW                      PIC X       VALUE 'N'.
           88  SESSION-QUIT                          VALUE 'Y'.
       01  BUSINESS-DATE-NUM            PIC 9(8)    VALUE 0.

      * The queued image laid back out as a FILEDATCLT record.
       COPY "filedatclt.cpy".

       01  DECISION-PICK                PIC X.
       01  DECISION-NOTE                PIC X(30).
       01  KEYED-ACCT                   PIC X(10).
       01  CHKDGT-RESULT                PIC X.
           88  CHKDGT-PASSED                         VALUE 'Y'.
       01  TARGET-OK-SW                 PIC X.
           88  TARGET-OK                             VALUE 'Y'.
       01  TARGET-REFUSAL               PIC X(40).
       01  MASKED-ACCT                  PIC X(10).
       01  MASKED-TARGET                PIC X(10).
       01  EDITED-AMOUNT                PIC -(9)9.99.
       01  LOG-ACTION                   PIC X(8).
       01  LOG-DETAIL                   PIC X(31).

       01  ITEMS-SHOWN                  PIC 9(5)    VALUE 0.
       01  REDIRECTED-COUNT             PIC 9(5)    VALUE 0.
       01  HELD-COUNT                   PIC 9(5)    VALUE 0.
       01  RETURN-COUNT                 PIC 9(5)    VALUE 0.
       01  SKIPPED-COUNT                PIC 9(5)    VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "PEX01   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           CALL "BIZDATE" USING BUSINESS-DATE-NUM
               ON EXCEPTION
                   ACCEPT BUSINESS-DATE-NUM FROM DATE YYYYMMDD
           END-CALL.
           PERFORM CHECK-AUTHORISED.
           IF NOT IS-AUTHORISED
               DISPLAY "PEX01: " OPERATOR-ID " does not hold "
                       "PEX01 - access denied."
           ELSE
               PERFORM WORK-THE-QUEUE THRU WORK-THE-QUEUE-EXIT
           END-IF.
           DISPLAY "PEX01: items shown= " ITEMS-SHOWN
                   " redirected= " REDIRECTED-COUNT
                   " held= " HELD-COUNT.
           DISPLAY "PEX01: for return= " RETURN-COUNT
                   " skipped= " SKIPPED-COUNT.
           CALL "DAYLOG" USING "PEX01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT PEX01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ PEX01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNPSTEXC" TO EXCEPTION-FILE-NAME
                   DISPLAY "*** TRAINING *** practice exception "
                           "queue in use - nothing is real"
               END-IF
               CLOSE PEX01-SUITECFG
           END-IF.

       CHECK-AUTHORISED.
           MOVE 'N' TO AUTHORISED-SW.
           OPEN INPUT PEX01-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ PEX01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "PEX01   "
                               MOVE 'Y' TO AUTHORISED-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE PEX01-SECURITY
           END-IF.

      * Open and held items are offered in key order; an item
      * already redirected or marked for return waits for PEX02
      * and is passed over.
       WORK-THE-QUEUE.
           OPEN I-O EXCEPTION-FILE.
           IF PSTEXC-STATUS NOT = "00"
               DISPLAY "PEX01: OPEN EXCEPTION-FILE - status "
                       PSTEXC-STATUS
               GO TO WORK-THE-QUEUE-EXIT
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           ELSE
               DISPLAY "PEX01: no account master - status "
                       ACCTMST-STATUS " - keyed accounts unproved"
           END-IF.
           PERFORM UNTIL EXCEPTION-EOF-YES OR SESSION-QUIT
               READ EXCEPTION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO EXCEPTION-EOF
               END-READ
               IF NOT EXCEPTION-EOF-YES
                   IF PSTEXC-OPEN OR PSTEXC-HELD
                       PERFORM WORK-ONE-ITEM THRU
                           WORK-ONE-ITEM-EXIT
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE EXCEPTION-FILE.
           IF ACCTMST-PRESENT
               CLOSE ACCTMST-FILE
           END-IF.
       WORK-THE-QUEUE-EXIT.
           EXIT.

      * LEVEL 3 ROUTINES
       WORK-ONE-ITEM.
           ADD 1 TO ITEMS-SHOWN.
           MOVE PSTEXC-TXN TO FILEDATCLT-REC.
           PERFORM SHOW-ONE-ITEM.
           MOVE SPACE TO DECISION-PICK.
           PERFORM UNTIL DECISION-PICK = "R" OR "H" OR "T" OR "S"
                                          OR "Q"
               DISPLAY "R=redirect, H=hold for account opening, "
                       "T=return to supplier, S=skip, Q=quit:"
               ACCEPT DECISION-PICK
               INSPECT DECISION-PICK CONVERTING "rhtsq" TO "RHTSQ"
           END-PERFORM.
           EVALUATE DECISION-PICK
               WHEN "Q"
                   MOVE 'Y' TO QUIT-SW
                   SUBTRACT 1 FROM ITEMS-SHOWN
               WHEN "S"
                   ADD 1 TO SKIPPED-COUNT
               WHEN "R"
                   PERFORM REDIRECT-ONE-ITEM THRU
                       REDIRECT-ONE-ITEM-EXIT
               WHEN "H"
                   PERFORM HOLD-ONE-ITEM THRU HOLD-ONE-ITEM-EXIT
               WHEN "T"
                   PERFORM RETURN-ONE-ITEM
           END-EVALUATE.
       WORK-ONE-ITEM-EXIT.
           EXIT.

       SHOW-ONE-ITEM.
           DISPLAY " ".
           IF TRAINING-MODE
               DISPLAY "*** TRAINING ***"
           END-IF.
           CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT.
           MOVE FILEDATCLT-AMOUNT TO EDITED-AMOUNT.
           DISPLAY "Item " MASKED-ACCT
                   " SEQ " FILEDATCLT-KEY (11:4)
                   " DATE " FILEDATCLT-DATE
                   " TYPE " FILEDATCLT-REC-TYPE
                   " SOURCE " PSTEXC-SOURCE-ID.
           DISPLAY "Amount " EDITED-AMOUNT
                   " CUR " FILEDATCLT-CURRENCY-CODE
                   " ENT " FILEDATCLT-ENTITY.
           DISPLAY "Not posted " PSTEXC-BUS-DATE ": "
                   PSTEXC-REASON.
           IF PSTEXC-HELD
               CALL "MASKACCT" USING PSTEXC-TARGET-ACCT
                                      MASKED-TARGET
               DISPLAY "Held for " MASKED-TARGET " since "
                       PSTEXC-ACTION-DATE " by " PSTEXC-OPERATOR
           END-IF.

       REDIRECT-ONE-ITEM.
           DISPLAY "Account to post to:".
           ACCEPT KEYED-ACCT.
           IF KEYED-ACCT = SPACES
               DISPLAY "No account keyed - item left as it was."
               ADD 1 TO SKIPPED-COUNT
               GO TO REDIRECT-ONE-ITEM-EXIT
           END-IF.
           PERFORM VERIFY-KEYED-ACCOUNT THRU
               VERIFY-KEYED-ACCOUNT-EXIT.
           IF NOT TARGET-OK
               DISPLAY "Refused - " TARGET-REFUSAL
               DISPLAY "Item left as it was."
               ADD 1 TO SKIPPED-COUNT
               GO TO REDIRECT-ONE-ITEM-EXIT
           END-IF.
           MOVE 'R' TO PSTEXC-STATE.
           MOVE KEYED-ACCT TO PSTEXC-TARGET-ACCT.
           MOVE SPACES TO PSTEXC-NOTE.
           MOVE "PEXREDIR" TO LOG-ACTION.
           PERFORM REWRITE-THE-DECISION.
           IF PSTEXC-STATUS = "00"
               ADD 1 TO REDIRECTED-COUNT
           END-IF.
       REDIRECT-ONE-ITEM-EXIT.
           EXIT.

      * The account awaited only has to be a well-formed number;
      * PEX02 releases the item the night it opens.
       HOLD-ONE-ITEM.
           IF FILEDATCLT-REC-TYPE = "AD"
               DISPLAY "An add opens the account itself and cannot "
                       "wait for one - redirect or return it."
               ADD 1 TO SKIPPED-COUNT
               GO TO HOLD-ONE-ITEM-EXIT
           END-IF.
           CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT.
           DISPLAY "Account awaited (blank keeps " MASKED-ACCT "):".
           ACCEPT KEYED-ACCT.
           IF KEYED-ACCT = SPACES
               MOVE FILEDATCLT-ACCT-NBR TO KEYED-ACCT
           ELSE
               CALL "CHKDGT" USING KEYED-ACCT CHKDGT-RESULT
               IF NOT CHKDGT-PASSED
                   DISPLAY "Account fails the check digit - item "
                           "left as it was."
                   ADD 1 TO SKIPPED-COUNT
                   GO TO HOLD-ONE-ITEM-EXIT
               END-IF
           END-IF.
           DISPLAY "Note (optional):".
           MOVE SPACES TO DECISION-NOTE.
           ACCEPT DECISION-NOTE.
           MOVE 'H' TO PSTEXC-STATE.
           MOVE KEYED-ACCT TO PSTEXC-TARGET-ACCT.
           MOVE DECISION-NOTE TO PSTEXC-NOTE.
           MOVE "PEXHOLD " TO LOG-ACTION.
           PERFORM REWRITE-THE-DECISION.
           IF PSTEXC-STATUS = "00"
               ADD 1 TO HELD-COUNT
           END-IF.
       HOLD-ONE-ITEM-EXIT.
           EXIT.

       RETURN-ONE-ITEM.
           MOVE SPACES TO DECISION-NOTE.
           PERFORM UNTIL DECISION-NOTE NOT = SPACES
               DISPLAY "Reason for the supplier (required):"
               ACCEPT DECISION-NOTE
           END-PERFORM.
           MOVE 'T' TO PSTEXC-STATE.
           MOVE SPACES TO PSTEXC-TARGET-ACCT.
           MOVE DECISION-NOTE TO PSTEXC-NOTE.
           MOVE "PEXRETN " TO LOG-ACTION.
           PERFORM REWRITE-THE-DECISION.
           IF PSTEXC-STATUS = "00"
               ADD 1 TO RETURN-COUNT
           END-IF.

      * A redirect must suit the item as MST01 will apply it:
      * an add wants a number not yet on the master, a reopen
      * a closed account, anything else an open one; every one
      * but the add must be in the item's entity.
       VERIFY-KEYED-ACCOUNT.
           MOVE 'N' TO TARGET-OK-SW.
           MOVE SPACES TO TARGET-REFUSAL.
           IF KEYED-ACCT = FILEDATCLT-ACCT-NBR
               MOVE "that is the account it failed on" TO
                    TARGET-REFUSAL
               GO TO VERIFY-KEYED-ACCOUNT-EXIT
           END-IF.
           CALL "CHKDGT" USING KEYED-ACCT CHKDGT-RESULT.
           IF NOT CHKDGT-PASSED
               MOVE "account fails the check digit" TO
                    TARGET-REFUSAL
               GO TO VERIFY-KEYED-ACCOUNT-EXIT
           END-IF.
           IF NOT ACCTMST-PRESENT
               DISPLAY "Warning - no master to prove the account "
                       "against."
               MOVE 'Y' TO TARGET-OK-SW
               GO TO VERIFY-KEYED-ACCOUNT-EXIT
           END-IF.
           MOVE KEYED-ACCT TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   IF FILEDATCLT-REC-TYPE = "AD"
                       MOVE 'Y' TO TARGET-OK-SW
                   ELSE
                       MOVE "account not on master" TO
                            TARGET-REFUSAL
                   END-IF
                   GO TO VERIFY-KEYED-ACCOUNT-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN FILEDATCLT-REC-TYPE = "AD"
                   MOVE "account already on master" TO
                        TARGET-REFUSAL
               WHEN ACCTMST-ENTITY NOT = FILEDATCLT-ENTITY
                   MOVE "account is in another entity" TO
                        TARGET-REFUSAL
               WHEN FILEDATCLT-REC-TYPE = "RO"
                   IF ACCTMST-CLOSED
                       MOVE 'Y' TO TARGET-OK-SW
                   ELSE
                       MOVE "account not closed" TO TARGET-REFUSAL
                   END-IF
               WHEN ACCTMST-CLOSED
                   MOVE "account closed" TO TARGET-REFUSAL
               WHEN OTHER
                   MOVE 'Y' TO TARGET-OK-SW
           END-EVALUATE.
       VERIFY-KEYED-ACCOUNT-EXIT.
           EXIT.

       REWRITE-THE-DECISION.
           MOVE OPERATOR-ID TO PSTEXC-OPERATOR.
           MOVE BUSINESS-DATE-NUM TO PSTEXC-ACTION-DATE.
           REWRITE PSTEXC-REC
               INVALID KEY
                   DISPLAY "PEX01: REWRITE EXCEPTION-FILE - status "
                           PSTEXC-STATUS " - decision not kept"
           END-REWRITE.
           IF PSTEXC-STATUS = "00"
               CALL "MASKACCT" USING FILEDATCLT-ACCT-NBR MASKED-ACCT
               MOVE SPACES TO LOG-DETAIL
               IF PSTEXC-TARGET-ACCT = SPACES
                   STRING MASKED-ACCT FILEDATCLT-KEY (11:4)
                       DELIMITED BY SIZE INTO LOG-DETAIL
               ELSE
                   CALL "MASKACCT" USING PSTEXC-TARGET-ACCT
                                          MASKED-TARGET
                   STRING MASKED-ACCT FILEDATCLT-KEY (11:4)
                          " TO " MASKED-TARGET
                       DELIMITED BY SIZE INTO LOG-DETAIL
               END-IF
               CALL "DAYLOG" USING "PEX01   " OPERATOR-ID
                                    LOG-ACTION LOG-DETAIL
           END-IF.
