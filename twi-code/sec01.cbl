      * CHANGE IS WRITTEN TO THE SEC01LOG AUDIT LOG WITH THE
      * SUPERVISOR'S ID. THE FILE IS ONLY REWRITTEN WHEN THE
      * SESSION ENDS CLEANLY THROUGH THE SAVE PROMPT.
      * THE SAME SESSION MAINTAINS THE AUTHLMT APPROVAL
      * AUTHORITY MATRIX AUTHCHK READS: ONE LIMIT PER OPERATOR
      * PER MONEY-MOVING FUNCTION (HLD01, ADJ01, REJ02, COR01),
      * SET IN WHOLE UNITS, ZERO TO WITHDRAW IT. IT IS REWRITTEN
      * WITH MENU01SEC AT THE SAVE PROMPT AND AUDITED THE SAME
      * WAY; REMOVING AN OPERATOR DROPS THEIR LIMITS TOO.
      * IT IS ALSO THE ONLY PLACE THE SUPPLIER DELIVERY
      * AUTHENTICATION KEYS ON SUPMST ARE SET: REPLACE THE KEY IN
      * FORCE, SCHEDULE THE NEXT KEY TO TAKE OVER FROM A ROLLOVER
      * DATE AGREED WITH THE SUPPLIER, OR WITHDRAW AUTHENTICATION.
      * A KEY IS NEVER DISPLAYED OR LOGGED - THE AUDIT LINE NAMES
      * THE SUPPLIER AND ANY ROLLOVER DATE ONLY - AND THE PROFILE
      * IS REWRITTEN AND AUDITED ON THE SPOT.
      * A NEW SUPPLIER'S PROFILE GOES ON PENDING CERTIFICATION
      * AND IS ACTIVATED HERE ONLY WHEN THE LATEST SUPCERT RECORD
      * CER01 WROTE FOR THAT SOURCE ID IS A PASS; A FAILED OR
      * MISSING CERTIFICATION IS REFUSED AND THE REFUSAL AUDITED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01PWD-STATUS.

           SELECT SEC01-LIMITS ASSIGN TO AUTHLMT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS AUTHLMT-STATUS.

      * Supplier profiles, for the delivery authentication keys.
           SELECT SEC01-SUPPLIERS ASSIGN TO SUPMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS SUPMST-SOURCE-ID
                  FILE STATUS   IS SUPMST-STATUS.

      * Certification history, for profile activation.
           SELECT SEC01-CERTS ASSIGN TO SUPCERT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUPCERT-STATUS.

           SELECT SEC01-RUNLOG ASSIGN TO SEC01LOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           05  PWD-FORCE-SW             PIC X.
           05  FILLER                   PIC X(48).

       FD  SEC01-LIMITS.
           COPY "authlmt.cpy".

       FD  SEC01-SUPPLIERS.
           COPY "supmst.cpy".

       FD  SEC01-CERTS.
           COPY "supcert.cpy".

       FD  SEC01-RUNLOG.
       01  SEC01-LOG-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SUPCERT==.

       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
       01  MENU01PWD-STATUS.
           05  MENU01PWD-STATUS-L       PIC X.
           05  MENU01PWD-STATUS-R       PIC X.
       01  AUTHLMT-STATUS.
           05  AUTHLMT-STATUS-L         PIC X.
           05  AUTHLMT-STATUS-R         PIC X.
       01  SUPMST-STATUS.
           05  SUPMST-STATUS-L          PIC X.
           05  SUPMST-STATUS-R          PIC X.
       01  SUPCERT-STATUS.
           05  SUPCERT-STATUS-L         PIC X.
           05  SUPCERT-STATUS-R         PIC X.

      * Profile activation: the latest certification on record
      * for the source id, found by reading SUPCERT to the end.
       01  CERT-FOUND-SW                PIC X.
           88  CERT-FOUND                            VALUE 'Y'.
       01  CERT-LAST-VERDICT            PIC X(4).
       01  CERT-LAST-DATE               PIC 9(8).

      * Delivery authentication key maintenance. The new key is
      * keyed through LIMIT-TEXT and PARSE-THE-LIMIT like an
      * authority limit - nine digits at most.
       01  KEY-SOURCE-ID                PIC X(8).
       01  KEY-ACTION                   PIC X.
       01  KEY-TODAY                    PIC 9(8).
       01  KEY-ROLL-TEXT                PIC X(8).
       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

      * The approval authority matrix, held whole and rewritten
      * at the save prompt only if a limit changed. It holds at
      * most 200 limits. A file with more than that is counted
      * in LIMIT-OVERFLOW-COUNT and never rewritten from the
      * table, since the limits past the 200th would be lost.
       01  LIMIT-COUNT                  PIC 999     VALUE 0.
       01  LIMIT-TABLE.
           05  LIMIT-ENTRY OCCURS 200 TIMES.
               10  LIMIT-TBL-OPERATOR   PIC X(10).
               10  LIMIT-TBL-FUNCTION   PIC X(8).
               10  LIMIT-TBL-AMOUNT     PIC 9(9)V99.
       01  LIMIT-IDX                    PIC 999.
       01  LIMIT-FOUND-IDX              PIC 999     VALUE 0.
       01  LIMIT-OVERFLOW-COUNT         PIC 9(5)    VALUE 0.
       01  LIMIT-FILE-SW                PIC X       VALUE 'N'.
           88  LIMIT-FILE-PRESENT                    VALUE 'Y'.
       01  LIMITS-CHANGED-SW            PIC X       VALUE 'N'.
           88  LIMITS-CHANGED                        VALUE 'Y'.
       01  LIMIT-TEXT                   PIC X(9).
       01  LIMIT-DIGITS                 PIC 99.
       01  LIMIT-SCAN-IDX               PIC 99.
       01  LIMIT-WHOLE                  PIC 9(9).
       01  LIMIT-OK-SW                  PIC X.
           88  LIMIT-OK                              VALUE 'Y'.
       01  EDITED-LIMIT                 PIC Z(8)9.

      * Password records held whole for the unlock rewrite.
       01  PWD-COUNT                    PIC 99      VALUE 0.
                                DAYLOG-BLANK-DETAIL.
           PERFORM LOAD-SECURITY-TABLE.
           PERFORM LOAD-PROGRAM-LIST.
           PERFORM LOAD-LIMIT-TABLE.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "SEC01: " ADMIN-ID " is not a supervisor - "
               CLOSE SEC01-OPTIONS
           END-IF.

       LOAD-LIMIT-TABLE.
           MOVE 0 TO LIMIT-COUNT.
           MOVE 0 TO LIMIT-OVERFLOW-COUNT.
           OPEN INPUT SEC01-LIMITS.
           IF AUTHLMT-STATUS = "00"
               MOVE 'Y' TO LIMIT-FILE-SW
               PERFORM UNTIL AUTHLMT-STATUS NOT = "00"
                   READ SEC01-LIMITS
                       AT END MOVE "10" TO AUTHLMT-STATUS
                   END-READ
                   IF AUTHLMT-STATUS = "00"
                       IF LIMIT-COUNT < 200
                           ADD 1 TO LIMIT-COUNT
                           MOVE AUTHLMT-OPERATOR-ID TO
                                LIMIT-TBL-OPERATOR (LIMIT-COUNT)
                           MOVE AUTHLMT-FUNCTION TO
                                LIMIT-TBL-FUNCTION (LIMIT-COUNT)
                           MOVE AUTHLMT-MAX-AMOUNT TO
                                LIMIT-TBL-AMOUNT (LIMIT-COUNT)
                       ELSE
                           ADD 1 TO LIMIT-OVERFLOW-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SEC01-LIMITS
           END-IF.
           IF LIMIT-OVERFLOW-COUNT > 0
               DISPLAY "SEC01: AUTHLMT holds more than 200 limits - "
                       LIMIT-OVERFLOW-COUNT " not loaded. Limits "
                       "cannot be changed this session."
           END-IF.

      * A supervisor is an operator whose own entry carries
      * SEC01 in one of its allowed-program slots.
       CHECK-SUPERVISOR.
               DISPLAY " "
               DISPLAY "A=Add operator R=Remove operator "
                       "G=Grant program V=Revoke program"
               DISPLAY "U=Unlock operator L=Set authority limit "
                       "K=Supplier delivery key"
               DISPLAY "P=Activate supplier profile Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'A' WHEN 'a'
                   WHEN 'U' WHEN 'u'
                       PERFORM UNLOCK-AN-OPERATOR THRU
                           UNLOCK-AN-OPERATOR-EXIT
                   WHEN 'L' WHEN 'l'
                       PERFORM SET-AUTHORITY-LIMIT THRU
                           SET-AUTHORITY-LIMIT-EXIT
                   WHEN 'K' WHEN 'k'
                       PERFORM SET-SUPPLIER-KEY THRU
                           SET-SUPPLIER-KEY-EXIT
                   WHEN 'P' WHEN 'p'
                       PERFORM ACTIVATE-SUPPLIER-PROFILE THRU
                           ACTIVATE-SUPPLIER-PROFILE-EXIT
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                        SEC-ENTRY (SEC-TBL-IDX)
               END-PERFORM
               SUBTRACT 1 FROM SECURITY-COUNT
               PERFORM DROP-OPERATOR-LIMITS
               ADD 1 TO CHANGES-MADE
               MOVE SPACES TO TARGET-PROGRAM
               MOVE "REMOVED " TO AUDIT-ACTION
       UNLOCK-AN-OPERATOR-EXIT.
           EXIT.

      * One limit per operator per money-moving function, in
      * whole units; zero withdraws the authority altogether.
      * The first limit ever set creates the matrix, and from
      * then on an operator with no limit for a function holds
      * no authority in it - the supervisor is warned.
       SET-AUTHORITY-LIMIT.
           DISPLAY "Operator ID:".
           ACCEPT TARGET-OPERATOR.
           PERFORM FIND-TARGET-OPERATOR.
           IF TARGET-TBL-IDX = 0
               DISPLAY TARGET-OPERATOR " is not on file."
               GO TO SET-AUTHORITY-LIMIT-EXIT
           END-IF.
           IF LIMIT-OVERFLOW-COUNT > 0
               DISPLAY "Authority matrix over 200 limits - "
                       "not loaded whole, cannot be changed."
               GO TO SET-AUTHORITY-LIMIT-EXIT
           END-IF.
           DISPLAY "Function (HLD01, ADJ01, REJ02, COR01):".
           ACCEPT TARGET-PROGRAM.
           INSPECT TARGET-PROGRAM CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF TARGET-PROGRAM NOT = "HLD01   " AND
              TARGET-PROGRAM NOT = "ADJ01   " AND
              TARGET-PROGRAM NOT = "REJ02   " AND
              TARGET-PROGRAM NOT = "COR01   "
               DISPLAY TARGET-PROGRAM " does not take an "
                       "authority limit."
               GO TO SET-AUTHORITY-LIMIT-EXIT
           END-IF.
           MOVE 0 TO LIMIT-FOUND-IDX.
           PERFORM VARYING LIMIT-IDX FROM 1 BY 1
                   UNTIL LIMIT-IDX > LIMIT-COUNT
               IF LIMIT-TBL-OPERATOR (LIMIT-IDX) = TARGET-OPERATOR
                  AND LIMIT-TBL-FUNCTION (LIMIT-IDX) =
                      TARGET-PROGRAM
                   MOVE LIMIT-IDX TO LIMIT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF LIMIT-FOUND-IDX > 0
               MOVE LIMIT-TBL-AMOUNT (LIMIT-FOUND-IDX) TO
                    EDITED-LIMIT
               DISPLAY "Current limit " EDITED-LIMIT
           ELSE
               DISPLAY "No current limit - no authority."
           END-IF.
           DISPLAY "New limit in whole units (0 withdraws it):".
           MOVE SPACES TO LIMIT-TEXT.
           ACCEPT LIMIT-TEXT.
           PERFORM PARSE-THE-LIMIT.
           IF NOT LIMIT-OK
               DISPLAY "Limit rejected - whole units only."
               GO TO SET-AUTHORITY-LIMIT-EXIT
           END-IF.
           IF LIMIT-WHOLE = 0
               IF LIMIT-FOUND-IDX = 0
                   DISPLAY TARGET-OPERATOR " holds no "
                           TARGET-PROGRAM " limit."
                   GO TO SET-AUTHORITY-LIMIT-EXIT
               END-IF
               PERFORM VARYING LIMIT-IDX FROM LIMIT-FOUND-IDX BY 1
                       UNTIL LIMIT-IDX >= LIMIT-COUNT
                   MOVE LIMIT-ENTRY (LIMIT-IDX + 1) TO
                        LIMIT-ENTRY (LIMIT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM LIMIT-COUNT
               DISPLAY TARGET-PROGRAM " limit withdrawn from "
                       TARGET-OPERATOR
           ELSE
               IF LIMIT-FOUND-IDX = 0
                   IF LIMIT-COUNT >= 200
                       DISPLAY "Authority matrix is full (200)."
                       GO TO SET-AUTHORITY-LIMIT-EXIT
                   END-IF
                   IF NOT LIMIT-FILE-PRESENT AND LIMIT-COUNT = 0
                       DISPLAY "No authority matrix yet - once "
                               "saved, operators without a limit "
                               "hold no authority."
                   END-IF
                   ADD 1 TO LIMIT-COUNT
                   MOVE LIMIT-COUNT TO LIMIT-FOUND-IDX
                   MOVE TARGET-OPERATOR TO
                        LIMIT-TBL-OPERATOR (LIMIT-FOUND-IDX)
                   MOVE TARGET-PROGRAM TO
                        LIMIT-TBL-FUNCTION (LIMIT-FOUND-IDX)
               END-IF
               MOVE LIMIT-WHOLE TO
                    LIMIT-TBL-AMOUNT (LIMIT-FOUND-IDX)
               MOVE LIMIT-WHOLE TO EDITED-LIMIT
               DISPLAY TARGET-PROGRAM " limit for " TARGET-OPERATOR
                       " set to " EDITED-LIMIT
           END-IF.
           MOVE 'Y' TO LIMITS-CHANGED-SW.
           ADD 1 TO CHANGES-MADE.
           MOVE "LIMIT   " TO AUDIT-ACTION.
           PERFORM STASH-AUDIT-LINE.
       SET-AUTHORITY-LIMIT-EXIT.
           EXIT.

      * One supplier's delivery authentication keys. The key in
      * force can be replaced outright (a compromised key), a
      * next key scheduled to take over for files dated on or
      * after a rollover date, or authentication withdrawn. A
      * scheduled key whose date has already passed is made the
      * key in force before a new one is scheduled, so it is not
      * lost. Only the state is shown - never a key.
       SET-SUPPLIER-KEY.
           DISPLAY "Supplier source ID:".
           MOVE SPACES TO KEY-SOURCE-ID.
           ACCEPT KEY-SOURCE-ID.
           INSPECT KEY-SOURCE-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN I-O SEC01-SUPPLIERS.
           IF SUPMST-STATUS NOT = "00"
               DISPLAY "SEC01: OPEN SUPMST - status " SUPMST-STATUS
               GO TO SET-SUPPLIER-KEY-EXIT
           END-IF.
           MOVE KEY-SOURCE-ID TO SUPMST-SOURCE-ID.
           READ SEC01-SUPPLIERS
               INVALID KEY MOVE "23" TO SUPMST-STATUS
           END-READ.
           IF SUPMST-STATUS NOT = "00"
               DISPLAY KEY-SOURCE-ID " has no supplier profile."
               CLOSE SEC01-SUPPLIERS
               GO TO SET-SUPPLIER-KEY-EXIT
           END-IF.
           ACCEPT KEY-TODAY FROM DATE YYYYMMDD.
           IF NOT SUPMST-AUTH-REQUIRED
               DISPLAY KEY-SOURCE-ID " does not authenticate "
                       "deliveries."
           ELSE
               DISPLAY KEY-SOURCE-ID " has a key in force."
               IF SUPMST-KEY-ROLL-DATE > 0
                   DISPLAY "Next key takes over from "
                           SUPMST-KEY-ROLL-DATE
               END-IF
           END-IF.
           DISPLAY "C=Replace key in force N=Schedule next key "
                   "W=Withdraw authentication".
           ACCEPT KEY-ACTION.
           EVALUATE KEY-ACTION
               WHEN 'C' WHEN 'c'
                   PERFORM ACCEPT-NEW-KEY
                   IF NOT LIMIT-OK
                       GO TO SET-SUPPLIER-KEY-CLOSE
                   END-IF
                   MOVE 'Y' TO SUPMST-AUTH-SW
                   MOVE LIMIT-WHOLE TO SUPMST-AUTH-KEY
                   MOVE 0 TO SUPMST-NEXT-AUTH-KEY
                   MOVE 0 TO SUPMST-KEY-ROLL-DATE
                   MOVE "KEYSET  " TO AUDIT-ACTION
                   MOVE SPACES TO TARGET-PROGRAM
               WHEN 'N' WHEN 'n'
                   IF NOT SUPMST-AUTH-REQUIRED
                       DISPLAY "No key in force - use C first."
                       GO TO SET-SUPPLIER-KEY-CLOSE
                   END-IF
                   IF SUPMST-KEY-ROLL-DATE > 0 AND
                      SUPMST-KEY-ROLL-DATE NOT > KEY-TODAY
                       MOVE SUPMST-NEXT-AUTH-KEY TO SUPMST-AUTH-KEY
                       MOVE 0 TO SUPMST-NEXT-AUTH-KEY
                       MOVE 0 TO SUPMST-KEY-ROLL-DATE
                       DISPLAY "The scheduled key is now the key "
                               "in force."
                   END-IF
                   IF SUPMST-KEY-ROLL-DATE > 0
                       DISPLAY "The key scheduled for "
                               SUPMST-KEY-ROLL-DATE
                               " will be replaced."
                   END-IF
                   PERFORM ACCEPT-NEW-KEY
                   IF NOT LIMIT-OK
                       GO TO SET-SUPPLIER-KEY-CLOSE
                   END-IF
                   DISPLAY "Rollover date (CCYYMMDD, after today):"
                   MOVE SPACES TO KEY-ROLL-TEXT
                   ACCEPT KEY-ROLL-TEXT
                   IF KEY-ROLL-TEXT IS NOT NUMERIC
                       DISPLAY "Rollover date rejected - not "
                               "changed."
                       GO TO SET-SUPPLIER-KEY-CLOSE
                   END-IF
                   MOVE KEY-ROLL-TEXT TO DC-DATE
                   CALL "DATECK" USING DC-DATE DC-RESULT
                                        DC-VIOLATION DC-REASON
                   IF NOT DC-PASSED OR DC-DATE NOT > KEY-TODAY
                       DISPLAY "Rollover date rejected - not "
                               "changed."
                       GO TO SET-SUPPLIER-KEY-CLOSE
                   END-IF
                   MOVE LIMIT-WHOLE TO SUPMST-NEXT-AUTH-KEY
                   MOVE DC-DATE TO SUPMST-KEY-ROLL-DATE
                   MOVE "KEYROLL " TO AUDIT-ACTION
                   MOVE KEY-ROLL-TEXT TO TARGET-PROGRAM
               WHEN 'W' WHEN 'w'
                   IF NOT SUPMST-AUTH-REQUIRED
                       DISPLAY KEY-SOURCE-ID " holds no key."
                       GO TO SET-SUPPLIER-KEY-CLOSE
                   END-IF
                   MOVE 'N' TO SUPMST-AUTH-SW
                   MOVE 0 TO SUPMST-AUTH-KEY
                   MOVE 0 TO SUPMST-NEXT-AUTH-KEY
                   MOVE 0 TO SUPMST-KEY-ROLL-DATE
                   MOVE "KEYDROP " TO AUDIT-ACTION
                   MOVE SPACES TO TARGET-PROGRAM
               WHEN OTHER
                   DISPLAY "Unknown action - not changed."
                   GO TO SET-SUPPLIER-KEY-CLOSE
           END-EVALUATE.
           REWRITE SUPMST-REC
               INVALID KEY MOVE "23" TO SUPMST-STATUS
           END-REWRITE.
           IF SUPMST-STATUS NOT = "00"
               DISPLAY "SEC01: REWRITE SUPMST - status "
                       SUPMST-STATUS
           ELSE
               DISPLAY KEY-SOURCE-ID " delivery key updated."
               MOVE KEY-SOURCE-ID TO TARGET-OPERATOR
               PERFORM WRITE-AUDIT-LINE
           END-IF.
       SET-SUPPLIER-KEY-CLOSE.
           CLOSE SEC01-SUPPLIERS.
       SET-SUPPLIER-KEY-EXIT.
           EXIT.

      * A pending supplier profile goes live only on a passed
      * certification: the latest SUPCERT record for the source
      * id must be a PASS - a later FAIL outranks an earlier
      * PASS. The profile is rewritten and audited on the spot,
      * like a key; a refusal is audited as DENIED.
       ACTIVATE-SUPPLIER-PROFILE.
           DISPLAY "Supplier source ID:".
           MOVE SPACES TO KEY-SOURCE-ID.
           ACCEPT KEY-SOURCE-ID.
           INSPECT KEY-SOURCE-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN I-O SEC01-SUPPLIERS.
           IF SUPMST-STATUS NOT = "00"
               DISPLAY "SEC01: OPEN SUPMST - status " SUPMST-STATUS
               GO TO ACTIVATE-SUPPLIER-PROFILE-EXIT
           END-IF.
           MOVE KEY-SOURCE-ID TO SUPMST-SOURCE-ID.
           READ SEC01-SUPPLIERS
               INVALID KEY MOVE "23" TO SUPMST-STATUS
           END-READ.
           IF SUPMST-STATUS NOT = "00"
               DISPLAY KEY-SOURCE-ID " has no supplier profile."
               GO TO ACTIVATE-SUPPLIER-PROFILE-CLOSE
           END-IF.
           IF NOT SUPMST-PENDING
               DISPLAY KEY-SOURCE-ID " is already active."
               GO TO ACTIVATE-SUPPLIER-PROFILE-CLOSE
           END-IF.
           PERFORM FIND-LATEST-CERTIFICATION.
           IF NOT CERT-FOUND OR CERT-LAST-VERDICT NOT = "PASS"
               IF CERT-FOUND
                   DISPLAY KEY-SOURCE-ID " last certification "
                           CERT-LAST-DATE " FAILED - not "
                           "activated."
               ELSE
                   DISPLAY KEY-SOURCE-ID " has no certification "
                           "on record - not activated."
               END-IF
               MOVE "DENIED  " TO AUDIT-ACTION
               MOVE KEY-SOURCE-ID TO TARGET-OPERATOR
               MOVE "ACTIVATE" TO TARGET-PROGRAM
               PERFORM WRITE-AUDIT-LINE
               GO TO ACTIVATE-SUPPLIER-PROFILE-CLOSE
           END-IF.
           MOVE 'A' TO SUPMST-PROFILE-STATUS.
           REWRITE SUPMST-REC
               INVALID KEY MOVE "23" TO SUPMST-STATUS
           END-REWRITE.
           IF SUPMST-STATUS NOT = "00"
               DISPLAY "SEC01: REWRITE SUPMST - status "
                       SUPMST-STATUS
           ELSE
               DISPLAY KEY-SOURCE-ID " activated - certified "
                       CERT-LAST-DATE "."
               MOVE "ACTIVATE" TO AUDIT-ACTION
               MOVE KEY-SOURCE-ID TO TARGET-OPERATOR
               MOVE CERT-LAST-DATE TO TARGET-PROGRAM
               PERFORM WRITE-AUDIT-LINE
           END-IF.
       ACTIVATE-SUPPLIER-PROFILE-CLOSE.
           CLOSE SEC01-SUPPLIERS.
       ACTIVATE-SUPPLIER-PROFILE-EXIT.
           EXIT.

       FIND-LATEST-CERTIFICATION.
           MOVE 'N' TO CERT-FOUND-SW.
           MOVE SPACES TO CERT-LAST-VERDICT.
           MOVE 0 TO CERT-LAST-DATE.
           MOVE 'N' TO SUPCERT-EOF.
           OPEN INPUT SEC01-CERTS.
           IF SUPCERT-STATUS NOT = "00"
               MOVE 'Y' TO SUPCERT-EOF
           END-IF.
           PERFORM UNTIL SUPCERT-EOF-YES
               READ SEC01-CERTS
                   AT END MOVE 'Y' TO SUPCERT-EOF
               END-READ
               IF NOT SUPCERT-EOF-YES AND
                  SUPCERT-SOURCE-ID = KEY-SOURCE-ID
                   MOVE 'Y' TO CERT-FOUND-SW
                   MOVE SUPCERT-VERDICT TO CERT-LAST-VERDICT
                   MOVE SUPCERT-DATE TO CERT-LAST-DATE
               END-IF
           END-PERFORM.
           IF SUPCERT-STATUS = "00" OR SUPCERT-STATUS = "10"
               CLOSE SEC01-CERTS
           END-IF.

      * A key is a non-zero number of up to nine digits.
       ACCEPT-NEW-KEY.
           DISPLAY "New key (up to nine digits):".
           MOVE SPACES TO LIMIT-TEXT.
           ACCEPT LIMIT-TEXT.
           PERFORM PARSE-THE-LIMIT.
           IF LIMIT-OK AND LIMIT-WHOLE = 0
               MOVE 'N' TO LIMIT-OK-SW
           END-IF.
           IF NOT LIMIT-OK
               DISPLAY "Key rejected - not changed."
           END-IF.

      * Digits only, left-justified, nine at most.
       PARSE-THE-LIMIT.
           MOVE 'Y' TO LIMIT-OK-SW.
           MOVE 0 TO LIMIT-DIGITS.
           MOVE 0 TO LIMIT-WHOLE.
           PERFORM VARYING LIMIT-SCAN-IDX FROM 1 BY 1
                   UNTIL LIMIT-SCAN-IDX > 9
               IF LIMIT-TEXT (LIMIT-SCAN-IDX:1) IS NUMERIC
                   IF LIMIT-DIGITS + 1 NOT = LIMIT-SCAN-IDX
                       MOVE 'N' TO LIMIT-OK-SW
                   END-IF
                   ADD 1 TO LIMIT-DIGITS
               ELSE
                   IF LIMIT-TEXT (LIMIT-SCAN-IDX:1) NOT = SPACE
                       MOVE 'N' TO LIMIT-OK-SW
                   END-IF
               END-IF
           END-PERFORM.
           IF LIMIT-DIGITS = 0
               MOVE 'N' TO LIMIT-OK-SW
           END-IF.
           IF LIMIT-OK
               MOVE LIMIT-TEXT (1:LIMIT-DIGITS) TO
                    LIMIT-WHOLE (10 - LIMIT-DIGITS:LIMIT-DIGITS)
           END-IF.

      * A removed operator's limits go with them, so a later
      * operator reusing the ID does not inherit the authority.
       DROP-OPERATOR-LIMITS.
           MOVE 1 TO LIMIT-IDX.
           PERFORM UNTIL LIMIT-IDX > LIMIT-COUNT
               IF LIMIT-TBL-OPERATOR (LIMIT-IDX) = TARGET-OPERATOR
                   PERFORM VARYING LIMIT-FOUND-IDX FROM LIMIT-IDX
                           BY 1
                           UNTIL LIMIT-FOUND-IDX >= LIMIT-COUNT
                       MOVE LIMIT-ENTRY (LIMIT-FOUND-IDX + 1) TO
                            LIMIT-ENTRY (LIMIT-FOUND-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM LIMIT-COUNT
                   MOVE 'Y' TO LIMITS-CHANGED-SW
               ELSE
                   ADD 1 TO LIMIT-IDX
               END-IF
           END-PERFORM.

       REWRITE-LIMIT-FILE.
           IF LIMIT-OVERFLOW-COUNT > 0
               DISPLAY "SEC01: AUTHLMT not rewritten - it held more "
                       "than 200 limits and would be cut short."
               GO TO REWRITE-LIMIT-FILE-EXIT
           END-IF.
           OPEN OUTPUT SEC01-LIMITS.
           IF AUTHLMT-STATUS NOT = "00"
               DISPLAY "SEC01: OPEN AUTHLMT for output - status "
                       AUTHLMT-STATUS
           ELSE
               PERFORM VARYING LIMIT-IDX FROM 1 BY 1
                       UNTIL LIMIT-IDX > LIMIT-COUNT
                   MOVE SPACES TO AUTHLMT-REC
                   MOVE LIMIT-TBL-OPERATOR (LIMIT-IDX) TO
                        AUTHLMT-OPERATOR-ID
                   MOVE LIMIT-TBL-FUNCTION (LIMIT-IDX) TO
                        AUTHLMT-FUNCTION
                   MOVE LIMIT-TBL-AMOUNT (LIMIT-IDX) TO
                        AUTHLMT-MAX-AMOUNT
                   WRITE AUTHLMT-REC
               END-PERFORM
               CLOSE SEC01-LIMITS
               DISPLAY "Authority matrix rewritten - "
                       LIMIT-COUNT " limit(s)."
           END-IF.
       REWRITE-LIMIT-FILE-EXIT.
           EXIT.

       CHECK-PROGRAM-KNOWN.
           MOVE 'N' TO PGM-KNOWN-SW.
           PERFORM VARYING PGM-LIST-IDX FROM 1 BY 1
               CLOSE SEC01-SECURITY
               DISPLAY "Security file rewritten - "
                       SECURITY-COUNT " operator(s)."
               IF LIMITS-CHANGED
                   PERFORM REWRITE-LIMIT-FILE THRU
                       REWRITE-LIMIT-FILE-EXIT
               END-IF
               PERFORM FLUSH-PENDING-AUDIT
           END-IF.

