       IDENTIFICATION DIVISION.
       PROGRAM-ID. REL01.
      *--------------------------------------------------
      * CUSTOMER RELATIONSHIP MAINTENANCE CONSOLE. ACCTMST AND
      * ACCTREF KNOW ONE ACCOUNT AT A TIME, SO A CUSTOMER WITH
      * A CURRENT ACCOUNT, A SAVINGS ACCOUNT, AND AN ACCOUNT IN
      * THE SECOND ENTITY WAS THREE ACV01 LOOKUPS AND A
      * CALCULATOR. REL01 MAINTAINS THE KEYED CUSTREL MASTER
      * THAT LINKS ACCOUNT NUMBERS TO A CUSTOMER ID WITH A ROLE
      * - P PRIMARY, J JOINT, G GUARANTOR. IT IS GATED THE
      * SEC01 WAY (THE OPERATOR MUST HOLD "REL01" IN THEIR
      * MENU01SEC SLOTS) AND OFFERS:
      *   LINK AN ACCOUNT - THE ACCOUNT MUST BE ON ACCTMST, THE
      *   ROLE MUST BE P, J, OR G, AND AN ACCOUNT TAKES ONE
      *   PRIMARY HOLDER ONLY; THE CUSTOMER NAME DEFAULTS TO
      *   THE ACCTREF NAME WHEN NONE IS KEYED,
      *   UNLINK AN ACCOUNT,
      *   CHANGE A LINK'S ROLE,
      *   SHOW A CUSTOMER - EVERY LINKED ACCOUNT WITH ITS
      *   BALANCE, STATUS, AND ENTITY,
      *   SHOW AN ACCOUNT - EVERY CUSTOMER LINKED TO IT.
      * EVERY CHANGE IS CONFIRMED THROUGH THE SHARED CONTYN
      * GATE, WRITTEN TO THE KEYED FILE ON THE SPOT, AND LOGGED
      * THROUGH DAYLOG WITH THE OPERATOR ID. THE NIGHTLY VIEW
      * ACROSS ENTITIES IS REL02'S REPORT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch points a practice session at the
      * TRN-prefixed copies.
           SELECT CUSTREL-FILE ASSIGN TO REL01-REL-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CUSTREL-KEY
                  FILE STATUS   IS CUSTREL-STATUS.

           SELECT ACCTMST-FILE ASSIGN TO REL01-MST-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTMST-ACCT-NBR
                  FILE STATUS   IS ACCTMST-STATUS.

           SELECT ACCTREF-FILE ASSIGN TO REL01-REF-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTREF-ACCT-NBR
                  FILE STATUS   IS ACCTREF-STATUS.

           SELECT REL01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

           SELECT REL01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTREL-FILE.
           COPY "custrel.cpy".

       FD  ACCTMST-FILE.
           COPY "acctmst.cpy".

       FD  ACCTREF-FILE.
           COPY "acctref.cpy".

       FD  REL01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  REL01-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".

       01  CUSTREL-STATUS.
           05  CUSTREL-STATUS-L         PIC X.
           05  CUSTREL-STATUS-R         PIC X.
       01  ACCTMST-STATUS.
           05  ACCTMST-STATUS-L         PIC X.
           05  ACCTMST-STATUS-R         PIC X.
       01  ACCTREF-STATUS.
           05  ACCTREF-STATUS-L         PIC X.
           05  ACCTREF-STATUS-R         PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.

      * Suite training switch and the dataset names it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  REL01-REL-NAME               PIC X(12)
                                        VALUE "CUSTREL".
       01  REL01-MST-NAME               PIC X(12)
                                        VALUE "ACCTMST".
       01  REL01-REF-NAME               PIC X(12)
                                        VALUE "ACCTREF".

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  CUSTREL-OPEN-SW              PIC X       VALUE 'N'.
           88  CUSTREL-OPEN                          VALUE 'Y'.
       01  ACCTMST-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTMST-PRESENT                       VALUE 'Y'.
       01  ACCTREF-PRESENT-SW           PIC X       VALUE 'N'.
           88  ACCTREF-PRESENT                       VALUE 'Y'.

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  CHANGES-MADE                 PIC 9(4)    VALUE 0.
       01  ENTRY-CUST-ID                PIC X(10).
       01  ENTRY-ACCT                   PIC X(10).
       01  ENTRY-ROLE                   PIC X.
           88  ENTRY-ROLE-VALID                      VALUE 'P'
                                                       'J' 'G'.
       01  ENTRY-NAME                   PIC X(30).
       01  OLD-ROLE                     PIC X.
       01  MASKED-ACCT                  PIC X(10).
       01  EDITED-AMOUNT                PIC -(11)9.99.
       01  CHANGE-DETAIL                PIC X(31).
       01  MASTER-FOUND-SW              PIC X.
           88  MASTER-FOUND                          VALUE 'Y'.
       01  LINK-FOUND-SW                PIC X.
           88  LINK-FOUND                            VALUE 'Y'.
       01  BROWSE-DONE-SW               PIC X.
           88  BROWSE-DONE                           VALUE 'Y'.
       01  LINKS-SHOWN                  PIC 9(4).
       01  PRIMARY-HOLDER               PIC X(10).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "REL01   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "REL01: " OPERATOR-ID " does not hold "
                       "REL01 - access denied."
           ELSE
               PERFORM OPEN-THE-MASTERS
               IF CUSTREL-OPEN
                   PERFORM RUN-MAINTENANCE-SESSION
               END-IF
               PERFORM CLOSE-THE-MASTERS
           END-IF.
           DISPLAY "REL01: changes written= " CHANGES-MADE.
           CALL "DAYLOG" USING "REL01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT REL01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ REL01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNCUSREL" TO REL01-REL-NAME
                   MOVE "TRNACCMST" TO REL01-MST-NAME
                   MOVE "TRNACCREF" TO REL01-REF-NAME
                   DISPLAY "*** TRAINING *** practice relationship "
                           "master in use - nothing is real"
               END-IF
               CLOSE REL01-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT REL01-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ REL01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "REL01   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE REL01-SECURITY
           END-IF.

      * First-ever session: no relationship master yet, so an
      * empty one is built, the way MST01 starts ACCTMST.
       OPEN-THE-MASTERS.
           OPEN I-O CUSTREL-FILE.
           IF CUSTREL-STATUS = "35"
               OPEN OUTPUT CUSTREL-FILE
               CLOSE CUSTREL-FILE
               OPEN I-O CUSTREL-FILE
           END-IF.
           IF CUSTREL-STATUS = "00"
               MOVE 'Y' TO CUSTREL-OPEN-SW
           ELSE
               DISPLAY "REL01: OPEN CUSTREL-FILE - status "
                       CUSTREL-STATUS
           END-IF.
           OPEN INPUT ACCTMST-FILE.
           IF ACCTMST-STATUS = "00"
               MOVE 'Y' TO ACCTMST-PRESENT-SW
           ELSE
               DISPLAY "REL01: OPEN ACCTMST-FILE - status "
                       ACCTMST-STATUS " - accounts cannot be "
                       "verified"
           END-IF.
           OPEN INPUT ACCTREF-FILE.
           IF ACCTREF-STATUS = "00"
               MOVE 'Y' TO ACCTREF-PRESENT-SW
           END-IF.

       CLOSE-THE-MASTERS.
           IF CUSTREL-OPEN
               CLOSE CUSTREL-FILE
           END-IF.
           IF ACCTMST-PRESENT
               CLOSE ACCTMST-FILE
           END-IF.
           IF ACCTREF-PRESENT
               CLOSE ACCTREF-FILE
           END-IF.

       RUN-MAINTENANCE-SESSION.
           PERFORM UNTIL SESSION-DONE
               DISPLAY " "
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING ***"
               END-IF
               DISPLAY "L=Link account U=Unlink account "
                       "R=Change role"
               DISPLAY "C=Show customer A=Show account Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'L' WHEN 'l'
                       PERFORM LINK-AN-ACCOUNT THRU
                           LINK-AN-ACCOUNT-EXIT
                   WHEN 'U' WHEN 'u'
                       PERFORM UNLINK-AN-ACCOUNT THRU
                           UNLINK-AN-ACCOUNT-EXIT
                   WHEN 'R' WHEN 'r'
                       PERFORM CHANGE-A-ROLE THRU
                           CHANGE-A-ROLE-EXIT
                   WHEN 'C' WHEN 'c'
                       PERFORM SHOW-A-CUSTOMER THRU
                           SHOW-A-CUSTOMER-EXIT
                   WHEN 'A' WHEN 'a'
                       PERFORM SHOW-AN-ACCOUNT THRU
                           SHOW-AN-ACCOUNT-EXIT
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

      * LEVEL 3 ROUTINES
       LINK-AN-ACCOUNT.
           DISPLAY "Customer ID:".
           ACCEPT ENTRY-CUST-ID.
           IF ENTRY-CUST-ID = SPACES
               DISPLAY "A customer ID is required."
               GO TO LINK-AN-ACCOUNT-EXIT
           END-IF.
           DISPLAY "Account number to link:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           IF ACCTMST-PRESENT
               PERFORM READ-MASTER-FOR-ENTRY
               IF NOT MASTER-FOUND
                   DISPLAY MASKED-ACCT " is not on the account "
                           "master - not linked."
                   GO TO LINK-AN-ACCOUNT-EXIT
               END-IF
           END-IF.
           MOVE ENTRY-CUST-ID TO CUSTREL-CUST-ID.
           MOVE ENTRY-ACCT TO CUSTREL-ACCT-NBR.
           PERFORM READ-LINK-BY-KEY.
           IF LINK-FOUND
               DISPLAY ENTRY-CUST-ID " is already linked to "
                       MASKED-ACCT " (role " CUSTREL-ROLE ")."
               GO TO LINK-AN-ACCOUNT-EXIT
           END-IF.
           DISPLAY "Role (P=Primary J=Joint G=Guarantor):".
           ACCEPT ENTRY-ROLE.
           IF NOT ENTRY-ROLE-VALID
               DISPLAY "Role must be P, J, or G - not linked."
               GO TO LINK-AN-ACCOUNT-EXIT
           END-IF.
           IF ENTRY-ROLE = 'P'
               PERFORM FIND-PRIMARY-HOLDER
               IF PRIMARY-HOLDER NOT = SPACES
                   DISPLAY MASKED-ACCT " already has primary "
                           "holder " PRIMARY-HOLDER " - not linked."
                   GO TO LINK-AN-ACCOUNT-EXIT
               END-IF
           END-IF.
           DISPLAY "Customer name (blank takes the account name):".
           ACCEPT ENTRY-NAME.
           IF ENTRY-NAME = SPACES AND ACCTREF-PRESENT
               MOVE ENTRY-ACCT TO ACCTREF-ACCT-NBR
               READ ACCTREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCTREF-NAME TO ENTRY-NAME
               END-READ
           END-IF.
           DISPLAY "Link " ENTRY-CUST-ID " to " MASKED-ACCT
                   " as " ENTRY-ROLE " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Not linked."
               GO TO LINK-AN-ACCOUNT-EXIT
           END-IF.
           MOVE SPACES TO CUSTREL-REC.
           MOVE ENTRY-CUST-ID TO CUSTREL-CUST-ID.
           MOVE ENTRY-ACCT TO CUSTREL-ACCT-NBR.
           MOVE ENTRY-ROLE TO CUSTREL-ROLE.
           MOVE ENTRY-NAME TO CUSTREL-CUST-NAME.
           MOVE SUITE-RUN-DATE TO CUSTREL-LINKED-DATE.
           MOVE OPERATOR-ID TO CUSTREL-LINKED-BY.
           WRITE CUSTREL-REC
               INVALID KEY
                   DISPLAY "REL01: WRITE CUSTREL-FILE - status "
                           CUSTREL-STATUS
                   GO TO LINK-AN-ACCOUNT-EXIT
           END-WRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY MASKED-ACCT " linked to " ENTRY-CUST-ID ".".
           MOVE SPACES TO CHANGE-DETAIL.
           STRING ENTRY-CUST-ID " " MASKED-ACCT " " ENTRY-ROLE
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "REL01   " OPERATOR-ID "RELLINK "
                                CHANGE-DETAIL.
       LINK-AN-ACCOUNT-EXIT.
           EXIT.

       UNLINK-AN-ACCOUNT.
           DISPLAY "Customer ID:".
           ACCEPT ENTRY-CUST-ID.
           DISPLAY "Account number to unlink:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           MOVE ENTRY-CUST-ID TO CUSTREL-CUST-ID.
           MOVE ENTRY-ACCT TO CUSTREL-ACCT-NBR.
           PERFORM READ-LINK-BY-KEY.
           IF NOT LINK-FOUND
               DISPLAY ENTRY-CUST-ID " is not linked to "
                       MASKED-ACCT "."
               GO TO UNLINK-AN-ACCOUNT-EXIT
           END-IF.
           MOVE CUSTREL-ROLE TO OLD-ROLE.
           DISPLAY "Unlink " ENTRY-CUST-ID " from " MASKED-ACCT
                   " (role " OLD-ROLE ") (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Not unlinked."
               GO TO UNLINK-AN-ACCOUNT-EXIT
           END-IF.
           DELETE CUSTREL-FILE
               INVALID KEY
                   DISPLAY "REL01: DELETE CUSTREL-FILE - status "
                           CUSTREL-STATUS
                   GO TO UNLINK-AN-ACCOUNT-EXIT
           END-DELETE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY MASKED-ACCT " unlinked from " ENTRY-CUST-ID ".".
           MOVE SPACES TO CHANGE-DETAIL.
           STRING ENTRY-CUST-ID " " MASKED-ACCT " " OLD-ROLE
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "REL01   " OPERATOR-ID "RELUNLNK"
                                CHANGE-DETAIL.
       UNLINK-AN-ACCOUNT-EXIT.
           EXIT.

       CHANGE-A-ROLE.
           DISPLAY "Customer ID:".
           ACCEPT ENTRY-CUST-ID.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           MOVE ENTRY-CUST-ID TO CUSTREL-CUST-ID.
           MOVE ENTRY-ACCT TO CUSTREL-ACCT-NBR.
           PERFORM READ-LINK-BY-KEY.
           IF NOT LINK-FOUND
               DISPLAY ENTRY-CUST-ID " is not linked to "
                       MASKED-ACCT "."
               GO TO CHANGE-A-ROLE-EXIT
           END-IF.
           MOVE CUSTREL-ROLE TO OLD-ROLE.
           DISPLAY "Current role " OLD-ROLE
                   " - new role (P=Primary J=Joint G=Guarantor):".
           ACCEPT ENTRY-ROLE.
           IF NOT ENTRY-ROLE-VALID
               DISPLAY "Role must be P, J, or G - unchanged."
               GO TO CHANGE-A-ROLE-EXIT
           END-IF.
           IF ENTRY-ROLE = OLD-ROLE
               DISPLAY "Role unchanged."
               GO TO CHANGE-A-ROLE-EXIT
           END-IF.
           IF ENTRY-ROLE = 'P'
               PERFORM FIND-PRIMARY-HOLDER
               IF PRIMARY-HOLDER NOT = SPACES
                   DISPLAY MASKED-ACCT " already has primary "
                           "holder " PRIMARY-HOLDER " - unchanged."
                   GO TO CHANGE-A-ROLE-EXIT
               END-IF
           END-IF.
           DISPLAY "Change role " OLD-ROLE " to " ENTRY-ROLE
                   " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               DISPLAY "Role unchanged."
               GO TO CHANGE-A-ROLE-EXIT
           END-IF.
      * The primary-holder sweep moved the record area; read the
      * link back before the rewrite.
           MOVE ENTRY-CUST-ID TO CUSTREL-CUST-ID.
           MOVE ENTRY-ACCT TO CUSTREL-ACCT-NBR.
           PERFORM READ-LINK-BY-KEY.
           MOVE ENTRY-ROLE TO CUSTREL-ROLE.
           REWRITE CUSTREL-REC
               INVALID KEY
                   DISPLAY "REL01: REWRITE CUSTREL-FILE - status "
                           CUSTREL-STATUS
                   GO TO CHANGE-A-ROLE-EXIT
           END-REWRITE.
           ADD 1 TO CHANGES-MADE.
           DISPLAY "Role changed.".
           MOVE SPACES TO CHANGE-DETAIL.
           STRING ENTRY-CUST-ID " " MASKED-ACCT " " OLD-ROLE
                  ">" ENTRY-ROLE
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "REL01   " OPERATOR-ID "RELROLE "
                                CHANGE-DETAIL.
       CHANGE-A-ROLE-EXIT.
           EXIT.

      * Every link for one customer, straight off the key order.
       SHOW-A-CUSTOMER.
           DISPLAY "Customer ID:".
           ACCEPT ENTRY-CUST-ID.
           MOVE 0 TO LINKS-SHOWN.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE ENTRY-CUST-ID TO CUSTREL-CUST-ID.
           MOVE LOW-VALUES TO CUSTREL-ACCT-NBR.
           START CUSTREL-FILE
               KEY IS NOT LESS THAN CUSTREL-KEY
               INVALID KEY
                   MOVE 'Y' TO BROWSE-DONE-SW
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ CUSTREL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-DONE-SW
               END-READ
               IF NOT BROWSE-DONE
                   IF CUSTREL-CUST-ID NOT = ENTRY-CUST-ID
                       MOVE 'Y' TO BROWSE-DONE-SW
                   ELSE
                       IF LINKS-SHOWN = 0
                           DISPLAY "=== CUSTOMER " ENTRY-CUST-ID
                                   " " CUSTREL-CUST-NAME " ==="
                       END-IF
                       ADD 1 TO LINKS-SHOWN
                       PERFORM SHOW-ONE-LINK
                   END-IF
               END-IF
           END-PERFORM.
           IF LINKS-SHOWN = 0
               DISPLAY ENTRY-CUST-ID " has no linked accounts."
           END-IF.
       SHOW-A-CUSTOMER-EXIT.
           EXIT.

      * The key leads with the customer, so the customers on one
      * account take a full sweep.
       SHOW-AN-ACCOUNT.
           DISPLAY "Account number:".
           ACCEPT ENTRY-ACCT.
           CALL "MASKACCT" USING ENTRY-ACCT MASKED-ACCT.
           DISPLAY "=== ACCOUNT " MASKED-ACCT " ===".
           MOVE 0 TO LINKS-SHOWN.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE LOW-VALUES TO CUSTREL-KEY.
           START CUSTREL-FILE
               KEY IS NOT LESS THAN CUSTREL-KEY
               INVALID KEY
                   MOVE 'Y' TO BROWSE-DONE-SW
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ CUSTREL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-DONE-SW
               END-READ
               IF NOT BROWSE-DONE AND
                  CUSTREL-ACCT-NBR = ENTRY-ACCT
                   ADD 1 TO LINKS-SHOWN
                   DISPLAY "  CUSTOMER " CUSTREL-CUST-ID
                           " ROLE " CUSTREL-ROLE
                           " " CUSTREL-CUST-NAME
               END-IF
           END-PERFORM.
           IF LINKS-SHOWN = 0
               DISPLAY "  No customer is linked to this account."
           END-IF.
       SHOW-AN-ACCOUNT-EXIT.
           EXIT.

       SHOW-ONE-LINK.
           CALL "MASKACCT" USING CUSTREL-ACCT-NBR MASKED-ACCT.
           MOVE 'N' TO MASTER-FOUND-SW.
           IF ACCTMST-PRESENT
               MOVE CUSTREL-ACCT-NBR TO ACCTMST-ACCT-NBR
               READ ACCTMST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO MASTER-FOUND-SW
               END-READ
           END-IF.
           IF MASTER-FOUND
               MOVE ACCTMST-BALANCE TO EDITED-AMOUNT
               DISPLAY "  " MASKED-ACCT " ROLE " CUSTREL-ROLE
                       " BAL " EDITED-AMOUNT
                       " ST " ACCTMST-ACCT-STATUS
                       " ENT " ACCTMST-ENTITY
           ELSE
               DISPLAY "  " MASKED-ACCT " ROLE " CUSTREL-ROLE
                       " (not on the account master)"
           END-IF.

       READ-MASTER-FOR-ENTRY.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE ENTRY-ACCT TO ACCTMST-ACCT-NBR.
           READ ACCTMST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-READ.

       READ-LINK-BY-KEY.
           MOVE 'N' TO LINK-FOUND-SW.
           READ CUSTREL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO LINK-FOUND-SW
           END-READ.

      * One primary holder per account: sweep the links for a
      * 'P' on the entry account held by any other customer.
       FIND-PRIMARY-HOLDER.
           MOVE SPACES TO PRIMARY-HOLDER.
           MOVE 'N' TO BROWSE-DONE-SW.
           MOVE LOW-VALUES TO CUSTREL-KEY.
           START CUSTREL-FILE
               KEY IS NOT LESS THAN CUSTREL-KEY
               INVALID KEY
                   MOVE 'Y' TO BROWSE-DONE-SW
           END-START.
           PERFORM UNTIL BROWSE-DONE
               READ CUSTREL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-DONE-SW
               END-READ
               IF NOT BROWSE-DONE AND
                  CUSTREL-ACCT-NBR = ENTRY-ACCT AND
                  CUSTREL-PRIMARY AND
                  CUSTREL-CUST-ID NOT = ENTRY-CUST-ID
                   MOVE CUSTREL-CUST-ID TO PRIMARY-HOLDER
               END-IF
           END-PERFORM.
