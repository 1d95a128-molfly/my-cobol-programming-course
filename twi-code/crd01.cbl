       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRD01.
      *--------------------------------------------------
      * MAINTENANCE CONSOLE FOR THE SUITE'S CONTROL-CARD FILES -
      * GLMAP, ALRTABLE, ACRSCHED, CNT01TYP, CNT01VEL, BRANCHMAP,
      * DISTLIST AND WATCHLST. THOSE FILES WERE EDITED RAW, SO A
      * MISTYPED COLUMN WAS ONLY FOUND WHEN A READER MISBEHAVED,
      * AND NOBODY COULD SAY WHO CHANGED WHAT OR WHEN. EVERY CARD
      * NOW LIVES ON THE EFFECTIVE-DATED CARD MASTER (CARDMST)
      * AND CRD02 REBUILDS EACH LIVE FILE FROM IT AT THE START OF
      * THE NIGHT'S RUN. AN ALRTABLE CARD ROUTES TO A FEED OR
      * NAMES AN ON-CALL TEAM FOR ALR01 TO PAGE. CRD01 IS GATED
      * THE SEC01 WAY (THE OPERATOR MUST HOLD "CRD01" IN THEIR
      * MENU01SEC SLOTS) AND OFFERS:
      *   ADD A CARD, FROM A DATE AND OPTIONALLY UNTIL ONE,
      *   CHANGE A CARD FROM A DATE (A NEW VERSION; THE OLD ONE
      *   STAYS IN FORCE UNTIL THEN),
      *   END A CARD FROM A DATE,
      *   CANCEL A VERSION THAT HAS NOT YET TAKEN EFFECT,
      *   LIST A FILE'S CARDS WITH EACH VERSION'S STANDING,
      *   IMPORT A LIVE FILE ONTO THE MASTER THE FIRST TIME IT IS
      *   TAKEN UNDER MAINTENANCE.
      * EVERY FIELD IS PROMPTED FOR BY NAME AND CHECKED AGAINST
      * THE RULES ITS READER APPLIES; RECORD TYPES MUST BE ON
      * CNT01TYP (LIVE OR AS MAINTAINED HERE), CHARGE PLANS AND
      * CLASSES ON PRODMST, ACCOUNT NUMBERS MUST CARRY A GOOD
      * CHECK DIGIT. EACH CHANGE IS WRITTEN TO THE CRDAUD AUDIT
      * TRAIL WITH ITS BEFORE AND AFTER IMAGES AND LOGGED
      * THROUGH DAYLOG.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ASSIGNs name working-storage variables so the suite
      * training switch maintains the training card master - a
      * practice session must never change what tonight's run
      * publishes.
           SELECT CARD-MASTER ASSIGN TO CARDMST-FILE-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS CARDMST-KEY
                  FILE STATUS   IS CARDMST-STATUS.

           SELECT CARD-AUDIT ASSIGN TO CRDAUD-FILE-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CRDAUD-STATUS.

      * The live card file, read for an import and for the
      * record types already in use.
           SELECT LIVE-CARD-FILE ASSIGN TO LIVE-FILE-NAME
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS LIVE-STATUS.

           SELECT PRODMST-FILE ASSIGN TO PRODMST
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS PRODMST-CLASS
                  FILE STATUS   IS PRODMST-STATUS.

           SELECT CRD01-SUITECFG ASSIGN TO SUITECFG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS SUITECFG-STATUS.

           SELECT CRD01-SECURITY ASSIGN TO MENU01SEC
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MENU01SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER.
           COPY "cardmst.cpy".

       FD  CARD-AUDIT.
           COPY "crdaud.cpy".

       FD  LIVE-CARD-FILE.
       01  LIVE-CARD-REC                PIC X(80).

       FD  PRODMST-FILE.
           COPY "prodmst.cpy".

       FD  CRD01-SECURITY.
       01  MENU01SEC-REC.
           05  SEC-OPERATOR-ID          PIC X(10).
           05  SEC-ALLOWED-PGM OCCURS 4 TIMES
                                        PIC X(8).

       FD  CRD01-SUITECFG.
       COPY "suitecfg.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CARDS==.

       01  CARDMST-STATUS.
           05  CARDMST-STATUS-L         PIC X.
           05  CARDMST-STATUS-R         PIC X.
       01  CRDAUD-STATUS.
           05  CRDAUD-STATUS-L          PIC X.
           05  CRDAUD-STATUS-R          PIC X.
       01  LIVE-STATUS.
           05  LIVE-STATUS-L            PIC X.
           05  LIVE-STATUS-R            PIC X.
       01  PRODMST-STATUS.
           05  PRODMST-STATUS-L         PIC X.
           05  PRODMST-STATUS-R         PIC X.
       01  MENU01SEC-STATUS.
           05  MENU01SEC-STATUS-L       PIC X.
           05  MENU01SEC-STATUS-R       PIC X.

       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.
      * Suite training switch and the dataset names it governs.
       01  TRAINING-SW                  PIC X       VALUE 'N'.
           88  TRAINING-MODE                         VALUE 'Y'.
       01  CARDMST-FILE-NAME            PIC X(12)
                                        VALUE "CARDMST".
       01  CRDAUD-FILE-NAME             PIC X(12)
                                        VALUE "CRDAUD".
       01  LIVE-FILE-NAME               PIC X(12)   VALUE SPACES.

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
       01  SUPERVISOR-SW                PIC X       VALUE 'N'.
           88  IS-SUPERVISOR                         VALUE 'Y'.
       01  SEC-PGM-IDX                  PIC 9.
       01  FILES-OPEN-SW                PIC X       VALUE 'N'.
           88  FILES-OPEN                            VALUE 'Y'.
       01  PRODMST-OPEN-SW              PIC X       VALUE 'N'.
           88  PRODMST-OPEN                          VALUE 'Y'.
       01  TODAY-DATE                   PIC 9(8)    VALUE 0.

      * The card files kept on the master, in the order the
      * console offers them.
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
       01  FILE-IDX                     PIC 9       VALUE 0.
       01  SCAN-FILE-IDX                PIC 9.

      * Record types in use - the live CNT01TYP and every
      * CNT01TYP card on the master that has not ended. With
      * none at all, record types are not cross-checked.
       01  TYPE-COUNT                   PIC 99      VALUE 0.
       01  TYPE-TABLE.
           05  TYPE-TBL-CODE OCCURS 50 TIMES PIC X(2).
       01  TYPE-IDX                     PIC 99.
       01  TYPE-KNOWN-SW                PIC X.
           88  TYPE-KNOWN                            VALUE 'Y'.
       01  CHECK-TYPE-CODE              PIC X(2).

      * Charge plans named on PRODMST. With no product master,
      * plan codes are not cross-checked.
       01  PLAN-COUNT                   PIC 99      VALUE 0.
       01  PLAN-TABLE.
           05  PLAN-TBL-CODE OCCURS 50 TIMES PIC X(4).
       01  PLAN-IDX                     PIC 99.
       01  PLAN-KNOWN-SW                PIC X.
           88  PLAN-KNOWN                            VALUE 'Y'.

      * Every version of the card being worked on, oldest
      * effective-from first, and which of them is in force.
       01  VERSION-CARD-NBR             PIC 9(4)    VALUE 0.
       01  VERSION-COUNT                PIC 99      VALUE 0.
       01  VERSION-TABLE.
           05  VERSION-ENTRY OCCURS 30 TIMES.
               10  VER-EFF-FROM         PIC 9(8).
               10  VER-EFF-TO           PIC 9(8).
               10  VER-IMAGE            PIC X(80).
       01  VER-IDX                      PIC 99.
       01  LATEST-STARTED-IDX           PIC 99      VALUE 0.
       01  IN-FORCE-IDX                 PIC 99      VALUE 0.
       01  SAME-FROM-IDX                PIC 99      VALUE 0.
       01  VERSION-STANDING             PIC X(10).

       01  SESSION-DONE-SW              PIC X       VALUE 'N'.
           88  SESSION-DONE                          VALUE 'Y'.
       01  ACTION-PICK                  PIC X.
       01  CONFIRM-ANSWER               PIC X.
       01  FILE-PICKED-SW               PIC X.
           88  FILE-PICKED                           VALUE 'Y'.
       01  ENTRY-OK-SW                  PIC X.
           88  ENTRY-OK                              VALUE 'Y'.
       01  ADDING-SW                    PIC X       VALUE 'N'.
           88  ADDING-A-CARD                         VALUE 'Y'.
       01  ENTRY-FILE-ID                PIC X(10).
       01  ENTRY-CARD-NBR               PIC 9(4).
       01  ENTRY-EFF-FROM               PIC 9(8).
       01  ENTRY-EFF-TO                 PIC 9(8).
       01  ENTRY-END-DATE               PIC 9(8).
       01  ENTRY-TEXT                   PIC X(30).
       01  NEXT-CARD-NBR                PIC 9(5).
       01  IMPORT-COUNT                 PIC 9(4).
       01  LIST-COUNT                   PIC 9(4).
       01  CHANGE-DETAIL                PIC X(31).
       01  AUDIT-ACTION                 PIC X(8).
       01  AUDIT-BEFORE                 PIC X(80).
       01  AUDIT-AFTER                  PIC X(80).
       01  MASKED-ACCT                  PIC X(10).

      * The card being entered, with one view per reading
      * program's layout.
       01  CARD-IMAGE                   PIC X(80).
       01  GLMAP-VIEW REDEFINES CARD-IMAGE.
           05  GLV-REC-TYPE             PIC X(2).
           05  GLV-DEBIT-ACCT           PIC X(8).
           05  GLV-CREDIT-ACCT          PIC X(8).
           05  GLV-CLASS                PIC X(4).
           05  FILLER                   PIC X(58).
       01  ALERT-VIEW REDEFINES CARD-IMAGE.
           05  ALV-SEVERITY             PIC X(8).
           05  ALV-JOB                  PIC X(8).
           05  ALV-DEST                 PIC 9.
           05  ALV-TEAM                 PIC X(8).
           05  FILLER                   PIC X(55).
       01  SCHED-VIEW REDEFINES CARD-IMAGE.
           05  SCV-REC-TYPE             PIC X(2).
           05  SCV-KIND                 PIC X(8).
           05  SCV-RATE-PCT             PIC 9(3)V9(4).
           05  SCV-FLAT-FEE             PIC 9(7)V99.
           05  SCV-MIN-BALANCE          PIC 9(11)V99.
           05  SCV-PLAN                 PIC X(4).
           05  FILLER                   PIC X(37).
       01  TYPE-VIEW REDEFINES CARD-IMAGE.
           05  TYV-CODE                 PIC X(2).
           05  TYV-DESC                 PIC X(30).
           05  TYV-DISP                 PIC X.
           05  FILLER                   PIC X(47).
       01  VELOCITY-VIEW REDEFINES CARD-IMAGE.
           05  VLV-ACCT-NBR             PIC X(10).
           05  VLV-MAX-COUNT            PIC 9(5).
           05  VLV-MAX-AMOUNT           PIC 9(9)V99.
           05  FILLER                   PIC X(54).
       01  BRANCH-VIEW REDEFINES CARD-IMAGE.
           05  BRV-RANGE-LOW            PIC X(10).
           05  BRV-RANGE-HIGH           PIC X(10).
           05  BRV-BRANCH-CODE          PIC X(4).
           05  BRV-BRANCH-NAME          PIC X(20).
           05  BRV-REGION-CODE          PIC X(4).
           05  BRV-REGION-NAME          PIC X(20).
           05  FILLER                   PIC X(12).
       01  DIST-VIEW REDEFINES CARD-IMAGE.
           05  DLV-RECIPIENT            PIC X(20).
           05  DLV-REPORT-DSN           PIC X(12).
           05  DLV-COPIES               PIC 9.
           05  FILLER                   PIC X(47).
       01  WATCH-VIEW REDEFINES CARD-IMAGE.
           05  WTV-ACCT-NBR             PIC X(10).
           05  WTV-REASON               PIC X(4).
           05  WTV-SEVERITY             PIC X(8).
           05  FILLER                   PIC X(58).

      * Free-form amount entry - digits with an optional point,
      * no more whole or fraction digits than the field holds.
       01  NUMBER-OK-SW                 PIC X.
           88  NUMBER-OK                             VALUE 'Y'.
       01  NUMBER-MAX-WHOLE             PIC 99.
       01  NUMBER-MAX-FRAC              PIC 9.
       01  NUMBER-SCAN-IDX              PIC 99.
       01  NUMBER-WHOLE-X               PIC X(11).
       01  NUMBER-FRAC-X                PIC X(6).
       01  NUMBER-WHOLE-DIGITS          PIC 99      VALUE 0.
       01  NUMBER-FRAC-DIGITS           PIC 99      VALUE 0.
       01  NUMBER-PAST-POINT-SW         PIC X.
       01  NUMBER-WHOLE-NUM             PIC 9(11).
       01  NUMBER-FRAC-NUM              PIC 9(6).
       01  NUMBER-VALUE                 PIC 9(11)V9(6).

       01  WORK-DATE                    PIC 9(8).
       01  WORK-DATE-PARTS REDEFINES WORK-DATE.
           05  WORK-YEAR                PIC 9(4).
           05  WORK-MONTH               PIC 99.
           05  WORK-DAY                 PIC 99.

      * Linkage fields for the shared DATECK calendar check.
       01  DC-DATE                      PIC 9(8).
       01  DC-RESULT                    PIC X.
           88  DC-PASSED                             VALUE 'Y'.
       01  DC-VIOLATION                 PIC X.
       01  DC-REASON                    PIC X(30).

       01  CHKDGT-RESULT                PIC X.
           88  CHKDGT-PASSED                         VALUE 'Y'.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM CHECK-TRAINING-MODE.
           DISPLAY "Enter your operator ID:".
           ACCEPT OPERATOR-ID.
           CALL "DAYLOG" USING "CRD01   " OPERATOR-ID "START   "
                                DAYLOG-BLANK-DETAIL.
           PERFORM CHECK-SUPERVISOR.
           IF NOT IS-SUPERVISOR
               DISPLAY "CRD01: " OPERATOR-ID " does not hold "
                       "CRD01 - access denied."
           ELSE
               ACCEPT TODAY-DATE FROM DATE YYYYMMDD
               PERFORM OPEN-THE-FILES THRU OPEN-THE-FILES-EXIT
               IF FILES-OPEN
                   PERFORM LOAD-TYPE-CODES
                   PERFORM LOAD-CHARGE-PLANS
                   PERFORM RUN-MAINTENANCE-SESSION
                   PERFORM CLOSE-THE-FILES
               END-IF
           END-IF.
           CALL "DAYLOG" USING "CRD01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.

      * LEVEL 2 ROUTINES
       CHECK-TRAINING-MODE.
           OPEN INPUT CRD01-SUITECFG.
           IF SUITECFG-STATUS = "00"
               READ CRD01-SUITECFG
                   AT END MOVE "10" TO SUITECFG-STATUS
               END-READ
               IF SUITECFG-STATUS = "00" AND
                  SUITECFG-TRAINING
                   MOVE 'Y' TO TRAINING-SW
                   MOVE "TRNCARDMST" TO CARDMST-FILE-NAME
                   MOVE "TRNCRDAUD" TO CRDAUD-FILE-NAME
                   DISPLAY "*** TRAINING *** practice card master "
                           "in use - the real stream is safe"
               END-IF
               CLOSE CRD01-SUITECFG
           END-IF.

       CHECK-SUPERVISOR.
           MOVE 'N' TO SUPERVISOR-SW.
           OPEN INPUT CRD01-SECURITY.
           IF MENU01SEC-STATUS = "00"
               PERFORM UNTIL MENU01SEC-STATUS NOT = "00"
                   READ CRD01-SECURITY
                       AT END MOVE "10" TO MENU01SEC-STATUS
                   END-READ
                   IF MENU01SEC-STATUS = "00" AND
                      SEC-OPERATOR-ID = OPERATOR-ID
                       PERFORM VARYING SEC-PGM-IDX FROM 1 BY 1
                               UNTIL SEC-PGM-IDX > 4
                           IF SEC-ALLOWED-PGM (SEC-PGM-IDX) =
                                  "CRD01   "
                               MOVE 'Y' TO SUPERVISOR-SW
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               CLOSE CRD01-SECURITY
           END-IF.

       OPEN-THE-FILES.
           OPEN I-O CARD-MASTER.
           IF CARDMST-STATUS = "35"
               OPEN OUTPUT CARD-MASTER
               CLOSE CARD-MASTER
               OPEN I-O CARD-MASTER
           END-IF.
           IF CARDMST-STATUS NOT = "00"
               DISPLAY "CRD01: OPEN CARD-MASTER - status "
                       CARDMST-STATUS
               GO TO OPEN-THE-FILES-EXIT
           END-IF.
           OPEN EXTEND CARD-AUDIT.
           IF CRDAUD-STATUS NOT = "00"
               OPEN OUTPUT CARD-AUDIT
           END-IF.
           IF CRDAUD-STATUS NOT = "00"
               DISPLAY "CRD01: OPEN CARD-AUDIT - status "
                       CRDAUD-STATUS " - no change can be made"
               CLOSE CARD-MASTER
               GO TO OPEN-THE-FILES-EXIT
           END-IF.
           OPEN INPUT PRODMST-FILE.
           IF PRODMST-STATUS = "00"
               MOVE 'Y' TO PRODMST-OPEN-SW
           END-IF.
           MOVE 'Y' TO FILES-OPEN-SW.
       OPEN-THE-FILES-EXIT.
           EXIT.

       LOAD-TYPE-CODES.
           MOVE 0 TO TYPE-COUNT.
           MOVE "CNT01TYP" TO LIVE-FILE-NAME.
           OPEN INPUT LIVE-CARD-FILE.
           IF LIVE-STATUS = "00"
               PERFORM UNTIL LIVE-STATUS NOT = "00"
                   READ LIVE-CARD-FILE
                       AT END MOVE "10" TO LIVE-STATUS
                   END-READ
                   IF LIVE-STATUS = "00"
                       MOVE LIVE-CARD-REC (1:2) TO CHECK-TYPE-CODE
                       PERFORM ADD-TYPE-CODE
                   END-IF
               END-PERFORM
               CLOSE LIVE-CARD-FILE
           END-IF.
           MOVE "CNT01TYP" TO ENTRY-FILE-ID.
           PERFORM START-FILE-CARDS.
           PERFORM UNTIL CARDS-EOF-YES
               PERFORM READ-NEXT-FILE-CARD
               IF NOT CARDS-EOF-YES AND
                  (CARDMST-EFF-TO = 0 OR
                   CARDMST-EFF-TO >= TODAY-DATE)
                   MOVE CARDMST-IMAGE (1:2) TO CHECK-TYPE-CODE
                   PERFORM ADD-TYPE-CODE
               END-IF
           END-PERFORM.
           IF TYPE-COUNT = 0
               DISPLAY "CRD01: no CNT01TYP cards - record types "
                       "are not cross-checked"
           ELSE
               DISPLAY "CRD01: record types known= " TYPE-COUNT
           END-IF.

       LOAD-CHARGE-PLANS.
           MOVE 0 TO PLAN-COUNT.
           IF PRODMST-OPEN
               MOVE LOW-VALUES TO PRODMST-CLASS
               START PRODMST-FILE KEY NOT < PRODMST-CLASS
                   INVALID KEY MOVE "10" TO PRODMST-STATUS
               END-START
               PERFORM UNTIL PRODMST-STATUS NOT = "00"
                   READ PRODMST-FILE NEXT RECORD
                       AT END MOVE "10" TO PRODMST-STATUS
                   END-READ
                   IF PRODMST-STATUS = "00" AND
                      PRODMST-CHARGE-PLAN NOT = SPACES
                       PERFORM ADD-CHARGE-PLAN
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "CRD01: no product master - charge plans "
                       "and classes are not cross-checked"
           END-IF.

       RUN-MAINTENANCE-SESSION.
           PERFORM UNTIL SESSION-DONE
               DISPLAY " "
               IF TRAINING-MODE
                   DISPLAY "*** TRAINING ***"
               END-IF
               DISPLAY "A=Add card C=Change card E=End card "
                       "X=Cancel version"
               DISPLAY "L=List cards I=Import live file Q=Quit"
               ACCEPT ACTION-PICK
               EVALUATE ACTION-PICK
                   WHEN 'A' WHEN 'a'
                       PERFORM ADD-ONE-CARD THRU
                           ADD-ONE-CARD-EXIT
                   WHEN 'C' WHEN 'c'
                       PERFORM CHANGE-ONE-CARD THRU
                           CHANGE-ONE-CARD-EXIT
                   WHEN 'E' WHEN 'e'
                       PERFORM END-ONE-CARD THRU
                           END-ONE-CARD-EXIT
                   WHEN 'X' WHEN 'x'
                       PERFORM CANCEL-ONE-VERSION THRU
                           CANCEL-ONE-VERSION-EXIT
                   WHEN 'L' WHEN 'l'
                       PERFORM LIST-THE-CARDS THRU
                           LIST-THE-CARDS-EXIT
                   WHEN 'I' WHEN 'i'
                       PERFORM IMPORT-LIVE-FILE THRU
                           IMPORT-LIVE-FILE-EXIT
                   WHEN 'Q' WHEN 'q'
                       MOVE 'Y' TO SESSION-DONE-SW
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM.

       CLOSE-THE-FILES.
           CLOSE CARD-MASTER.
           CLOSE CARD-AUDIT.
           IF PRODMST-OPEN
               CLOSE PRODMST-FILE
           END-IF.

      * LEVEL 3 ROUTINES
       ADD-ONE-CARD.
           PERFORM PICK-THE-FILE.
           IF NOT FILE-PICKED
               GO TO ADD-ONE-CARD-EXIT
           END-IF.
           MOVE 'Y' TO ADDING-SW.
           MOVE SPACES TO CARD-IMAGE.
           PERFORM ENTER-THE-CARD THRU ENTER-THE-CARD-EXIT.
           IF NOT ENTRY-OK
               GO TO ADD-ONE-CARD-EXIT
           END-IF.
           PERFORM ENTER-EFFECTIVE-DATES THRU
               ENTER-EFFECTIVE-DATES-EXIT.
           IF NOT ENTRY-OK
               GO TO ADD-ONE-CARD-EXIT
           END-IF.
           PERFORM FIND-NEXT-CARD-NBR.
           IF NEXT-CARD-NBR > 9999
               DISPLAY ENTRY-FILE-ID " has no card numbers left."
               GO TO ADD-ONE-CARD-EXIT
           END-IF.
           DISPLAY "New card: " CARD-IMAGE.
           DISPLAY "Add it to " ENTRY-FILE-ID " from "
                   ENTRY-EFF-FROM " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               GO TO ADD-ONE-CARD-EXIT
           END-IF.
           MOVE NEXT-CARD-NBR TO ENTRY-CARD-NBR.
           MOVE SPACES TO CARDMST-REC.
           MOVE ENTRY-FILE-ID TO CARDMST-FILE-ID.
           MOVE ENTRY-CARD-NBR TO CARDMST-CARD-NBR.
           MOVE ENTRY-EFF-FROM TO CARDMST-EFF-FROM.
           MOVE ENTRY-EFF-TO TO CARDMST-EFF-TO.
           MOVE CARD-IMAGE TO CARDMST-IMAGE.
           MOVE TODAY-DATE TO CARDMST-UPDATED-DATE.
           MOVE OPERATOR-ID TO CARDMST-UPDATED-BY.
           WRITE CARDMST-REC
               INVALID KEY
                   DISPLAY "CRD01: WRITE CARD-MASTER - status "
                           CARDMST-STATUS
                   GO TO ADD-ONE-CARD-EXIT
           END-WRITE.
           MOVE "ADD     " TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-BEFORE.
           MOVE CARD-IMAGE TO AUDIT-AFTER.
           PERFORM WRITE-CARD-AUDIT.
           CALL "DAYLOG" USING "CRD01   " OPERATOR-ID "CARDADD "
                                CHANGE-DETAIL.
           IF ENTRY-FILE-ID = "CNT01TYP"
               MOVE TYV-CODE TO CHECK-TYPE-CODE
               PERFORM ADD-TYPE-CODE
           END-IF.
           DISPLAY ENTRY-FILE-ID " card " ENTRY-CARD-NBR
                   " added from " ENTRY-EFF-FROM ".".
       ADD-ONE-CARD-EXIT.
           EXIT.

      * A change is a new version from its effective date; the
      * version it replaces stays in force until then. A second
      * change from the same date replaces that version.
       CHANGE-ONE-CARD.
           PERFORM PICK-THE-FILE.
           IF NOT FILE-PICKED
               GO TO CHANGE-ONE-CARD-EXIT
           END-IF.
           PERFORM PICK-THE-CARD.
           IF VERSION-COUNT = 0
               GO TO CHANGE-ONE-CARD-EXIT
           END-IF.
           PERFORM SHOW-CARD-VERSIONS.
           IF IN-FORCE-IDX > 0
               MOVE VER-IMAGE (IN-FORCE-IDX) TO CARD-IMAGE
           ELSE
               MOVE VER-IMAGE (VERSION-COUNT) TO CARD-IMAGE
           END-IF.
           MOVE 'N' TO ADDING-SW.
           DISPLAY "Enter the new values - blank keeps the value "
                   "shown.".
           PERFORM ENTER-THE-CARD THRU ENTER-THE-CARD-EXIT.
           IF NOT ENTRY-OK
               GO TO CHANGE-ONE-CARD-EXIT
           END-IF.
           PERFORM ENTER-EFFECTIVE-DATES THRU
               ENTER-EFFECTIVE-DATES-EXIT.
           IF NOT ENTRY-OK
               GO TO CHANGE-ONE-CARD-EXIT
           END-IF.
           MOVE 0 TO SAME-FROM-IDX.
           PERFORM VARYING VER-IDX FROM 1 BY 1
                   UNTIL VER-IDX > VERSION-COUNT
               IF VER-EFF-FROM (VER-IDX) = ENTRY-EFF-FROM
                   MOVE VER-IDX TO SAME-FROM-IDX
               END-IF
           END-PERFORM.
           IF SAME-FROM-IDX = 0 AND VERSION-COUNT >= 30
               DISPLAY "Card " ENTRY-CARD-NBR " has thirty "
                       "versions - cancel one first."
               GO TO CHANGE-ONE-CARD-EXIT
           END-IF.
           DISPLAY "New version: " CARD-IMAGE.
           DISPLAY "Change " ENTRY-FILE-ID " card " ENTRY-CARD-NBR
                   " from " ENTRY-EFF-FROM " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               GO TO CHANGE-ONE-CARD-EXIT
           END-IF.
           MOVE ENTRY-FILE-ID TO CARDMST-FILE-ID.
           MOVE ENTRY-CARD-NBR TO CARDMST-CARD-NBR.
           MOVE ENTRY-EFF-FROM TO CARDMST-EFF-FROM.
           IF SAME-FROM-IDX > 0
               READ CARD-MASTER
                   INVALID KEY
                       DISPLAY "CRD01: READ CARD-MASTER - status "
                               CARDMST-STATUS
                       GO TO CHANGE-ONE-CARD-EXIT
               END-READ
               MOVE CARDMST-IMAGE TO AUDIT-BEFORE
               MOVE ENTRY-EFF-TO TO CARDMST-EFF-TO
               MOVE CARD-IMAGE TO CARDMST-IMAGE
               MOVE TODAY-DATE TO CARDMST-UPDATED-DATE
               MOVE OPERATOR-ID TO CARDMST-UPDATED-BY
               REWRITE CARDMST-REC
                   INVALID KEY
                       DISPLAY "CRD01: REWRITE CARD-MASTER - "
                               "status " CARDMST-STATUS
                       GO TO CHANGE-ONE-CARD-EXIT
               END-REWRITE
           ELSE
               IF IN-FORCE-IDX > 0
                   MOVE VER-IMAGE (IN-FORCE-IDX) TO AUDIT-BEFORE
               ELSE
                   MOVE VER-IMAGE (VERSION-COUNT) TO AUDIT-BEFORE
               END-IF
               MOVE ENTRY-EFF-TO TO CARDMST-EFF-TO
               MOVE CARD-IMAGE TO CARDMST-IMAGE
               MOVE TODAY-DATE TO CARDMST-UPDATED-DATE
               MOVE OPERATOR-ID TO CARDMST-UPDATED-BY
               WRITE CARDMST-REC
                   INVALID KEY
                       DISPLAY "CRD01: WRITE CARD-MASTER - status "
                               CARDMST-STATUS
                       GO TO CHANGE-ONE-CARD-EXIT
               END-WRITE
           END-IF.
           MOVE "CHANGE  " TO AUDIT-ACTION.
           MOVE CARD-IMAGE TO AUDIT-AFTER.
           PERFORM WRITE-CARD-AUDIT.
           CALL "DAYLOG" USING "CRD01   " OPERATOR-ID "CARDCHG "
                                CHANGE-DETAIL.
           IF ENTRY-FILE-ID = "CNT01TYP"
               MOVE TYV-CODE TO CHECK-TYPE-CODE
               PERFORM ADD-TYPE-CODE
           END-IF.
           IF ENTRY-EFF-FROM < VER-EFF-FROM (VERSION-COUNT)
               DISPLAY "Note: the version from "
                       VER-EFF-FROM (VERSION-COUNT)
                       " still takes over on that date."
           END-IF.
           DISPLAY ENTRY-FILE-ID " card " ENTRY-CARD-NBR
                   " changed from " ENTRY-EFF-FROM ".".
       CHANGE-ONE-CARD-EXIT.
           EXIT.

      * Ending a card sets the last date of its latest version.
      * A version due to start on or after the end date would
      * bring the card back, so it must be cancelled first.
       END-ONE-CARD.
           PERFORM PICK-THE-FILE.
           IF NOT FILE-PICKED
               GO TO END-ONE-CARD-EXIT
           END-IF.
           PERFORM PICK-THE-CARD.
           IF VERSION-COUNT = 0
               GO TO END-ONE-CARD-EXIT
           END-IF.
           PERFORM SHOW-CARD-VERSIONS.
           DISPLAY "First date the card no longer applies "
                   "CCYYMMDD:".
           ACCEPT ENTRY-END-DATE.
           MOVE ENTRY-END-DATE TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               DISPLAY "Date rejected - " DC-REASON
               GO TO END-ONE-CARD-EXIT
           END-IF.
           IF ENTRY-END-DATE < TODAY-DATE
               DISPLAY "A card cannot be ended in the past."
               GO TO END-ONE-CARD-EXIT
           END-IF.
           IF VER-EFF-FROM (VERSION-COUNT) >= ENTRY-END-DATE
               DISPLAY "The version from "
                       VER-EFF-FROM (VERSION-COUNT)
                       " starts on or after that date - cancel "
                       "it first."
               GO TO END-ONE-CARD-EXIT
           END-IF.
           IF VER-EFF-TO (VERSION-COUNT) NOT = 0 AND
              VER-EFF-TO (VERSION-COUNT) < ENTRY-END-DATE
               DISPLAY "Card " ENTRY-CARD-NBR " already ends on "
                       VER-EFF-TO (VERSION-COUNT) "."
               GO TO END-ONE-CARD-EXIT
           END-IF.
           MOVE ENTRY-END-DATE TO WORK-DATE.
           PERFORM STEP-BACK-ONE-DAY.
           DISPLAY "End " ENTRY-FILE-ID " card " ENTRY-CARD-NBR
                   " - last day " WORK-DATE " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               GO TO END-ONE-CARD-EXIT
           END-IF.
           MOVE ENTRY-FILE-ID TO CARDMST-FILE-ID.
           MOVE ENTRY-CARD-NBR TO CARDMST-CARD-NBR.
           MOVE VER-EFF-FROM (VERSION-COUNT) TO CARDMST-EFF-FROM.
           READ CARD-MASTER
               INVALID KEY
                   DISPLAY "CRD01: READ CARD-MASTER - status "
                           CARDMST-STATUS
                   GO TO END-ONE-CARD-EXIT
           END-READ.
           MOVE WORK-DATE TO CARDMST-EFF-TO.
           MOVE TODAY-DATE TO CARDMST-UPDATED-DATE.
           MOVE OPERATOR-ID TO CARDMST-UPDATED-BY.
           REWRITE CARDMST-REC
               INVALID KEY
                   DISPLAY "CRD01: REWRITE CARD-MASTER - status "
                           CARDMST-STATUS
                   GO TO END-ONE-CARD-EXIT
           END-REWRITE.
           MOVE CARDMST-EFF-FROM TO ENTRY-EFF-FROM.
           MOVE CARDMST-EFF-TO TO ENTRY-EFF-TO.
           MOVE "END     " TO AUDIT-ACTION.
           MOVE CARDMST-IMAGE TO AUDIT-BEFORE.
           MOVE CARDMST-IMAGE TO AUDIT-AFTER.
           PERFORM WRITE-CARD-AUDIT.
           CALL "DAYLOG" USING "CRD01   " OPERATOR-ID "CARDEND "
                                CHANGE-DETAIL.
           DISPLAY ENTRY-FILE-ID " card " ENTRY-CARD-NBR
                   " ends after " WORK-DATE ".".
       END-ONE-CARD-EXIT.
           EXIT.

       CANCEL-ONE-VERSION.
           PERFORM PICK-THE-FILE.
           IF NOT FILE-PICKED
               GO TO CANCEL-ONE-VERSION-EXIT
           END-IF.
           PERFORM PICK-THE-CARD.
           IF VERSION-COUNT = 0
               GO TO CANCEL-ONE-VERSION-EXIT
           END-IF.
           PERFORM SHOW-CARD-VERSIONS.
           DISPLAY "Effective-from date of the version to cancel:".
           ACCEPT ENTRY-EFF-FROM.
           MOVE 0 TO SAME-FROM-IDX.
           PERFORM VARYING VER-IDX FROM 1 BY 1
                   UNTIL VER-IDX > VERSION-COUNT
               IF VER-EFF-FROM (VER-IDX) = ENTRY-EFF-FROM
                   MOVE VER-IDX TO SAME-FROM-IDX
               END-IF
           END-PERFORM.
           IF SAME-FROM-IDX = 0
               DISPLAY "No version of card " ENTRY-CARD-NBR
                       " starts on " ENTRY-EFF-FROM "."
               GO TO CANCEL-ONE-VERSION-EXIT
           END-IF.
           IF ENTRY-EFF-FROM NOT > TODAY-DATE
               DISPLAY "That version has taken effect - end or "
                       "change the card instead."
               GO TO CANCEL-ONE-VERSION-EXIT
           END-IF.
           DISPLAY "Cancel " ENTRY-FILE-ID " card " ENTRY-CARD-NBR
                   " version from " ENTRY-EFF-FROM " (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               GO TO CANCEL-ONE-VERSION-EXIT
           END-IF.
           MOVE ENTRY-FILE-ID TO CARDMST-FILE-ID.
           MOVE ENTRY-CARD-NBR TO CARDMST-CARD-NBR.
           MOVE ENTRY-EFF-FROM TO CARDMST-EFF-FROM.
           DELETE CARD-MASTER RECORD
               INVALID KEY
                   DISPLAY "CRD01: DELETE CARD-MASTER - status "
                           CARDMST-STATUS
                   GO TO CANCEL-ONE-VERSION-EXIT
           END-DELETE.
           MOVE VER-EFF-TO (SAME-FROM-IDX) TO ENTRY-EFF-TO.
           MOVE "CANCEL  " TO AUDIT-ACTION.
           MOVE VER-IMAGE (SAME-FROM-IDX) TO AUDIT-BEFORE.
           MOVE SPACES TO AUDIT-AFTER.
           PERFORM WRITE-CARD-AUDIT.
           CALL "DAYLOG" USING "CRD01   " OPERATOR-ID "CARDCAN "
                                CHANGE-DETAIL.
           DISPLAY "Version cancelled.".
       CANCEL-ONE-VERSION-EXIT.
           EXIT.

       LIST-THE-CARDS.
           PERFORM PICK-THE-FILE.
           IF NOT FILE-PICKED
               GO TO LIST-THE-CARDS-EXIT
           END-IF.
           MOVE 0 TO LIST-COUNT.
           MOVE 0 TO VERSION-COUNT.
           PERFORM START-FILE-CARDS.
           PERFORM UNTIL CARDS-EOF-YES
               PERFORM READ-NEXT-FILE-CARD
               IF NOT CARDS-EOF-YES
                   IF VERSION-COUNT > 0 AND
                      CARDMST-CARD-NBR NOT = VERSION-CARD-NBR
                       PERFORM SHOW-CARD-VERSIONS
                       MOVE 0 TO VERSION-COUNT
                   END-IF
                   IF VERSION-COUNT = 0
                       ADD 1 TO LIST-COUNT
                   END-IF
                   PERFORM HOLD-ONE-VERSION
               END-IF
           END-PERFORM.
           IF VERSION-COUNT > 0
               PERFORM SHOW-CARD-VERSIONS
           END-IF.
           DISPLAY ENTRY-FILE-ID " cards on the master= "
                   LIST-COUNT.
       LIST-THE-CARDS-EXIT.
           EXIT.

      * Takes a live file onto the master as it stands, each
      * record a card in force from the start. Only for a file
      * with no cards on the master yet - after that the master
      * is the only place the file is changed.
       IMPORT-LIVE-FILE.
           PERFORM PICK-THE-FILE.
           IF NOT FILE-PICKED
               GO TO IMPORT-LIVE-FILE-EXIT
           END-IF.
           PERFORM START-FILE-CARDS.
           IF NOT CARDS-EOF-YES
               PERFORM READ-NEXT-FILE-CARD
           END-IF.
           IF NOT CARDS-EOF-YES
               DISPLAY ENTRY-FILE-ID " is already kept on the card "
                       "master."
               GO TO IMPORT-LIVE-FILE-EXIT
           END-IF.
           DISPLAY "Import the live " ENTRY-FILE-ID " as cards in "
                   "force from the start (Y/N)?".
           CALL "CONTYN" USING CONFIRM-ANSWER.
           IF CONFIRM-ANSWER NOT = 'Y'
               GO TO IMPORT-LIVE-FILE-EXIT
           END-IF.
           MOVE ENTRY-FILE-ID TO LIVE-FILE-NAME.
           OPEN INPUT LIVE-CARD-FILE.
           IF LIVE-STATUS NOT = "00"
               DISPLAY "CRD01: OPEN " ENTRY-FILE-ID " - status "
                       LIVE-STATUS
               GO TO IMPORT-LIVE-FILE-EXIT
           END-IF.
           MOVE 0 TO IMPORT-COUNT.
           PERFORM UNTIL LIVE-STATUS NOT = "00"
               READ LIVE-CARD-FILE
                   AT END MOVE "10" TO LIVE-STATUS
               END-READ
               IF LIVE-STATUS = "00"
                   IF IMPORT-COUNT >= 9999
                       DISPLAY "CRD01: " ENTRY-FILE-ID " has more "
                               "than 9999 cards - rest not taken"
                       MOVE "10" TO LIVE-STATUS
                   ELSE
                       PERFORM IMPORT-ONE-CARD
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE LIVE-CARD-FILE.
           MOVE SPACES TO CHANGE-DETAIL.
           STRING ENTRY-FILE-ID " " IMPORT-COUNT " CARDS"
               DELIMITED BY SIZE INTO CHANGE-DETAIL.
           CALL "DAYLOG" USING "CRD01   " OPERATOR-ID "CARDIMP "
                                CHANGE-DETAIL.
           DISPLAY ENTRY-FILE-ID " cards imported= " IMPORT-COUNT.
       IMPORT-LIVE-FILE-EXIT.
           EXIT.

       PICK-THE-FILE.
           MOVE 'N' TO FILE-PICKED-SW.
           MOVE 0 TO FILE-IDX.
           DISPLAY "Card file (GLMAP ALRTABLE ACRSCHED CNT01TYP "
                   "CNT01VEL".
           DISPLAY "           BRANCHMAP DISTLIST WATCHLST):".
           MOVE SPACES TO ENTRY-FILE-ID.
           ACCEPT ENTRY-FILE-ID.
           INSPECT ENTRY-FILE-ID CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           PERFORM VARYING SCAN-FILE-IDX FROM 1 BY 1
                   UNTIL SCAN-FILE-IDX > 8
               IF CARD-FILE-ID (SCAN-FILE-IDX) = ENTRY-FILE-ID
                   MOVE SCAN-FILE-IDX TO FILE-IDX
                   MOVE 'Y' TO FILE-PICKED-SW
               END-IF
           END-PERFORM.
           IF NOT FILE-PICKED
               DISPLAY ENTRY-FILE-ID " is not a card file."
           END-IF.

       PICK-THE-CARD.
           DISPLAY "Card number:".
           ACCEPT ENTRY-CARD-NBR.
           PERFORM LOAD-CARD-VERSIONS.
           IF VERSION-COUNT = 0
               DISPLAY ENTRY-FILE-ID " has no card "
                       ENTRY-CARD-NBR "."
           END-IF.

       LOAD-CARD-VERSIONS.
           MOVE 0 TO VERSION-COUNT.
           MOVE ENTRY-FILE-ID TO CARDMST-FILE-ID.
           MOVE ENTRY-CARD-NBR TO CARDMST-CARD-NBR.
           MOVE 0 TO CARDMST-EFF-FROM.
           MOVE 'N' TO CARDS-EOF.
           START CARD-MASTER KEY NOT < CARDMST-KEY
               INVALID KEY MOVE 'Y' TO CARDS-EOF
           END-START.
           PERFORM UNTIL CARDS-EOF-YES
               PERFORM READ-NEXT-FILE-CARD
               IF NOT CARDS-EOF-YES
                   IF CARDMST-CARD-NBR NOT = ENTRY-CARD-NBR
                       MOVE 'Y' TO CARDS-EOF
                   ELSE
                       PERFORM HOLD-ONE-VERSION
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM FIND-VERSION-IN-FORCE.

       START-FILE-CARDS.
           MOVE ENTRY-FILE-ID TO CARDMST-FILE-ID.
           MOVE 0 TO CARDMST-CARD-NBR.
           MOVE 0 TO CARDMST-EFF-FROM.
           MOVE 'N' TO CARDS-EOF.
           START CARD-MASTER KEY NOT < CARDMST-KEY
               INVALID KEY MOVE 'Y' TO CARDS-EOF
           END-START.

       READ-NEXT-FILE-CARD.
           READ CARD-MASTER NEXT RECORD
               AT END MOVE 'Y' TO CARDS-EOF
           END-READ.
           IF NOT CARDS-EOF-YES AND
              CARDMST-FILE-ID NOT = ENTRY-FILE-ID
               MOVE 'Y' TO CARDS-EOF
           END-IF.

       HOLD-ONE-VERSION.
           IF VERSION-COUNT < 30
               ADD 1 TO VERSION-COUNT
               MOVE CARDMST-CARD-NBR TO VERSION-CARD-NBR
               MOVE CARDMST-EFF-FROM TO
                    VER-EFF-FROM (VERSION-COUNT)
               MOVE CARDMST-EFF-TO TO VER-EFF-TO (VERSION-COUNT)
               MOVE CARDMST-IMAGE TO VER-IMAGE (VERSION-COUNT)
           END-IF.

      * The version in force today is the latest one started,
      * unless that one has ended.
       FIND-VERSION-IN-FORCE.
           MOVE 0 TO LATEST-STARTED-IDX.
           MOVE 0 TO IN-FORCE-IDX.
           PERFORM VARYING VER-IDX FROM 1 BY 1
                   UNTIL VER-IDX > VERSION-COUNT
               IF VER-EFF-FROM (VER-IDX) <= TODAY-DATE
                   MOVE VER-IDX TO LATEST-STARTED-IDX
               END-IF
           END-PERFORM.
           IF LATEST-STARTED-IDX > 0
               IF VER-EFF-TO (LATEST-STARTED-IDX) = 0 OR
                  VER-EFF-TO (LATEST-STARTED-IDX) >= TODAY-DATE
                   MOVE LATEST-STARTED-IDX TO IN-FORCE-IDX
               END-IF
           END-IF.

       SHOW-CARD-VERSIONS.
           PERFORM FIND-VERSION-IN-FORCE.
           PERFORM VARYING VER-IDX FROM 1 BY 1
                   UNTIL VER-IDX > VERSION-COUNT
               EVALUATE TRUE
                   WHEN VER-IDX = IN-FORCE-IDX
                       MOVE "IN FORCE" TO VERSION-STANDING
                   WHEN VER-EFF-FROM (VER-IDX) > TODAY-DATE
                       MOVE "FUTURE" TO VERSION-STANDING
                   WHEN VER-IDX < LATEST-STARTED-IDX
                       MOVE "SUPERSEDED" TO VERSION-STANDING
                   WHEN OTHER
                       MOVE "ENDED" TO VERSION-STANDING
               END-EVALUATE
               DISPLAY VERSION-CARD-NBR " from "
                       VER-EFF-FROM (VER-IDX) " to "
                       VER-EFF-TO (VER-IDX) " " VERSION-STANDING
               DISPLAY "  " VER-IMAGE (VER-IDX)
           END-PERFORM.

       FIND-NEXT-CARD-NBR.
           MOVE 1 TO NEXT-CARD-NBR.
           PERFORM START-FILE-CARDS.
           PERFORM UNTIL CARDS-EOF-YES
               PERFORM READ-NEXT-FILE-CARD
               IF NOT CARDS-EOF-YES AND
                  CARDMST-CARD-NBR >= NEXT-CARD-NBR
                   COMPUTE NEXT-CARD-NBR = CARDMST-CARD-NBR + 1
               END-IF
           END-PERFORM.

       ENTER-EFFECTIVE-DATES.
           MOVE 'N' TO ENTRY-OK-SW.
           DISPLAY "Effective from CCYYMMDD (today or later):".
           ACCEPT ENTRY-EFF-FROM.
           MOVE ENTRY-EFF-FROM TO DC-DATE.
           CALL "DATECK" USING DC-DATE DC-RESULT
                                DC-VIOLATION DC-REASON.
           IF NOT DC-PASSED
               DISPLAY "Date rejected - " DC-REASON
               GO TO ENTER-EFFECTIVE-DATES-EXIT
           END-IF.
           IF ENTRY-EFF-FROM < TODAY-DATE
               DISPLAY "A card cannot take effect in the past."
               GO TO ENTER-EFFECTIVE-DATES-EXIT
           END-IF.
           DISPLAY "Last effective date CCYYMMDD (0 = no end):".
           ACCEPT ENTRY-EFF-TO.
           IF ENTRY-EFF-TO NOT = 0
               MOVE ENTRY-EFF-TO TO DC-DATE
               CALL "DATECK" USING DC-DATE DC-RESULT
                                    DC-VIOLATION DC-REASON
               IF NOT DC-PASSED
                   DISPLAY "Date rejected - " DC-REASON
                   GO TO ENTER-EFFECTIVE-DATES-EXIT
               END-IF
               IF ENTRY-EFF-TO < ENTRY-EFF-FROM
                   DISPLAY "The last date is before the first."
                   GO TO ENTER-EFFECTIVE-DATES-EXIT
               END-IF
           END-IF.
           MOVE 'Y' TO ENTRY-OK-SW.
       ENTER-EFFECTIVE-DATES-EXIT.
           EXIT.

       IMPORT-ONE-CARD.
           ADD 1 TO IMPORT-COUNT.
           MOVE SPACES TO CARDMST-REC.
           MOVE ENTRY-FILE-ID TO CARDMST-FILE-ID.
           MOVE IMPORT-COUNT TO CARDMST-CARD-NBR.
           MOVE 0 TO CARDMST-EFF-FROM.
           MOVE 0 TO CARDMST-EFF-TO.
           MOVE LIVE-CARD-REC TO CARDMST-IMAGE.
           MOVE TODAY-DATE TO CARDMST-UPDATED-DATE.
           MOVE OPERATOR-ID TO CARDMST-UPDATED-BY.
           WRITE CARDMST-REC
               INVALID KEY
                   DISPLAY "CRD01: WRITE CARD-MASTER - status "
                           CARDMST-STATUS
           END-WRITE.
           IF CARDMST-STATUS = "00"
               MOVE IMPORT-COUNT TO ENTRY-CARD-NBR
               MOVE 0 TO ENTRY-EFF-FROM
               MOVE 0 TO ENTRY-EFF-TO
               MOVE "IMPORT  " TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-BEFORE
               MOVE LIVE-CARD-REC TO AUDIT-AFTER
               PERFORM WRITE-CARD-AUDIT
           END-IF.

      * Builds the DAYLOG detail as it goes, so every change is
      * logged with the card it touched.
       WRITE-CARD-AUDIT.
           MOVE SPACES TO CRDAUD-REC.
           ACCEPT CRDAUD-DATE FROM DATE YYYYMMDD.
           ACCEPT CRDAUD-TIME FROM TIME.
           MOVE OPERATOR-ID TO CRDAUD-OPERATOR.
           MOVE AUDIT-ACTION TO CRDAUD-ACTION.
           MOVE ENTRY-FILE-ID TO CRDAUD-FILE-ID.
           MOVE ENTRY-CARD-NBR TO CRDAUD-CARD-NBR.
           MOVE ENTRY-EFF-FROM TO CRDAUD-EFF-FROM.
           MOVE ENTRY-EFF-TO TO CRDAUD-EFF-TO.
           MOVE AUDIT-BEFORE TO CRDAUD-BEFORE-IMAGE.
           MOVE AUDIT-AFTER TO CRDAUD-AFTER-IMAGE.
           WRITE CRDAUD-REC.
           IF CRDAUD-STATUS NOT = "00"
               DISPLAY "CRD01: WRITE CARD-AUDIT - status "
                       CRDAUD-STATUS
           END-IF.
           MOVE SPACES TO CHANGE-DETAIL.
           STRING ENTRY-FILE-ID " " ENTRY-CARD-NBR " "
                  ENTRY-EFF-FROM
               DELIMITED BY SIZE INTO CHANGE-DETAIL.

       STEP-BACK-ONE-DAY.
           IF WORK-DAY > 1
               SUBTRACT 1 FROM WORK-DAY
           ELSE
               IF WORK-MONTH > 1
                   SUBTRACT 1 FROM WORK-MONTH
               ELSE
                   MOVE 12 TO WORK-MONTH
                   SUBTRACT 1 FROM WORK-YEAR
               END-IF
               MOVE 31 TO WORK-DAY
               MOVE 'N' TO DC-RESULT
               PERFORM UNTIL DC-PASSED
                   MOVE WORK-DATE TO DC-DATE
                   CALL "DATECK" USING DC-DATE DC-RESULT
                                        DC-VIOLATION DC-REASON
                   IF NOT DC-PASSED
                       SUBTRACT 1 FROM WORK-DAY
                   END-IF
               END-PERFORM
           END-IF.

       ADD-TYPE-CODE.
           IF CHECK-TYPE-CODE NOT = SPACES
               PERFORM CHECK-RECORD-TYPE
               IF NOT TYPE-KNOWN OR TYPE-COUNT = 0
                   IF TYPE-COUNT < 50
                       ADD 1 TO TYPE-COUNT
                       MOVE CHECK-TYPE-CODE TO
                            TYPE-TBL-CODE (TYPE-COUNT)
                   END-IF
               END-IF
           END-IF.

      * With no record types known at all, every type passes.
       CHECK-RECORD-TYPE.
           MOVE 'N' TO TYPE-KNOWN-SW.
           IF TYPE-COUNT = 0
               MOVE 'Y' TO TYPE-KNOWN-SW
           END-IF.
           PERFORM VARYING TYPE-IDX FROM 1 BY 1
                   UNTIL TYPE-IDX > TYPE-COUNT
               IF TYPE-TBL-CODE (TYPE-IDX) = CHECK-TYPE-CODE
                   MOVE 'Y' TO TYPE-KNOWN-SW
               END-IF
           END-PERFORM.

       ADD-CHARGE-PLAN.
           MOVE 'N' TO PLAN-KNOWN-SW.
           PERFORM VARYING PLAN-IDX FROM 1 BY 1
                   UNTIL PLAN-IDX > PLAN-COUNT
               IF PLAN-TBL-CODE (PLAN-IDX) = PRODMST-CHARGE-PLAN
                   MOVE 'Y' TO PLAN-KNOWN-SW
               END-IF
           END-PERFORM.
           IF NOT PLAN-KNOWN AND PLAN-COUNT < 50
               ADD 1 TO PLAN-COUNT
               MOVE PRODMST-CHARGE-PLAN TO PLAN-TBL-CODE (PLAN-COUNT)
           END-IF.

      * The card itself - one prompt per field of the reading
      * program's layout, each checked as that program would.
       ENTER-THE-CARD.
           MOVE 'N' TO ENTRY-OK-SW.
           EVALUATE FILE-IDX
               WHEN 1
                   PERFORM ENTER-GLMAP-CARD THRU
                       ENTER-GLMAP-CARD-EXIT
               WHEN 2
                   PERFORM ENTER-ALERT-CARD THRU
                       ENTER-ALERT-CARD-EXIT
               WHEN 3
                   PERFORM ENTER-SCHEDULE-CARD THRU
                       ENTER-SCHEDULE-CARD-EXIT
               WHEN 4
                   PERFORM ENTER-TYPE-CARD THRU
                       ENTER-TYPE-CARD-EXIT
               WHEN 5
                   PERFORM ENTER-VELOCITY-CARD THRU
                       ENTER-VELOCITY-CARD-EXIT
               WHEN 6
                   PERFORM ENTER-BRANCH-CARD THRU
                       ENTER-BRANCH-CARD-EXIT
               WHEN 7
                   PERFORM ENTER-DISTRIBUTION-CARD THRU
                       ENTER-DISTRIBUTION-CARD-EXIT
               WHEN 8
                   PERFORM ENTER-WATCH-CARD THRU
                       ENTER-WATCH-CARD-EXIT
           END-EVALUATE.
       ENTER-THE-CARD-EXIT.
           EXIT.

       ENTER-GLMAP-CARD.
           DISPLAY "Record type, or CL for a class card ["
                   GLV-REC-TYPE "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO GLV-REC-TYPE
           END-IF.
           IF GLV-REC-TYPE = SPACES
               DISPLAY "A record type is required."
               GO TO ENTER-GLMAP-CARD-EXIT
           END-IF.
           IF GLV-REC-TYPE = "CL"
               DISPLAY "GL control account [" GLV-DEBIT-ACCT "]:"
           ELSE
               MOVE GLV-REC-TYPE TO CHECK-TYPE-CODE
               PERFORM CHECK-RECORD-TYPE
               IF NOT TYPE-KNOWN
                   DISPLAY GLV-REC-TYPE " is not on CNT01TYP."
                   GO TO ENTER-GLMAP-CARD-EXIT
               END-IF
               DISPLAY "Debit GL account [" GLV-DEBIT-ACCT "]:"
           END-IF.
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO GLV-DEBIT-ACCT
           END-IF.
           IF GLV-DEBIT-ACCT = SPACES
               DISPLAY "A GL account is required."
               GO TO ENTER-GLMAP-CARD-EXIT
           END-IF.
           IF GLV-REC-TYPE = "CL"
               MOVE SPACES TO GLV-CREDIT-ACCT
               DISPLAY "Account class, or * for every other class ["
                       GLV-CLASS "]:"
               PERFORM ACCEPT-CODE-ENTRY
               IF ENTRY-TEXT = "*"
                   MOVE SPACES TO GLV-CLASS
               ELSE
                   IF ENTRY-TEXT NOT = SPACES
                       MOVE ENTRY-TEXT TO GLV-CLASS
                   END-IF
               END-IF
               IF GLV-CLASS NOT = SPACES AND PRODMST-OPEN
                   MOVE GLV-CLASS TO PRODMST-CLASS
                   READ PRODMST-FILE
                       INVALID KEY
                           DISPLAY GLV-CLASS " is not a product on "
                                   "PRODMST."
                           GO TO ENTER-GLMAP-CARD-EXIT
                   END-READ
               END-IF
           ELSE
               DISPLAY "Credit GL account [" GLV-CREDIT-ACCT "]:"
               PERFORM ACCEPT-CODE-ENTRY
               IF ENTRY-TEXT NOT = SPACES
                   MOVE ENTRY-TEXT TO GLV-CREDIT-ACCT
               END-IF
               IF GLV-CREDIT-ACCT = SPACES
                   DISPLAY "A credit GL account is required."
                   GO TO ENTER-GLMAP-CARD-EXIT
               END-IF
               MOVE SPACES TO GLV-CLASS
           END-IF.
           MOVE 'Y' TO ENTRY-OK-SW.
       ENTER-GLMAP-CARD-EXIT.
           EXIT.

       ENTER-ALERT-CARD.
           IF ALV-DEST NOT NUMERIC
               MOVE 0 TO ALV-DEST
           END-IF.
           DISPLAY "Severity LOW/MEDIUM/HIGH/CRIT [" ALV-SEVERITY
                   "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO ALV-SEVERITY
           END-IF.
           IF ALV-SEVERITY NOT = "LOW" AND
              ALV-SEVERITY NOT = "MEDIUM" AND
              ALV-SEVERITY NOT = "HIGH" AND
              ALV-SEVERITY NOT = "CRIT"
               DISPLAY "Severity must be LOW, MEDIUM, HIGH or CRIT."
               GO TO ENTER-ALERT-CARD-EXIT
           END-IF.
           DISPLAY "Job name, or ALL [" ALV-JOB "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO ALV-JOB
           END-IF.
           IF ALV-JOB = SPACES
               DISPLAY "A job name or ALL is required."
               GO TO ENTER-ALERT-CARD-EXIT
           END-IF.
      * A card naming an on-call team pages whoever is on duty
      * and carries no feed number.
           DISPLAY "On-call team, or * for a feed [" ALV-TEAM "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT = "*"
               MOVE SPACES TO ALV-TEAM
           ELSE
               IF ENTRY-TEXT NOT = SPACES
                   MOVE ENTRY-TEXT TO ALV-TEAM
               END-IF
           END-IF.
           IF ALV-TEAM NOT = SPACES
               MOVE 0 TO ALV-DEST
               MOVE 'Y' TO ENTRY-OK-SW
               GO TO ENTER-ALERT-CARD-EXIT
           END-IF.
           DISPLAY "Destination 1-3 [" ALV-DEST "]:".
           MOVE 1 TO NUMBER-MAX-WHOLE.
           MOVE 0 TO NUMBER-MAX-FRAC.
           PERFORM ACCEPT-NUMBER-ENTRY.
           IF NOT NUMBER-OK
               DISPLAY "Not a destination number."
               GO TO ENTER-ALERT-CARD-EXIT
           END-IF.
           IF ENTRY-TEXT NOT = SPACES
               MOVE NUMBER-VALUE TO ALV-DEST
           END-IF.
           IF ALV-DEST < 1 OR ALV-DEST > 3
               DISPLAY "Destination must be 1, 2 or 3."
               GO TO ENTER-ALERT-CARD-EXIT
           END-IF.
           MOVE 'Y' TO ENTRY-OK-SW.
       ENTER-ALERT-CARD-EXIT.
           EXIT.

       ENTER-SCHEDULE-CARD.
           IF SCV-RATE-PCT NOT NUMERIC
               MOVE 0 TO SCV-RATE-PCT
           END-IF.
           IF SCV-FLAT-FEE NOT NUMERIC
               MOVE 0 TO SCV-FLAT-FEE
           END-IF.
           IF SCV-MIN-BALANCE NOT NUMERIC
               MOVE 0 TO SCV-MIN-BALANCE
           END-IF.
           DISPLAY "Record type to stamp [" SCV-REC-TYPE "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO SCV-REC-TYPE
           END-IF.
           MOVE SCV-REC-TYPE TO CHECK-TYPE-CODE.
           PERFORM CHECK-RECORD-TYPE.
           IF SCV-REC-TYPE = SPACES OR NOT TYPE-KNOWN
               DISPLAY "Record type " SCV-REC-TYPE
                       " is not on CNT01TYP."
               GO TO ENTER-SCHEDULE-CARD-EXIT
           END-IF.
           DISPLAY "Kind RATEPCT or FLATFEE [" SCV-KIND "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO SCV-KIND
           END-IF.
           EVALUATE SCV-KIND
               WHEN "RATEPCT"
                   DISPLAY "Annual rate percent [" SCV-RATE-PCT "]:"
                   MOVE 3 TO NUMBER-MAX-WHOLE
                   MOVE 4 TO NUMBER-MAX-FRAC
                   PERFORM ACCEPT-NUMBER-ENTRY
                   IF NOT NUMBER-OK
                       DISPLAY "Not a rate."
                       GO TO ENTER-SCHEDULE-CARD-EXIT
                   END-IF
                   IF ENTRY-TEXT NOT = SPACES
                       MOVE NUMBER-VALUE TO SCV-RATE-PCT
                   END-IF
                   IF SCV-RATE-PCT = 0
                       DISPLAY "A rate card needs a rate."
                       GO TO ENTER-SCHEDULE-CARD-EXIT
                   END-IF
                   MOVE 0 TO SCV-FLAT-FEE
               WHEN "FLATFEE"
                   DISPLAY "Monthly fee [" SCV-FLAT-FEE "]:"
                   MOVE 7 TO NUMBER-MAX-WHOLE
                   MOVE 2 TO NUMBER-MAX-FRAC
                   PERFORM ACCEPT-NUMBER-ENTRY
                   IF NOT NUMBER-OK
                       DISPLAY "Not an amount."
                       GO TO ENTER-SCHEDULE-CARD-EXIT
                   END-IF
                   IF ENTRY-TEXT NOT = SPACES
                       MOVE NUMBER-VALUE TO SCV-FLAT-FEE
                   END-IF
                   IF SCV-FLAT-FEE = 0
                       DISPLAY "A fee card needs a fee."
                       GO TO ENTER-SCHEDULE-CARD-EXIT
                   END-IF
                   MOVE 0 TO SCV-RATE-PCT
               WHEN OTHER
                   DISPLAY "Kind must be RATEPCT or FLATFEE."
                   GO TO ENTER-SCHEDULE-CARD-EXIT
           END-EVALUATE.
           DISPLAY "Minimum balance, 0 for none [" SCV-MIN-BALANCE
                   "]:".
           MOVE 11 TO NUMBER-MAX-WHOLE.
           MOVE 2 TO NUMBER-MAX-FRAC.
           PERFORM ACCEPT-NUMBER-ENTRY.
           IF NOT NUMBER-OK
               DISPLAY "Not an amount."
               GO TO ENTER-SCHEDULE-CARD-EXIT
           END-IF.
           IF ENTRY-TEXT NOT = SPACES
               MOVE NUMBER-VALUE TO SCV-MIN-BALANCE
           END-IF.
           DISPLAY "Charge plan, or * for none [" SCV-PLAN "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT = "*"
               MOVE SPACES TO SCV-PLAN
           ELSE
               IF ENTRY-TEXT NOT = SPACES
                   MOVE ENTRY-TEXT TO SCV-PLAN
               END-IF
           END-IF.
           IF SCV-PLAN NOT = SPACES AND PRODMST-OPEN
               MOVE 'N' TO PLAN-KNOWN-SW
               PERFORM VARYING PLAN-IDX FROM 1 BY 1
                       UNTIL PLAN-IDX > PLAN-COUNT
                   IF PLAN-TBL-CODE (PLAN-IDX) = SCV-PLAN
                       MOVE 'Y' TO PLAN-KNOWN-SW
                   END-IF
               END-PERFORM
               IF NOT PLAN-KNOWN
                   DISPLAY "No product on PRODMST uses plan "
                           SCV-PLAN "."
                   GO TO ENTER-SCHEDULE-CARD-EXIT
               END-IF
           END-IF.
           MOVE 'Y' TO ENTRY-OK-SW.
       ENTER-SCHEDULE-CARD-EXIT.
           EXIT.

       ENTER-TYPE-CARD.
           DISPLAY "Record type code [" TYV-CODE "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               IF NOT ADDING-A-CARD AND ENTRY-TEXT NOT = TYV-CODE
                   DISPLAY "The code is the card - end this card "
                           "and add a new one."
                   GO TO ENTER-TYPE-CARD-EXIT
               END-IF
               MOVE ENTRY-TEXT TO TYV-CODE
           END-IF.
           IF TYV-CODE = SPACES
               DISPLAY "A record type code is required."
               GO TO ENTER-TYPE-CARD-EXIT
           END-IF.
           IF ADDING-A-CARD AND TYPE-COUNT > 0
               MOVE TYV-CODE TO CHECK-TYPE-CODE
               PERFORM CHECK-RECORD-TYPE
               IF TYPE-KNOWN
                   DISPLAY TYV-CODE " is already a record type."
                   GO TO ENTER-TYPE-CARD-EXIT
               END-IF
           END-IF.
           DISPLAY "Description [" TYV-DESC "]:".
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO TYV-DESC
           END-IF.
           IF TYV-DESC = SPACES
               DISPLAY "A description is required."
               GO TO ENTER-TYPE-CARD-EXIT
           END-IF.
           DISPLAY "Disposition C=count W=count and warn "
                   "R=reject [" TYV-DISP "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO TYV-DISP
           END-IF.
           IF TYV-DISP NOT = 'C' AND TYV-DISP NOT = 'W' AND
              TYV-DISP NOT = 'R'
               DISPLAY "Disposition must be C, W or R."
               GO TO ENTER-TYPE-CARD-EXIT
           END-IF.
           MOVE 'Y' TO ENTRY-OK-SW.
       ENTER-TYPE-CARD-EXIT.
           EXIT.

       ENTER-VELOCITY-CARD.
           IF VLV-MAX-COUNT NOT NUMERIC
               MOVE 0 TO VLV-MAX-COUNT
           END-IF.
           IF VLV-MAX-AMOUNT NOT NUMERIC
               MOVE 0 TO VLV-MAX-AMOUNT
           END-IF.
           DISPLAY "Account number, or DEFAULT [" VLV-ACCT-NBR "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO VLV-ACCT-NBR
           END-IF.
           IF VLV-ACCT-NBR NOT = "DEFAULT"
               CALL "CHKDGT" USING VLV-ACCT-NBR CHKDGT-RESULT
               IF NOT CHKDGT-PASSED
                   DISPLAY "Account number fails its check digit."
                   GO TO ENTER-VELOCITY-CARD-EXIT
               END-IF
           END-IF.
           DISPLAY "Most postings a day, 0 for no limit ["
                   VLV-MAX-COUNT "]:".
           MOVE 5 TO NUMBER-MAX-WHOLE.
           MOVE 0 TO NUMBER-MAX-FRAC.
           PERFORM ACCEPT-NUMBER-ENTRY.
           IF NOT NUMBER-OK
               DISPLAY "Not a count."
               GO TO ENTER-VELOCITY-CARD-EXIT
           END-IF.
           IF ENTRY-TEXT NOT = SPACES
               MOVE NUMBER-VALUE TO VLV-MAX-COUNT
           END-IF.
           DISPLAY "Most value a day, 0 for no limit ["
                   VLV-MAX-AMOUNT "]:".
           MOVE 9 TO NUMBER-MAX-WHOLE.
           MOVE 2 TO NUMBER-MAX-FRAC.
           PERFORM ACCEPT-NUMBER-ENTRY.
           IF NOT NUMBER-OK
               DISPLAY "Not an amount."
               GO TO ENTER-VELOCITY-CARD-EXIT
           END-IF.
           IF ENTRY-TEXT NOT = SPACES
               MOVE NUMBER-VALUE TO VLV-MAX-AMOUNT
           END-IF.
           IF VLV-MAX-COUNT = 0 AND VLV-MAX-AMOUNT = 0
               DISPLAY "A card with no limit at all does nothing."
               GO TO ENTER-VELOCITY-CARD-EXIT
           END-IF.
           MOVE 'Y' TO ENTRY-OK-SW.
       ENTER-VELOCITY-CARD-EXIT.
           EXIT.

       ENTER-BRANCH-CARD.
           DISPLAY "Lowest account number in range ["
                   BRV-RANGE-LOW "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO BRV-RANGE-LOW
           END-IF.
           DISPLAY "Highest account number in range ["
                   BRV-RANGE-HIGH "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO BRV-RANGE-HIGH
           END-IF.
           IF BRV-RANGE-LOW = SPACES OR BRV-RANGE-HIGH = SPACES
               DISPLAY "Both ends of the range are required."
               GO TO ENTER-BRANCH-CARD-EXIT
           END-IF.
           IF BRV-RANGE-LOW > BRV-RANGE-HIGH
               DISPLAY "The low end is above the high end."
               GO TO ENTER-BRANCH-CARD-EXIT
           END-IF.
           DISPLAY "Branch code [" BRV-BRANCH-CODE "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO BRV-BRANCH-CODE
           END-IF.
           DISPLAY "Branch name [" BRV-BRANCH-NAME "]:".
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO BRV-BRANCH-NAME
           END-IF.
           DISPLAY "Region code [" BRV-REGION-CODE "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO BRV-REGION-CODE
           END-IF.
           DISPLAY "Region name [" BRV-REGION-NAME "]:".
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO BRV-REGION-NAME
           END-IF.
           IF BRV-BRANCH-CODE = SPACES OR BRV-BRANCH-NAME = SPACES
              OR BRV-REGION-CODE = SPACES OR
              BRV-REGION-NAME = SPACES
               DISPLAY "Branch and region code and name are all "
                       "required."
               GO TO ENTER-BRANCH-CARD-EXIT
           END-IF.
           MOVE 'Y' TO ENTRY-OK-SW.
       ENTER-BRANCH-CARD-EXIT.
           EXIT.

       ENTER-DISTRIBUTION-CARD.
           IF DLV-COPIES NOT NUMERIC
               MOVE 1 TO DLV-COPIES
           END-IF.
           DISPLAY "Recipient [" DLV-RECIPIENT "]:".
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO DLV-RECIPIENT
           END-IF.
           IF DLV-RECIPIENT = SPACES
               DISPLAY "A recipient is required."
               GO TO ENTER-DISTRIBUTION-CARD-EXIT
           END-IF.
           DISPLAY "Report DD name [" DLV-REPORT-DSN "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO DLV-REPORT-DSN
           END-IF.
           IF DLV-REPORT-DSN = SPACES
               DISPLAY "A report is required."
               GO TO ENTER-DISTRIBUTION-CARD-EXIT
           END-IF.
           DISPLAY "Copies 1-9 [" DLV-COPIES "]:".
           MOVE 1 TO NUMBER-MAX-WHOLE.
           MOVE 0 TO NUMBER-MAX-FRAC.
           PERFORM ACCEPT-NUMBER-ENTRY.
           IF NOT NUMBER-OK
               DISPLAY "Not a number of copies."
               GO TO ENTER-DISTRIBUTION-CARD-EXIT
           END-IF.
           IF ENTRY-TEXT NOT = SPACES
               MOVE NUMBER-VALUE TO DLV-COPIES
           END-IF.
           IF DLV-COPIES = 0
               DISPLAY "At least one copy."
               GO TO ENTER-DISTRIBUTION-CARD-EXIT
           END-IF.
           MOVE 'Y' TO ENTRY-OK-SW.
       ENTER-DISTRIBUTION-CARD-EXIT.
           EXIT.

       ENTER-WATCH-CARD.
           DISPLAY "Account number [" WTV-ACCT-NBR "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO WTV-ACCT-NBR
           END-IF.
           CALL "CHKDGT" USING WTV-ACCT-NBR CHKDGT-RESULT.
           IF NOT CHKDGT-PASSED
               DISPLAY "Account number fails its check digit."
               GO TO ENTER-WATCH-CARD-EXIT
           END-IF.
           CALL "MASKACCT" USING WTV-ACCT-NBR MASKED-ACCT.
           DISPLAY "Watching " MASKED-ACCT.
           DISPLAY "Reason code [" WTV-REASON "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO WTV-REASON
           END-IF.
           IF WTV-REASON = SPACES
               DISPLAY "A reason code is required."
               GO TO ENTER-WATCH-CARD-EXIT
           END-IF.
           DISPLAY "Severity LOW/MEDIUM/HIGH/CRIT [" WTV-SEVERITY
                   "]:".
           PERFORM ACCEPT-CODE-ENTRY.
           IF ENTRY-TEXT NOT = SPACES
               MOVE ENTRY-TEXT TO WTV-SEVERITY
           END-IF.
           IF WTV-SEVERITY NOT = "LOW" AND
              WTV-SEVERITY NOT = "MEDIUM" AND
              WTV-SEVERITY NOT = "HIGH" AND
              WTV-SEVERITY NOT = "CRIT"
               DISPLAY "Severity must be LOW, MEDIUM, HIGH or CRIT."
               GO TO ENTER-WATCH-CARD-EXIT
           END-IF.
           MOVE 'Y' TO ENTRY-OK-SW.
       ENTER-WATCH-CARD-EXIT.
           EXIT.

       ACCEPT-CODE-ENTRY.
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           INSPECT ENTRY-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * Blank entry keeps the field as it is and passes.
       ACCEPT-NUMBER-ENTRY.
           MOVE SPACES TO ENTRY-TEXT.
           ACCEPT ENTRY-TEXT.
           MOVE 'Y' TO NUMBER-OK-SW.
           IF ENTRY-TEXT NOT = SPACES
               PERFORM PARSE-NUMBER-ENTRY
           END-IF.

       PARSE-NUMBER-ENTRY.
           MOVE 'Y' TO NUMBER-OK-SW.
           MOVE SPACES TO NUMBER-WHOLE-X.
           MOVE "000000" TO NUMBER-FRAC-X.
           MOVE 0 TO NUMBER-WHOLE-DIGITS.
           MOVE 0 TO NUMBER-FRAC-DIGITS.
           MOVE 'N' TO NUMBER-PAST-POINT-SW.
           PERFORM VARYING NUMBER-SCAN-IDX FROM 1 BY 1
                   UNTIL NUMBER-SCAN-IDX > 20
                      OR ENTRY-TEXT (NUMBER-SCAN-IDX:1) = SPACE
               EVALUATE TRUE
                   WHEN ENTRY-TEXT (NUMBER-SCAN-IDX:1) = '.'
                       IF NUMBER-PAST-POINT-SW = 'Y'
                           MOVE 'N' TO NUMBER-OK-SW
                       END-IF
                       MOVE 'Y' TO NUMBER-PAST-POINT-SW
                   WHEN ENTRY-TEXT (NUMBER-SCAN-IDX:1) IS NUMERIC
                       IF NUMBER-PAST-POINT-SW = 'Y'
                           ADD 1 TO NUMBER-FRAC-DIGITS
                           IF NUMBER-FRAC-DIGITS > NUMBER-MAX-FRAC
                               MOVE 'N' TO NUMBER-OK-SW
                           ELSE
                               MOVE ENTRY-TEXT
                                    (NUMBER-SCAN-IDX:1) TO
                                    NUMBER-FRAC-X
                                        (NUMBER-FRAC-DIGITS:1)
                           END-IF
                       ELSE
                           ADD 1 TO NUMBER-WHOLE-DIGITS
                           IF NUMBER-WHOLE-DIGITS > NUMBER-MAX-WHOLE
                               MOVE 'N' TO NUMBER-OK-SW
                           ELSE
                               MOVE ENTRY-TEXT
                                    (NUMBER-SCAN-IDX:1) TO
                                    NUMBER-WHOLE-X
                                        (NUMBER-WHOLE-DIGITS:1)
                           END-IF
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO NUMBER-OK-SW
               END-EVALUATE
           END-PERFORM.
           IF NUMBER-WHOLE-DIGITS = 0 AND NUMBER-FRAC-DIGITS = 0
               MOVE 'N' TO NUMBER-OK-SW
           END-IF.
           IF NUMBER-OK
               MOVE 0 TO NUMBER-WHOLE-NUM
               IF NUMBER-WHOLE-DIGITS > 0
                   MOVE NUMBER-WHOLE-X (1:NUMBER-WHOLE-DIGITS) TO
                        NUMBER-WHOLE-NUM
                            (12 - NUMBER-WHOLE-DIGITS:
                             NUMBER-WHOLE-DIGITS)
               END-IF
               MOVE NUMBER-FRAC-X TO NUMBER-FRAC-NUM
               COMPUTE NUMBER-VALUE =
                   NUMBER-WHOLE-NUM + (NUMBER-FRAC-NUM / 1000000)
           END-IF.
