       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTEADD IS INITIAL PROGRAM.
      *--------------------------------------------------
      * SHARED "ADD A NOTE TO THIS ACCOUNT" ROUTINE. WHAT THE
      * CUSTOMER SAID ON THE PHONE USED TO LIVE ON PAPER AT ONE
      * DESK; THE INQUIRY CONSOLES (ACV01, INQ01) CALL THIS WITH
      * THE ACCOUNT ON SCREEN SO THE OPERATOR CAN RECORD THE
      * CONTACT WITHOUT LEAVING THE INQUIRY. IT ASKS FOR A
      * CATEGORY AND THE TEXT AND WRITES ONE ACCTNOTE RECORD
      * STAMPED WITH THE DATE, CLOCK TIME, AND OPERATOR.
      * THE CALLER PASSES THE DATASET NAME SO A TRAINING
      * SESSION'S NOTES GO TO THE TRAINING COPY. A BLANK TEXT
      * ABANDONS THE NOTE. RESULT: 'Y' THE NOTE WAS WRITTEN,
      * 'N' IT WAS NOT.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTNOTE-FILE ASSIGN TO NOTEADD-FILE-NAME
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTNOTE-KEY
                  FILE STATUS   IS ACCTNOTE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCTNOTE-FILE.
           COPY "acctnote.cpy".

       WORKING-STORAGE SECTION.
       01  ACCTNOTE-STATUS.
           05  ACCTNOTE-STATUS-L        PIC X.
           05  ACCTNOTE-STATUS-R        PIC X.
       01  NOTE-CATEGORY                PIC X(4).
       01  NOTE-TEXT                    PIC X(60).
       01  NOTE-DATE                    PIC 9(8).
       01  NOTE-TIME                    PIC 9(8).
       01  CATEGORY-OK-SW               PIC X       VALUE 'N'.
           88  CATEGORY-OK                           VALUE 'Y'.
      * Two notes on one account inside the same hundredth of a
      * second share a key; the later one is nudged forward a
      * tick at a time, a few times at most.
       01  WRITE-TRIES                  PIC 9       VALUE 0.
       01  NOTE-WRITTEN-SW              PIC X       VALUE 'N'.
           88  NOTE-WRITTEN                          VALUE 'Y'.

       LINKAGE SECTION.
       01  NOTEADD-ACCT                 PIC X(10).
       01  NOTEADD-OPERATOR             PIC X(10).
       01  NOTEADD-FILE-NAME            PIC X(12).
       01  NOTEADD-RESULT               PIC X.

       PROCEDURE DIVISION USING NOTEADD-ACCT NOTEADD-OPERATOR
                                 NOTEADD-FILE-NAME NOTEADD-RESULT.
       PROGRAM-BEGIN.
           MOVE 'N' TO NOTEADD-RESULT.
           IF NOTEADD-ACCT = SPACES
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM GET-NOTE-CATEGORY.
           DISPLAY "Note text (blank to abandon):".
           MOVE SPACES TO NOTE-TEXT.
           ACCEPT NOTE-TEXT.
           IF NOTE-TEXT = SPACES
               DISPLAY "Note abandoned."
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM OPEN-NOTE-FILE.
           IF ACCTNOTE-STATUS NOT = "00"
               DISPLAY "NOTEADD: OPEN ACCTNOTE-FILE - status "
                       ACCTNOTE-STATUS " - note not saved"
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM WRITE-THE-NOTE.
           CLOSE ACCTNOTE-FILE.
           IF NOTE-WRITTEN
               MOVE 'Y' TO NOTEADD-RESULT
               DISPLAY "Note saved."
           ELSE
               DISPLAY "NOTEADD: WRITE ACCTNOTE-FILE - status "
                       ACCTNOTE-STATUS " - note not saved"
           END-IF.

       PROGRAM-DONE.
           GOBACK.

      * LEVEL 2 ROUTINES
       GET-NOTE-CATEGORY.
           MOVE 'N' TO CATEGORY-OK-SW.
           PERFORM UNTIL CATEGORY-OK
               DISPLAY "Category - CALL, VISI(t), LETR, COMP(laint)"
                       " or GENL (blank = GENL):"
               MOVE SPACES TO NOTE-CATEGORY
               ACCEPT NOTE-CATEGORY
               INSPECT NOTE-CATEGORY CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               IF NOTE-CATEGORY = SPACES
                   MOVE "GENL" TO NOTE-CATEGORY
               END-IF
               MOVE NOTE-CATEGORY TO ACCTNOTE-CATEGORY
               IF ACCTNOTE-VALID-CATEGORY
                   MOVE 'Y' TO CATEGORY-OK-SW
               ELSE
                   DISPLAY "Please enter one of the categories shown."
               END-IF
           END-PERFORM.

      * The notes file is created on the first note ever taken.
       OPEN-NOTE-FILE.
           OPEN I-O ACCTNOTE-FILE.
           IF ACCTNOTE-STATUS = "35"
               OPEN OUTPUT ACCTNOTE-FILE
               IF ACCTNOTE-STATUS = "00"
                   CLOSE ACCTNOTE-FILE
                   OPEN I-O ACCTNOTE-FILE
               END-IF
           END-IF.

       WRITE-THE-NOTE.
           ACCEPT NOTE-DATE FROM DATE YYYYMMDD.
           ACCEPT NOTE-TIME FROM TIME.
           MOVE 'N' TO NOTE-WRITTEN-SW.
           MOVE 0 TO WRITE-TRIES.
           PERFORM UNTIL NOTE-WRITTEN OR WRITE-TRIES > 4
               MOVE SPACES TO ACCTNOTE-REC
               MOVE NOTEADD-ACCT TO ACCTNOTE-ACCT-NBR
               MOVE NOTE-DATE TO ACCTNOTE-DATE
               MOVE NOTE-TIME TO ACCTNOTE-TIME
               MOVE NOTEADD-OPERATOR TO ACCTNOTE-OPERATOR
               MOVE NOTE-CATEGORY TO ACCTNOTE-CATEGORY
               MOVE NOTE-TEXT TO ACCTNOTE-TEXT
               WRITE ACCTNOTE-REC
                   INVALID KEY
                       ADD 1 TO WRITE-TRIES
                       ADD 1 TO NOTE-TIME
                   NOT INVALID KEY
                       MOVE 'Y' TO NOTE-WRITTEN-SW
               END-WRITE
           END-PERFORM.
