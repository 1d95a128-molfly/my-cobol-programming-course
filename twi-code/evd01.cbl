      *   SUSPENSE STAYS ON CNT01SUSP,
      *   THE REJ01LOG REPAIR TRAIL (MATCHED ON THE MASKED
      *   ACCOUNT, WHICH IS ALL A LOG LINE CARRIES),
      *   THE ACCTNOTE NOTES OF CONTACT TAKEN AT THE INQUIRY
      *   CONSOLES (CATEGORY, OPERATOR, AND THE FULL TEXT),
      *   AND THE ARCHIVE GENERATIONS LISTED ON EVDFILES - ONE
      *   CARD PER ARCHIVE, CLASS 'D' FOR FILEDATCLT-FORMAT DATA
      *   COPIES, 'L' FOR FLAT LOG ARCHIVES.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS REJ01LOG-STATUS.

           SELECT ACCTNOTE-FILE ASSIGN TO ACCTNOTE
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD KEY    IS ACCTNOTE-KEY
                  FILE STATUS   IS ACCTNOTE-STATUS.

           SELECT EVD01-FILELIST ASSIGN TO EVDFILES
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
       FD  REPAIR-LOG.
       01  REPAIR-LOG-LINE              PIC X(80).

       FD  ACCTNOTE-FILE.
           COPY "acctnote.cpy".

       FD  EVD01-FILELIST.
       01  EVD01-FILELIST-REC.
           05  EVDLIST-ARCH-NAME        PIC X(12).
       01  REJ01LOG-STATUS.
           05  REJ01LOG-STATUS-L        PIC X.
           05  REJ01LOG-STATUS-R        PIC X.
       01  ACCTNOTE-STATUS.
           05  ACCTNOTE-STATUS-L        PIC X.
           05  ACCTNOTE-STATUS-R        PIC X.
       01  EVDFILES-STATUS.
           05  EVDFILES-STATUS-L        PIC X.
           05  EVDFILES-STATUS-R        PIC X.
               PERFORM OPEN-EVD01-REPORT
               SORT EVD01-SORT-FILE
                   ON ASCENDING KEY SORT-DATE SORT-TIME
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS GATHER-THE-EVIDENCE
                   OUTPUT PROCEDURE IS WRITE-THE-PACK
               PERFORM CLOSE-EVD01-REPORT
           PERFORM GATHER-FROM-PENDING.
           PERFORM GATHER-FROM-SUSPENSE.
           PERFORM GATHER-FROM-REPAIR-LOG.
           PERFORM GATHER-FROM-NOTES.
           PERFORM GATHER-FROM-ARCHIVES.

       WRITE-THE-PACK.
       RELEASE-LOG-EVENT-EXIT.
           EXIT.

      * Notes are keyed account, date, time, so the browse starts
      * at the low date of the range and stops past the high one.
      * A note is two pack lines - who and what kind, then the
      * text - released in order under the same date and time.
       GATHER-FROM-NOTES.
           PERFORM NOTE-SOURCE.
           MOVE "ACCTNOTE" TO COV-SOURCE (COV-CURRENT).
           MOVE 'N' TO BROWSE-DONE-SW.
           OPEN INPUT ACCTNOTE-FILE.
           IF ACCTNOTE-STATUS NOT = "00"
               MOVE 'Y' TO BROWSE-DONE-SW
           ELSE
               MOVE 'Y' TO COV-SEARCHED (COV-CURRENT)
               MOVE CASE-ACCT TO ACCTNOTE-ACCT-NBR
               MOVE CASE-DATE-LOW TO ACCTNOTE-DATE
               MOVE 0 TO ACCTNOTE-TIME
               START ACCTNOTE-FILE
                   KEY IS NOT LESS THAN ACCTNOTE-KEY
                   INVALID KEY
                       MOVE 'Y' TO BROWSE-DONE-SW
               END-START
           END-IF.
           PERFORM UNTIL BROWSE-DONE
               READ ACCTNOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO BROWSE-DONE-SW
               END-READ
               IF NOT BROWSE-DONE
                   IF ACCTNOTE-ACCT-NBR NOT = CASE-ACCT OR
                      ACCTNOTE-DATE > CASE-DATE-HIGH
                       MOVE 'Y' TO BROWSE-DONE-SW
                   ELSE
                       PERFORM RELEASE-NOTE-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           IF ACCTNOTE-STATUS = "00" OR ACCTNOTE-STATUS = "10"
               CLOSE ACCTNOTE-FILE
           END-IF.

       RELEASE-NOTE-EVENT.
           MOVE SPACES TO EVD01-SORT-REC.
           MOVE ACCTNOTE-DATE TO SORT-DATE.
           MOVE ACCTNOTE-TIME TO SORT-TIME.
           MOVE "NOTE     " TO SORT-SOURCE.
           STRING ACCTNOTE-CATEGORY
                  " BY " ACCTNOTE-OPERATOR
                  " AT " ACCTNOTE-TIME (1:2) ":"
                  ACCTNOTE-TIME (3:2)
               DELIMITED BY SIZE INTO SORT-TEXT.
           RELEASE EVD01-SORT-REC.
           MOVE SPACES TO SORT-TEXT.
           MOVE ACCTNOTE-TEXT (1:50) TO SORT-TEXT.
           RELEASE EVD01-SORT-REC.
           IF ACCTNOTE-TEXT (51:10) NOT = SPACES
               MOVE SPACES TO SORT-TEXT
               MOVE ACCTNOTE-TEXT (51:10) TO SORT-TEXT
               RELEASE EVD01-SORT-REC
           END-IF.
           ADD 1 TO COV-FOUND (COV-CURRENT).

       GATHER-FROM-ARCHIVES.
           OPEN INPUT EVD01-FILELIST.
           IF EVDFILES-STATUS NOT = "00"
