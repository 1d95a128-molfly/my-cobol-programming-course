      * RECOMPUTES THE SAME FIGURES OVER WHAT WAS RESTORED AND
      * PROVES IT MATCHES WHAT WE PRODUCED - NO MORE EMPTY
      * DATASETS DISCOVERED AT THE NEXT DR TEST.
      * EVERY MANIFEST LINE IS ALSO APPENDED TO THE MANHIST
      * HISTORY, SO THE NIGHTLY COUNTS OUTLIVE THE OVERWRITTEN
      * MANIFEST AND CAP01 CAN PROJECT EACH DATASET'S GROWTH.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MANIFEST-STATUS.

           SELECT MAN01-HISTORY ASSIGN TO MANHIST
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MANHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAN01-FILELIST.
           05  MANIFEST-CHECKSUM        PIC 9(9).
           05  FILLER                   PIC X(32).

       FD  MAN01-HISTORY.
           COPY "manhist.cpy".

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".
       COPY "runid.cpy".
           05  MANIFEST-STATUS-L        PIC X.
           05  MANIFEST-STATUS-R        PIC X.

       01  MANHIST-STATUS.
           05  MANHIST-STATUS-L         PIC X.
           05  MANHIST-STATUS-R         PIC X.

       01  MAN01-DATASET-NAME           PIC X(20)   VALUE SPACES.
       01  DATASET-RECORD-COUNT         PIC 9(6).
       01  DATASET-CHECKSUM             PIC 9(9).
               DISPLAY "MAN01: OPEN MAN01-MANIFEST - status "
                       MANIFEST-STATUS
           ELSE
               PERFORM OPEN-MAN01-HISTORY
               PERFORM WALK-THE-FILE-LIST
               CLOSE MAN01-MANIFEST
               IF MANHIST-STATUS = "00"
                   CLOSE MAN01-HISTORY
               END-IF
           END-IF.
           DISPLAY "MAN01: datasets manifested= " DATASETS-LISTED.
           CALL "DAYLOG" USING "MAN01   " DAYLOG-BLANK-OPERATOR
           STOP RUN.

      * LEVEL 2 ROUTINES
       OPEN-MAN01-HISTORY.
           OPEN EXTEND MAN01-HISTORY.
           IF MANHIST-STATUS NOT = "00"
               OPEN OUTPUT MAN01-HISTORY
           END-IF.
           IF MANHIST-STATUS NOT = "00"
               DISPLAY "MAN01: OPEN MAN01-HISTORY - status "
                       MANHIST-STATUS " - counts not kept"
           END-IF.

       WALK-THE-FILE-LIST.
           OPEN INPUT MAN01-FILELIST.
           IF MANIFLST-STATUS NOT = "00"
           MOVE DATASET-RECORD-COUNT TO MANIFEST-COUNT.
           MOVE DATASET-CHECKSUM TO MANIFEST-CHECKSUM.
           WRITE MAN01-MANIFEST-REC.
           IF MANHIST-STATUS = "00"
               MOVE MAN01-MANIFEST-REC TO MANHIST-REC
               WRITE MANHIST-REC
           END-IF.
           DISPLAY "MAN01: " MAN01-DATASET-NAME
                   " records " DATASET-RECORD-COUNT
                   " checksum " DATASET-CHECKSUM.
