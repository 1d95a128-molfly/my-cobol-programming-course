       IDENTIFICATION DIVISION.
       PROGRAM-ID. STREAMID.
      *--------------------------------------------------
      * SHARED STREAM RUN-ID SERVICE. A FAILED NIGHT LEAVES
      * TRACES ON DAILYLOG, CNT01ALRT, THE CONTROLS DATASET,
      * CNT01DLV AND A DOZEN REPORTS, BUT AFTER AN RST01 RESTART
      * OR ON A MIDDAY CYCLE NOTHING SAID WHICH ATTEMPT OF THE
      * STREAM LEFT WHICH TRACE. CYC01, THE FIRST STEP OF EVERY
      * EXECUTION OF THE STREAM, ALLOCATES A NEW RUN ID - A SIX-
      * DIGIT NUMBER THAT ONLY EVER CLIMBS - AND WRITES IT ON THE
      * CYCLECTL RECORD NEXT TO THE CYCLE NUMBER. STREAMID HANDS
      * IT TO EVERY CALLER: DAYLOG'S LINES, EVERY ALERT, THE
      * CTLPASS CONTROL RECORDS, CNT01'S DELIVERY SUMMARIES AND
      * THE SHARED REPORT HEADER ALL CARRY IT. SPACES WHEN THERE
      * IS NO RUN ID TO GIVE (NO CYCLECTL, OR ONE WRITTEN BEFORE
      * RUN IDS EXISTED). THE ANSWER IS READ ONCE AND CACHED FOR
      * THE RUN UNIT, AS BIZDATE CACHES THE BUSINESS DATE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAMID-CYCLECTL ASSIGN TO CYCLECTL
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CYCLECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAMID-CYCLECTL.
       01  STREAMID-CYCLECTL-REC.
           05  CYCLE-DATE               PIC 9(8).
           05  FILLER                   PIC X.
           05  CYCLE-NBR                PIC 9(2).
           05  FILLER                   PIC X.
           05  CYCLE-RUN-ID             PIC 9(6).
           05  FILLER                   PIC X(62).

       WORKING-STORAGE SECTION.
       01  CYCLECTL-STATUS.
           05  CYCLECTL-STATUS-L        PIC X.
           05  CYCLECTL-STATUS-R        PIC X.
       01  CACHED-SW                    PIC X       VALUE 'N'.
           88  RUN-ID-CACHED                         VALUE 'Y'.
       01  CACHED-RUN-ID                PIC X(6)    VALUE SPACES.

       LINKAGE SECTION.
       01  STREAMID-RUN-ID              PIC X(6).

       PROCEDURE DIVISION USING STREAMID-RUN-ID.
       PROGRAM-BEGIN.
           IF NOT RUN-ID-CACHED
               PERFORM ESTABLISH-RUN-ID
           END-IF.
           MOVE CACHED-RUN-ID TO STREAMID-RUN-ID.

       PROGRAM-DONE.
           GOBACK.

       ESTABLISH-RUN-ID.
           MOVE 'Y' TO CACHED-SW.
           MOVE SPACES TO CACHED-RUN-ID.
           OPEN INPUT STREAMID-CYCLECTL.
           IF CYCLECTL-STATUS = "00"
               READ STREAMID-CYCLECTL
                   AT END MOVE "10" TO CYCLECTL-STATUS
               END-READ
               IF CYCLECTL-STATUS = "00" AND
                  CYCLE-RUN-ID IS NUMERIC AND
                  CYCLE-RUN-ID > 0
                   MOVE CYCLE-RUN-ID TO CACHED-RUN-ID
               END-IF
               CLOSE STREAMID-CYCLECTL
           END-IF.
