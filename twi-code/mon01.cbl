      *   AND EVERY JOB THAT STARTED AND NEVER STOPPED - THE
      *   ABENDS - FLAGGED AT THE TOP WHERE THE MORNING SHIFT
      *   ACTUALLY READS.
      * A STOP ONLY PAIRS WITH A START OF THE SAME STREAM RUN ID
      * (SEE STREAMID), SO A JOB THAT ABENDED ON ONE ATTEMPT AND
      * RAN CLEAN ON THE RESTART SHOWS AS BOTH, EACH LINE TAGGED
      * WITH ITS RUN. THE OPTIONAL MON01PM CARD (COLUMNS 1-6)
      * NAMES ONE RUN ID TO REVIEW ON ITS OWN; BLANK OR NO CARD
      * REPORTS EVERY RUN ON THE LOG.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MON01BAS-STATUS.

           SELECT MON01-PARMCARD ASSIGN TO MON01PM
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS MON01PM-STATUS.

           SELECT MON01-REPORT ASSIGN TO MON01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           05  BASELINE-SECONDS         PIC 9(6).
           05  FILLER                   PIC X(66).

       FD  MON01-PARMCARD.
       01  MON01PM-REC.
           05  MON01PM-RUN-ID           PIC X(6).
           05  FILLER                   PIC X(74).

       FD  MON01-REPORT.
       01  MON01-REPORT-LINE            PIC X(80).

       01  MON01BAS-STATUS.
           05  MON01BAS-STATUS-L        PIC X.
           05  MON01BAS-STATUS-R       PIC X.
       01  MON01PM-STATUS.
           05  MON01PM-STATUS-L         PIC X.
           05  MON01PM-STATUS-R         PIC X.
       01  MON01RPT-STATUS.
           05  MON01RPT-STATUS-L        PIC X.
           05  MON01RPT-STATUS-R        PIC X.
               10  OPEN-START-JOB       PIC X(8).
               10  OPEN-START-TIME      PIC X(8).
               10  OPEN-START-USED      PIC X.
               10  OPEN-START-RUN-ID    PIC X(6).
       01  OPEN-IDX                     PIC 99.
       01  MATCH-IDX                    PIC 99.
      * Run ID from the MON01PM card; spaces reports every run.
       01  SELECTED-RUN-ID              PIC X(6)    VALUE SPACES.

       01  BASELINE-COUNT               PIC 99      VALUE 0.
       01  BASELINE-TABLE.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM GET-PARM-CARD.
           PERFORM LOAD-BASELINES.
           PERFORM OPEN-MON01-REPORT.
           PERFORM PROCESS-DAILYLOG.
           STOP RUN.

      * LEVEL 2 ROUTINES
       GET-PARM-CARD.
           MOVE SPACES TO SELECTED-RUN-ID.
           OPEN INPUT MON01-PARMCARD.
           IF MON01PM-STATUS = "00"
               READ MON01-PARMCARD
                   AT END MOVE "10" TO MON01PM-STATUS
               END-READ
               IF MON01PM-STATUS = "00"
                   MOVE MON01PM-RUN-ID TO SELECTED-RUN-ID
               END-IF
               CLOSE MON01-PARMCARD
           END-IF.
           IF SELECTED-RUN-ID NOT = SPACES
               DISPLAY "MON01: reviewing run id " SELECTED-RUN-ID
           END-IF.

       LOAD-BASELINES.
           MOVE 0 TO BASELINE-COUNT.
           OPEN INPUT MON01-BASELINE.
                   AT END MOVE 'Y' TO DAILYLOG-EOF
               END-READ
               IF NOT DAILYLOG-EOF-YES
                   IF SELECTED-RUN-ID = SPACES OR
                      SELECTED-RUN-ID = DAILYLOG-REC-RUN-ID
                       PERFORM PAIR-ONE-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           IF DAILYLOG-STATUS = "00" OR DAILYLOG-STATUS = "10"
                            OPEN-START-TIME (OPEN-START-COUNT)
                       MOVE 'N' TO
                            OPEN-START-USED (OPEN-START-COUNT)
                       MOVE DAILYLOG-REC-RUN-ID TO
                            OPEN-START-RUN-ID (OPEN-START-COUNT)
                   END-IF
               WHEN "STOP    "
                   PERFORM MATCH-STOP-TO-START
           PERFORM VARYING OPEN-IDX FROM 1 BY 1
                   UNTIL OPEN-IDX > OPEN-START-COUNT
               IF OPEN-START-JOB (OPEN-IDX) = DAILYLOG-REC-JOB AND
                  OPEN-START-RUN-ID (OPEN-IDX) =
                      DAILYLOG-REC-RUN-ID AND
                  OPEN-START-USED (OPEN-IDX) = 'N'
                   MOVE OPEN-IDX TO MATCH-IDX
               END-IF
                   MOVE SPACES TO MON01-REPORT-LINE
                   STRING "STOP WITHOUT START " DAILYLOG-REC-JOB
                          " AT " DAILYLOG-REC-TIME
                          " RUN " DAILYLOG-REC-RUN-ID
                       DELIMITED BY SIZE INTO MON01-REPORT-LINE
                   WRITE MON01-REPORT-LINE
               END-IF
                   STRING "RAN  " DAILYLOG-REC-JOB
                          " ELAPSED " ELAPSED-SECONDS
                          " SECS TYPICAL " TYPICAL-SECONDS
                          " RUN " DAILYLOG-REC-RUN-ID
                          " *** LONGER ***"
                       DELIMITED BY SIZE INTO MON01-REPORT-LINE
               ELSE
                   STRING "RAN  " DAILYLOG-REC-JOB
                          " ELAPSED " ELAPSED-SECONDS
                          " SECS TYPICAL " TYPICAL-SECONDS
                          " RUN " DAILYLOG-REC-RUN-ID
                       DELIMITED BY SIZE INTO MON01-REPORT-LINE
               END-IF
               WRITE MON01-REPORT-LINE
                   DISPLAY "MON01: *** NO STOP *** "
                           OPEN-START-JOB (OPEN-IDX)
                           " started " OPEN-START-TIME (OPEN-IDX)
                           " run " OPEN-START-RUN-ID (OPEN-IDX)
                   IF MON01RPT-STATUS = "00"
                       MOVE SPACES TO MON01-REPORT-LINE
                       STRING "*** NO STOP *** "
                              OPEN-START-JOB (OPEN-IDX)
                              " STARTED "
                              OPEN-START-TIME (OPEN-IDX)
                              " NEVER STOPPED RUN "
                              OPEN-START-RUN-ID (OPEN-IDX)
                           DELIMITED BY SIZE INTO MON01-REPORT-LINE
                       WRITE MON01-REPORT-LINE
                   END-IF
