      * RUN - SO THE RESUBMITTED STREAM (ITS STEPS CONSULTING
      * THE PLAN) GOES STRAIGHT TO THE FAILED STEP. THE PLAN
      * PRINTS ON RST01RPT FOR THE OPERATOR WHO SIGNS THE
      * RESUBMIT. A STEP FLAGGED STANDALONE ON SCHEDTBL (AN
      * ACCOUNT-RANGE PARTITION OF MST01 OR ROL01) THAT
      * COMPLETED IS SKIPPED EVEN AFTER THE RESTART POINT, SO A
      * FAILED PARTITION IS RERUN ON ITS OWN WITHOUT REPOSTING
      * THE PARTITIONS THAT FINISHED.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  STEP-COUNT                   PIC 99      VALUE 0.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 60 TIMES.
               10  STEP-TBL-JOB         PIC X(8).
               10  STEP-TBL-ALONE       PIC X.
               10  STEP-TBL-STARTED     PIC X.
               10  STEP-TBL-STOPPED     PIC X.
               10  STEP-TBL-ACTION      PIC X(4).
                       AT END MOVE "10" TO SCHEDTBL-STATUS
                   END-READ
                   IF SCHEDTBL-STATUS = "00" AND
                      STEP-COUNT < 60 AND
                      SCHED-JOB NOT = SPACES
                       ADD 1 TO STEP-COUNT
                       MOVE SCHED-JOB TO
                            STEP-TBL-JOB (STEP-COUNT)
                       MOVE 'N' TO STEP-TBL-STARTED (STEP-COUNT)
                       MOVE 'N' TO STEP-TBL-STOPPED (STEP-COUNT)
                       MOVE SCHED-STANDALONE TO
                            STEP-TBL-ALONE (STEP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE RST01-SCHEDULE
           END-IF.

      * Everything before the first step that did not complete
      * cleanly is SKIP; that step and everything after it RUN,
      * except a standalone step that already completed.
       BUILD-THE-PLAN.
           MOVE 'N' TO RESTART-FOUND-SW.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               IF RESTART-POINT-FOUND
                   IF STEP-TBL-ALONE (STEP-IDX) = 'Y' AND
                      STEP-TBL-STARTED (STEP-IDX) = 'Y' AND
                      STEP-TBL-STOPPED (STEP-IDX) = 'Y'
                       MOVE "SKIP" TO STEP-TBL-ACTION (STEP-IDX)
                       ADD 1 TO SKIP-COUNT
                   ELSE
                       MOVE "RUN " TO STEP-TBL-ACTION (STEP-IDX)
                       ADD 1 TO RUN-COUNT
                   END-IF
               ELSE
                   IF STEP-TBL-STARTED (STEP-IDX) = 'Y' AND
                      STEP-TBL-STOPPED (STEP-IDX) = 'Y'
