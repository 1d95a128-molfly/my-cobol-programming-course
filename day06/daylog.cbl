      * JOBS RAN, IN WHAT ORDER, AND WHETHER EACH COMPLETED
      * CLEANLY - INSTEAD OF EVERY PROGRAM'S OWN AUDIT TRAIL BEING
      * AN ISLAND. EOD01 READS THIS FILE TO BUILD THE END-OF-DAY
      * SUMMARY. EVERY LINE ENDS WITH THE STREAM RUN ID FROM THE
      * SHARED STREAMID SERVICE, SO MON01, STA01 AND EOD01 CAN
      * TELL ONE EXECUTION OF THE STREAM FROM ANOTHER ON THE SAME
      * DAY.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  RETRY-WAIT-IDX               PIC 9(7).
       01  DAYLOG-OPENED-SW             PIC X       VALUE 'N'.
           88  DAYLOG-OPENED                         VALUE 'Y'.
       01  DAYLOG-RUN-ID                PIC X(6)    VALUE SPACES.

       LINKAGE SECTION.
       01  DAYLOG-JOB                   PIC X(8).
       01  DAYLOG-OPERATOR              PIC X(10).
       01  DAYLOG-EVENT                 PIC X(8).
      * X(19) is what actually survives into DAYLOG-LINE/DAILYLOG-REC
      * below past the fixed date/time/job/operator/event/sequence
      * columns and ahead of the run ID - see daylogrec.cpy's
      * DAILYLOG-REC-DETAIL.
       01  DAYLOG-DETAIL                PIC X(31).

       PROCEDURE DIVISION USING DAYLOG-JOB DAYLOG-OPERATOR
           MOVE SUITE-RUN-DATE-MM   TO SUITE-RUN-DATE-X-MM.
           MOVE SUITE-RUN-DATE-DD   TO SUITE-RUN-DATE-X-DD.
           ACCEPT SUITE-RUN-TIME FROM TIME.
           CALL "STREAMID" USING DAYLOG-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO DAYLOG-RUN-ID
           END-CALL.

      * The run ID always lands in the last six columns, after the
      * detail.
       WRITE-DAYLOG-LINE.
           PERFORM DERIVE-TODAY-SEQUENCE.
           PERFORM OPEN-DAYLOG-WITH-RETRY.
               STRING SUITE-RUN-DATE-X " " SUITE-RUN-TIME " "
                      SUITE-JOB-NAME " " SUITE-OPERATOR-ID " "
                      DAYLOG-EVENT " " DAYLOG-SEQ-EDIT
                      " " DAYLOG-DETAIL (1:19)
                   DELIMITED BY SIZE INTO DAYLOG-LINE
                   ON OVERFLOW
                       DISPLAY "DAYLOG: DAYLOG-LINE overflow - "
                               "detail truncated"
               END-STRING
           END-IF.
           MOVE DAYLOG-RUN-ID TO DAYLOG-LINE (75:6).
           IF DAYLOG-OPENED
               WRITE DAYLOG-LINE
               CLOSE DAYLOG-FILE
