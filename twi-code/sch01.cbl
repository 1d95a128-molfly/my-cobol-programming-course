           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  SCH01-REPORT.
       01  SCH01-REPORT-LINE            PIC X(80).
           MOVE "HIGH    "    TO ALERT-SEVERITY.
           MOVE "SCH01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE SCH01-ALERT-REC.
           CLOSE SCH01-ALERT.

