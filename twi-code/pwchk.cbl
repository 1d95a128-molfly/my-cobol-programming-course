           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       WORKING-STORAGE SECTION.
       COPY "runid.cpy".
           MOVE "HIGH    "    TO ALERT-SEVERITY.
           MOVE "PWCHK   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE PWCHK-ALERT-REC.
           CLOSE PWCHK-ALERT.
