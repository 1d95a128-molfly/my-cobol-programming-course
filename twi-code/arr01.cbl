      *   MAKE THE BATCH WINDOW. THE ARR01RPT SHEET SHOWS WHO
      *   LANDED WHEN, WHO LANDED LATE, AND WHO IS STILL
      *   MISSING. RUN CHECK AS OFTEN AS THE EVENING WANTS.
      *   A PROFILE STILL PENDING CERTIFICATION IS EXPECTED
      *   NOWHERE - A SUPPLIER IS NOT LATE BEFORE THEY ARE LIVE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  ARR01-REPORT.
       01  ARR01-REPORT-LINE            PIC X(80).

      * LEVEL 3 ROUTINES
       CHECK-ONE-SUPPLIER.
           IF SUPMST-EXPECT-DAY (DAY-SLOT) NOT = 'Y' OR
              SUPMST-PENDING
               GO TO CHECK-ONE-SUPPLIER-EXIT
           END-IF.
           ADD 1 TO EXPECTED-COUNT.
           MOVE "HIGH    "    TO ALERT-SEVERITY.
           MOVE "ARR01   "    TO ALERT-JOB.
           MOVE ALERT-MESSAGE TO ALERT-TEXT.
           CALL "STREAMID" USING ALERT-RUN-ID
               ON EXCEPTION
                   MOVE SPACES TO ALERT-RUN-ID
           END-CALL.
           WRITE ARR01-ALERT-REC.
           CLOSE ARR01-ALERT.

