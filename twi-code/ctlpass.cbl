      * CALLER MUST REFUSE TO RUN, 'M' NO CONTROL RECORD ON FILE
      * FOR THE STEP TODAY - THE PREDECESSOR PREDATES THE SCHEME
      * AND THE CALLER PROCEEDS ON THE OLD TRUST.
      * EACH CONTROL RECORD CARRIES THE STREAM RUN ID IT WAS
      * WRITTEN UNDER (SEE STREAMID), SO A RERUN'S RECORD CAN BE
      * TOLD FROM THE FAILED ATTEMPT'S.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER                   PIC X.
           05  CTL-REC-AMOUNT           PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X.
           05  CTL-REC-RUN-ID           PIC X(6).
           05  FILLER                   PIC X(31).

       WORKING-STORAGE SECTION.
       COPY "runid.cpy".
               MOVE CTLPASS-STEP TO CTL-REC-STEP
               MOVE CTLPASS-COUNT TO CTL-REC-COUNT
               MOVE CTLPASS-AMOUNT TO CTL-REC-AMOUNT
               CALL "STREAMID" USING CTL-REC-RUN-ID
                   ON EXCEPTION
                       MOVE SPACES TO CTL-REC-RUN-ID
               END-CALL
               WRITE CONTROL-FILE-REC
               CLOSE CONTROL-FILE
               MOVE 'Y' TO CTLPASS-RESULT
