      * NEVER BE MISTAKEN FOR EACH OTHER; EOD01 READS IT BACK TO
      * SAY HOW MANY CYCLES THE DAY RAN WHEN IT CONSOLIDATES THE
      * SINGLE END-OF-DAY VIEW THE MORNING SHIFT READS.
      * EVERY EXECUTION OF THE STREAM - A RESUBMISSION AFTER AN
      * RST01 RESTART AS MUCH AS A NEW CYCLE - ALSO GETS A NEW
      * RUN ID, ONE PAST THE LAST ON CYCLECTL, WHICH THE SHARED
      * STREAMID SERVICE HANDS TO EVERY LOG LINE, ALERT, CONTROL
      * RECORD, DELIVERY SUMMARY AND REPORT HEADER THE RUN
      * PRODUCES. THE RUN ID IS WRITTEN BEFORE CYC01 LOGS ITS
      * OWN START, SO EVEN THAT LINE CARRIES THE NEW ONE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  CYCLE-DATE               PIC 9(8).
           05  FILLER                   PIC X.
           05  CYCLE-NBR                PIC 9(2).
           05  FILLER                   PIC X.
           05  CYCLE-RUN-ID             PIC 9(6).
           05  FILLER                   PIC X(62).

       WORKING-STORAGE SECTION.
       COPY "daylogws.cpy".

       01  RUN-DATE-NUM                 PIC 9(8)    VALUE 0.
       01  NEW-CYCLE-NBR                PIC 9(2)    VALUE 1.
       01  NEW-RUN-ID                   PIC 9(6)    VALUE 1.
       01  CYCLE-LOG-DETAIL             PIC X(31).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT SUITE-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SUITE-RUN-DATE TO RUN-DATE-NUM.
           PERFORM READ-CYCLE-CONTROL.
           PERFORM WRITE-CYCLE-CONTROL.
           CALL "DAYLOG" USING "CYC01   " DAYLOG-BLANK-OPERATOR
                                "START   " DAYLOG-BLANK-DETAIL.
           DISPLAY "CYC01: processing cycle " NEW-CYCLE-NBR
                   " for " RUN-DATE-NUM " run id " NEW-RUN-ID.
           MOVE SPACES TO CYCLE-LOG-DETAIL.
           STRING "CYCLE " NEW-CYCLE-NBR " OPENED"
               DELIMITED BY SIZE INTO CYCLE-LOG-DETAIL.
                  CYCLE-DATE = RUN-DATE-NUM
                   COMPUTE NEW-CYCLE-NBR = CYCLE-NBR + 1
               END-IF
               IF CYCLECTL-STATUS = "00" AND
                  CYCLE-RUN-ID IS NUMERIC AND
                  CYCLE-RUN-ID < 999999
                   COMPUTE NEW-RUN-ID = CYCLE-RUN-ID + 1
               END-IF
               CLOSE CYCLE-CONTROL
           END-IF.

               MOVE SPACES TO CYCLE-CONTROL-REC
               MOVE RUN-DATE-NUM TO CYCLE-DATE
               MOVE NEW-CYCLE-NBR TO CYCLE-NBR
               MOVE NEW-RUN-ID TO CYCLE-RUN-ID
               WRITE CYCLE-CONTROL-REC
               CLOSE CYCLE-CONTROL
           END-IF.
