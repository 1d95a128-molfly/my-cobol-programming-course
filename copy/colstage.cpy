      *-------------------------------------------------------
      * COLSTAGE - the collections aging stages, shared by COL01
      * (which moves a case up a stage and raises the escalation
      * alert), the COL02 console and the COL03 branch report.
      * COPY into WORKING-STORAGE. A case is in the highest
      * stage whose first day it has reached, counting the
      * night the account went negative as day 1; the alert on
      * reaching a stage goes out at that stage's severity.
      *-------------------------------------------------------
       01  COLSTAGE-VALUES.
           05  FILLER                   PIC X(23)
                                        VALUE "001REMINDER    LOW     ".
           05  FILLER                   PIC X(23)
                                        VALUE "008DEMAND      MEDIUM  ".
           05  FILLER                   PIC X(23)
                                        VALUE "031FINAL NOTICEHIGH    ".
           05  FILLER                   PIC X(23)
                                        VALUE "061RECOVERY    CRIT    ".
       01  FILLER REDEFINES COLSTAGE-VALUES.
           05  COLSTAGE-ENTRY OCCURS 4 TIMES.
               10  COLSTAGE-FIRST-DAY   PIC 9(3).
               10  COLSTAGE-NAME        PIC X(12).
               10  COLSTAGE-SEVERITY    PIC X(8).
       01  COLSTAGE-COUNT               PIC 9       VALUE 4.
       01  COLSTAGE-IDX                 PIC 9.
