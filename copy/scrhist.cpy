      *-------------------------------------------------------
      * SCRHIST-REC - one supplier's scorecard for one month,
      * keyed (indexed) on source id and CCYYMM. SCR01 writes
      * the month it scores (a rerun replaces it) and reads the
      * three months before it for the trend. Nothing purges
      * this file: the raw histories it is built from roll off
      * under retention, the scorecards stay.
      * GRADE-COUNT holds the month's DQS01 file grades in the
      * order A, B, C, F.
      *-------------------------------------------------------
       01  SCRHIST-REC.
           05  SCRHIST-KEY.
               10  SCRHIST-SOURCE-ID    PIC X(8).
               10  SCRHIST-MONTH        PIC 9(6).
           05  SCRHIST-ARRIVED-DAYS     PIC 9(3).
           05  SCRHIST-ONTIME-DAYS      PIC 9(3).
           05  SCRHIST-MISSED           PIC 9(3).
           05  SCRHIST-ONTIME-PCT       PIC 9(3)V9.
           05  SCRHIST-DELIVERIES       PIC 9(5).
           05  SCRHIST-TRAILER-FAILS    PIC 9(5).
           05  SCRHIST-RECORDS-READ     PIC 9(9).
           05  SCRHIST-REJECTED         PIC 9(9).
           05  SCRHIST-DUPLICATES       PIC 9(7).
           05  SCRHIST-REJECT-PCT       PIC 9(3)V99.
           05  SCRHIST-DUP-PCT          PIC 9(3)V99.
           05  SCRHIST-LOW-GRADE-PCT    PIC 9(3)V99.
           05  SCRHIST-GRADES.
               10  SCRHIST-GRADE-COUNT OCCURS 4 TIMES
                                        PIC 9(4).
           05  SCRHIST-WORSE-COUNT      PIC 9.
           05  SCRHIST-SCORED-DATE      PIC 9(8).
           05  FILLER                   PIC X(8).
