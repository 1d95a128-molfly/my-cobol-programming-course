      *-------------------------------------------------------
      * OPSHIST-REC - one month's operations figures, appended
      * by OPS01 each time it builds the monthly pack, so the
      * previous month and the same month last year are on hand
      * for the comparison columns long after the daily logs
      * they came from have been purged. A month packed twice
      * has two records; the later one stands. The source flags
      * say which of the four sources was there to be read - a
      * figure from a missing source prints N/A, not zero.
      * Alert figures run by severity in the order CRIT, HIGH,
      * MEDIUM, LOW; DQ grades in the order A, B, C, F.
      *-------------------------------------------------------
       01  OPSHIST-REC.
           05  OPSHIST-MONTH            PIC X(6).
           05  OPSHIST-RUN-DATE         PIC 9(8).
           05  OPSHIST-SOURCES.
               10  OPSHIST-HAD-EODHIST  PIC X.
               10  OPSHIST-HAD-DAILYLOG PIC X.
               10  OPSHIST-HAD-DQSHIST  PIC X.
               10  OPSHIST-HAD-ALERTS   PIC X.
           05  OPSHIST-EOD-NIGHTS       PIC 9(3).
           05  OPSHIST-EOD-RECORDS      PIC 9(9).
           05  OPSHIST-EOD-REJECTS      PIC 9(7).
           05  OPSHIST-NIGHTS-TIMED     PIC 9(3).
           05  OPSHIST-NIGHTS-IN-WINDOW PIC 9(3).
           05  OPSHIST-STREAM-MINS      PIC 9(7).
           05  OPSHIST-LONGEST-MINS     PIC 9(5).
           05  OPSHIST-JOB-RUNS         PIC 9(7).
           05  OPSHIST-ABENDS           PIC 9(5).
           05  OPSHIST-MISSED-JOBS      PIC 9(5).
           05  OPSHIST-RESTARTS         PIC 9(5).
           05  OPSHIST-DQ-FILES         PIC 9(5).
           05  OPSHIST-DQ-GRADE-COUNT   PIC 9(5) OCCURS 4 TIMES.
           05  OPSHIST-SEVERITY OCCURS 4 TIMES.
               10  OPSHIST-ALERTS       PIC 9(5).
               10  OPSHIST-ACKS         PIC 9(5).
               10  OPSHIST-ACK-MINS     PIC 9(7).
           05  OPSHIST-OTHER-ALERTS     PIC 9(5).
           05  FILLER                   PIC X(5).
