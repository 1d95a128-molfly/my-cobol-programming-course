      *-------------------------------------------------------
      * DQSHIST-REC - one graded delivery file, appended by
      * DQS01 each night alongside its report, so a supplier's
      * grades outlive the night's DQS01RPT. Date and file name
      * are exactly as on the CNT01 stats and delivery-summary
      * records, which is how a grade is matched back to the
      * supplier that sent the file.
      *-------------------------------------------------------
       01  DQSHIST-REC.
           05  DQSHIST-DATE             PIC X(10).
           05  DQSHIST-FILE-NAME        PIC X(20).
           05  DQSHIST-GRADE            PIC X.
           05  DQSHIST-REJECT-RATE      PIC 9(3)V99.
           05  DQSHIST-DUP-RATE         PIC 9(3)V99.
           05  DQSHIST-BAD-DATES        PIC 9(5).
           05  DQSHIST-ZERO-AMOUNTS     PIC 9(5).
           05  FILLER                   PIC X(29).
