      *-------------------------------------------------------
      * RETHIST-REC - one file swept by RET01, appended each run
      * alongside the purge report: how many records the purge
      * kept and how many it archived and removed. CAP01 takes
      * the removals into account when it projects a dataset's
      * growth, so a file RET01 keeps in check is not reported
      * as filling up.
      *-------------------------------------------------------
       01  RETHIST-REC.
           05  RETHIST-DATE             PIC X(10).
           05  FILLER                   PIC X.
           05  RETHIST-DSN              PIC X(12).
           05  FILLER                   PIC X.
           05  RETHIST-CLASS            PIC X.
           05  FILLER                   PIC X.
           05  RETHIST-KEPT             PIC 9(6).
           05  FILLER                   PIC X.
           05  RETHIST-ARCHIVED         PIC 9(6).
           05  FILLER                   PIC X(41).
