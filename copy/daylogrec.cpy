      * stamps on every line; EOD01 proves it unbroken before the
      * summary is trusted. The EODTRAIL event line is the daily
      * trailer carrying the day's line count in its detail.
      * DAILYLOG-REC-RUN-ID is the stream run ID (see STREAMID)
      * the line was written under - spaces outside any stream.
       01  DAILYLOG-REC.
           05  DAILYLOG-REC-DATE        PIC X(10).
           05  FILLER                   PIC X.
           05  FILLER                   PIC X.
           05  DAILYLOG-REC-SEQ         PIC 9(4).
           05  FILLER                   PIC X.
           05  DAILYLOG-REC-DETAIL      PIC X(19).
           05  FILLER                   PIC X.
           05  DAILYLOG-REC-RUN-ID      PIC X(6).
