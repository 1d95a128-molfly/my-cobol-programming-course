           05  FILLER                   PIC X       VALUE '-'.
           05  RPT-HDR-DATE-X-DD        PIC 9(2).
       01  RPT-HDR-PAGE-NBR             PIC 9(4)    VALUE 1.
       01  RPT-HDR-RUN-ID               PIC X(6)    VALUE SPACES.
       01  RPT-HDR-LINE                 PIC X(80).
       01  RPT-FTR-LINE                 PIC X(80).
