      *-------------------------------------------------------
      * DSPAGE-REC - one open dispute case as aged by DSP02 for
      * the night, in case-number order. HOV01 reads the file
      * for its open-items sheet, so the account is carried
      * already masked.
      *-------------------------------------------------------
       01  DSPAGE-REC.
           05  DSPAGE-CASE-NBR          PIC 9(6).
           05  DSPAGE-MASKED-ACCT       PIC X(10).
           05  DSPAGE-OPENED-DATE       PIC 9(8).
           05  DSPAGE-DAYS-OPEN         PIC 9(5).
           05  DSPAGE-BUCKET            PIC X(8).
           05  DSPAGE-AMOUNT            PIC S9(9)V99.
           05  DSPAGE-PROV-SW           PIC X.
           05  DSPAGE-REASON            PIC X(30).
           05  FILLER                   PIC X.
