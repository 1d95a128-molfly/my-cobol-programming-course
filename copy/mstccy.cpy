      *-------------------------------------------------------
      * MST01CCY-REC - MST01's control totals for one account
      * currency, one record per currency held on the partition
      * (spaces is the base currency). MST01CTL carries the
      * whole master at base equivalents; these carry each
      * currency at face, so BAL01 can prove the night in the
      * accounts' own currencies as well as in base.
      *-------------------------------------------------------
       01  MST01-CCY-REC.
           05  CCY-CURRENCY             PIC X(3).
           05  CCY-PARTITION            PIC X.
           05  CCY-OPENING-COUNT        PIC 9(7).
           05  CCY-OPENING-BALANCE      PIC S9(11)V99.
           05  CCY-APPLIED-AMOUNT       PIC S9(11)V99.
           05  CCY-CLOSING-COUNT        PIC 9(7).
           05  CCY-CLOSING-BALANCE      PIC S9(11)V99.
           05  FILLER                   PIC X(23).
