      *-------------------------------------------------------
      * LTXDAY-REC - the business day's qualifying cash activity
      * per account, keyed (indexed) on business date, account,
      * and processing cycle: LTX01 writes one record per
      * account for each cycle it runs in, replacing its own
      * cycle's records on a rerun, and sums the cycles of the
      * day to find the accounts over the filing threshold.
      * Cash in (positive amounts) and cash out (negative) are
      * carried apart, unsigned, two decimals implied. Earlier
      * days are dropped once their business day has passed.
      *-------------------------------------------------------
       01  LTXDAY-REC.
           05  LTXDAY-KEY.
               10  LTXDAY-BUS-DATE      PIC 9(8).
               10  LTXDAY-ACCT-NBR      PIC X(10).
               10  LTXDAY-CYCLE         PIC 9(2).
           05  LTXDAY-CASH-IN           PIC 9(11)V99.
           05  LTXDAY-CASH-OUT          PIC 9(11)V99.
           05  LTXDAY-ITEMS             PIC 9(5).
           05  FILLER                   PIC X(29).
