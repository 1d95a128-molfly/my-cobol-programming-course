      *-------------------------------------------------------
      * BALHIST-REC - daily balance history, keyed (indexed) on
      * account number plus business date. BHS01 writes one
      * record each night for every account MST01 moved, with
      * the closing balance and the day's posted debits and
      * credits, so a balance can be quoted as of any past date
      * (BHS02) and averaged over a month (BHS03). A day with
      * no record carries the previous record's balance. Held
      * apart from ACCTMST so the history outlives RET01's
      * purge of the closed account for the full retention.
      *-------------------------------------------------------
       01  BALHIST-REC.
           05  BALHIST-KEY.
               10  BALHIST-ACCT-NBR     PIC X(10).
               10  BALHIST-DATE         PIC 9(8).
           05  BALHIST-CLOSING-BAL      PIC S9(11)V99.
      * Debits and credits are held as positive totals of the
      * night's negative and positive postings.
           05  BALHIST-DEBITS           PIC 9(11)V99.
           05  BALHIST-CREDITS          PIC 9(11)V99.
           05  BALHIST-DEBIT-COUNT      PIC 9(5).
           05  BALHIST-CREDIT-COUNT     PIC 9(5).
           05  BALHIST-ACCT-STATUS      PIC X.
               88  BALHIST-CLOSED                     VALUE 'C'.
      * ACCTREF class and ACCTMST entity as they stood that
      * night, so the month's report groups without ACCTREF.
           05  BALHIST-CLASS            PIC X(4).
           05  BALHIST-ENTITY           PIC X(3).
           05  FILLER                   PIC X(5).
