      *-------------------------------------------------------
      * MST01APL-REC - MST01's applied-transaction tracking
      * record, keyed (indexed) on the transaction key plus the
      * business date and source. MST01 writes one per processed
      * transaction as its rerun guard; the outcome and amount
      * let BHS01 total each account's posted debits and credits
      * for the night without reading the transactions again.
      * Outcome 'P' posted to the balance, 'S' changed the
      * account's status only (close, reopen), spaces did not
      * post (unmatched, blocked, refused). The amount is what
      * went to the balance, in the account's own currency.
      *-------------------------------------------------------
       01  MST01-APPLIED-REC.
           05  APPLIED-TRACK-KEY.
               10  APPLIED-TXN-KEY      PIC X(14).
               10  APPLIED-BUS-DATE     PIC 9(8).
               10  APPLIED-SOURCE-ID    PIC X(8).
           05  APPLIED-OUTCOME          PIC X.
               88  APPLIED-POSTED                     VALUE 'P'.
               88  APPLIED-STATUS-ONLY                VALUE 'S'.
           05  APPLIED-AMOUNT           PIC S9(11)V99.
           05  FILLER                   PIC X(36).
