      *-------------------------------------------------------
      * LTRLOG-REC - one customer letter sent, keyed (indexed)
      * on account, date sent, and a number within the day, so
      * an account's correspondence reads back in date order.
      * Written by LTR01 for every letter it prints; ACV01 lists
      * the account's letters, and LTR01 consults it so the same
      * occurrence (event type and reference date) is never
      * written to the customer twice.
      *-------------------------------------------------------
       01  LTRLOG-REC.
           05  LTRLOG-KEY.
               10  LTRLOG-ACCT-NBR      PIC X(10).
               10  LTRLOG-SENT-DATE     PIC 9(8).
               10  LTRLOG-SENT-SEQ      PIC 9(3).
           05  LTRLOG-EVENT-TYPE        PIC X(8).
           05  LTRLOG-REF-DATE          PIC 9(8).
           05  LTRLOG-AMOUNT            PIC S9(11)V99.
           05  LTRLOG-LETTER-NBR        PIC 9(6).
           05  FILLER                   PIC X(24).
