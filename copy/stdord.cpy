      *-------------------------------------------------------
      * STDORD-REC - standing-order master, keyed (indexed) on
      * STDORD-KEY: the account number followed by an order
      * number, so every order an account carries reads back in
      * one START/READ NEXT run. Maintained through STO01; the
      * nightly STO02 generator posts each order on its due
      * date as a normal FILEDATCLT delivery and moves it on.
      * STDORD-AMOUNT is signed like a posting - negative is a
      * debit to the account. A non-blank STDORD-CONTRA-ACCT
      * makes the order an internal transfer: the same amount
      * with the opposite sign is posted to the contra account.
      * STDORD-FREQUENCY:
      *   'W' weekly      'F' fortnightly   'M' monthly
      *   'Q' quarterly   'A' annually
      * STDORD-NOMINAL-DUE is the schedule date before any
      * weekend or holiday roll and STDORD-ANCHOR-DAY the day of
      * the month the order was set up on, so a monthly order
      * set for the 31st comes back to the 31st after a short
      * month and a rolled date never drags the schedule.
      * STDORD-NEXT-DUE is the date it will actually post.
      * Zero STDORD-END-DATE runs the order until cancelled.
      *-------------------------------------------------------
       01  STDORD-REC.
           05  STDORD-KEY.
               10  STDORD-ACCT-NBR      PIC X(10).
               10  STDORD-ORDER-NBR     PIC 9(3).
           05  STDORD-REC-TYPE          PIC X(2).
           05  STDORD-AMOUNT            PIC S9(9)V99.
           05  STDORD-FREQUENCY         PIC X.
               88  STDORD-WEEKLY                      VALUE 'W'.
               88  STDORD-FORTNIGHTLY                 VALUE 'F'.
               88  STDORD-MONTHLY                     VALUE 'M'.
               88  STDORD-QUARTERLY                   VALUE 'Q'.
               88  STDORD-ANNUAL                      VALUE 'A'.
               88  STDORD-FREQUENCY-VALID             VALUE 'W'
                                                  'F' 'M' 'Q' 'A'.
           05  STDORD-NEXT-DUE          PIC 9(8).
           05  STDORD-NOMINAL-DUE       PIC 9(8).
           05  STDORD-ANCHOR-DAY        PIC 99.
           05  STDORD-END-DATE          PIC 9(8).
           05  STDORD-CONTRA-ACCT       PIC X(10).
           05  STDORD-DESCRIPTION       PIC X(20).
           05  STDORD-ORDER-STATUS      PIC X.
               88  STDORD-ACTIVE                      VALUE 'A'.
               88  STDORD-ENDED                       VALUE 'E'.
               88  STDORD-CANCELLED                   VALUE 'C'.
           05  STDORD-LAST-GEN-DATE     PIC 9(8).
           05  STDORD-CREATED-DATE      PIC 9(8).
           05  STDORD-CREATED-BY        PIC X(10).
           05  FILLER                   PIC X(10).
