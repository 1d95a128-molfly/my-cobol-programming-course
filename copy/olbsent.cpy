      *-------------------------------------------------------
      * OLBSENT-REC - what the online banking channel was last
      * told about an account, keyed (indexed) on the account
      * number. OLB01 compares the master with it each cycle and
      * sends only the accounts whose balance, status or block
      * differ; the cycle that sent the figures is kept so a
      * rerun of that cycle sends them again.
      *-------------------------------------------------------
       01  OLBSENT-REC.
           05  OLBSENT-ACCT-NBR         PIC X(10).
           05  OLBSENT-BALANCE          PIC S9(11)V99.
           05  OLBSENT-ACCT-STATUS      PIC X.
      * Type of the block active when sent; space for none.
           05  OLBSENT-BLOCK-TYPE       PIC X.
           05  OLBSENT-SENT-DATE        PIC 9(8).
           05  OLBSENT-SENT-CYCLE       PIC 9(2).
      * Currency the balance was sent in; spaces for base.
           05  OLBSENT-CURRENCY         PIC X(3).
           05  FILLER                   PIC X(2).
