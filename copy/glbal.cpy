      *-------------------------------------------------------
      * GLBAL-REC - one GL control-account balance from the
      * ledger system's nightly balance extract, per entity
      * (spaces = the original entity). GLBAL-AS-OF is the
      * ledger date the balance stands at. GLR01 reconciles it
      * to the ACCTMST balances mapped to the same account.
      *-------------------------------------------------------
       01  GLBAL-REC.
           05  GLBAL-ENTITY             PIC X(3).
           05  GLBAL-GL-ACCT            PIC X(8).
           05  GLBAL-AS-OF              PIC 9(8).
           05  GLBAL-BALANCE            PIC S9(13)V99.
           05  FILLER                   PIC X(46).
