      *-------------------------------------------------------
      * GLMAP-REC - the general-ledger mapping cards. Two kinds
      * of card share the file:
      *   a record-type card (any type but 'CL') gives the debit
      *   and credit GL accounts GLX01 journals that type to;
      *   a 'CL' class card names the GL control account that
      *   carries the balances of accounts of one ACCTREF-CLASS
      *   (GLMAP-CLASS), or - with a blank class - of every
      *   account whose class has no card of its own. GLR01
      *   totals ACCTMST-BALANCE by these control accounts to
      *   reconcile the sub-ledger to the ledger.
      *-------------------------------------------------------
       01  GLMAP-REC.
           05  GLMAP-REC-TYPE           PIC X(2).
               88  GLMAP-CLASS-CARD                 VALUE 'CL'.
           05  GLMAP-DEBIT-ACCT         PIC X(8).
           05  GLMAP-CREDIT-ACCT        PIC X(8).
           05  GLMAP-CLASS              PIC X(4).
           05  FILLER                   PIC X(58).
      * The class card's view: the control account sits where
      * a type card carries its debit account.
       01  GLMAP-CLASS-REC REDEFINES GLMAP-REC.
           05  FILLER                   PIC X(2).
           05  GLMAP-CONTROL-ACCT       PIC X(8).
           05  FILLER                   PIC X(70).
