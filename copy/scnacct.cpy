      *-------------------------------------------------------
      * SCNACCT-REC - the name each ACCTREF account was last
      * screened under, keyed (indexed) on the account number.
      * On a night when the restricted list has not changed,
      * SCN01 screens only the accounts missing from here (new)
      * or whose ACCTREF-NAME no longer agrees (renamed).
      *-------------------------------------------------------
       01  SCNACCT-REC.
           05  SCNACCT-ACCT-NBR         PIC X(10).
           05  SCNACCT-NAME             PIC X(30).
           05  SCNACCT-SCREENED-DATE    PIC 9(8).
           05  FILLER                   PIC X(32).
