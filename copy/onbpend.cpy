      *-------------------------------------------------------
      * ONBPEND-REC - pending account openings, keyed (indexed)
      * on the new account number. ONB01 writes one record for
      * every account it opens, alongside the ACCTREF record and
      * the 'AD' transaction; ONB02 checks each against ACCTMST
      * after the night's posting, removes the ones that posted,
      * and lists the rest, so no opening is quietly lost between
      * the console and the master.
      *-------------------------------------------------------
       01  ONBPEND-REC.
           05  ONBPEND-ACCT-NBR         PIC X(10).
           05  ONBPEND-OPEN-DATE        PIC 9(8).
           05  ONBPEND-OPERATOR         PIC X(10).
           05  ONBPEND-NAME             PIC X(30).
           05  ONBPEND-CLASS            PIC X(4).
           05  ONBPEND-ENTITY           PIC X(3).
           05  FILLER                   PIC X(15).
