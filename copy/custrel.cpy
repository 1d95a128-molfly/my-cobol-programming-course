      *-------------------------------------------------------
      * CUSTREL-REC - customer relationship master, keyed
      * (indexed) on CUSTREL-KEY: the customer ID followed by
      * the account number, so every account a customer is
      * linked to reads back in one START/READ NEXT run. An
      * account may carry several links - a joint account has
      * one per holder, a guaranteed account one per guarantor.
      * Maintained through REL01; read by REL02's nightly
      * relationship report and by MST01, which reports any
      * account opened through an 'AD' that has no link at all.
      *-------------------------------------------------------
       01  CUSTREL-REC.
           05  CUSTREL-KEY.
               10  CUSTREL-CUST-ID      PIC X(10).
               10  CUSTREL-ACCT-NBR     PIC X(10).
           05  CUSTREL-ROLE             PIC X.
               88  CUSTREL-PRIMARY                    VALUE 'P'.
               88  CUSTREL-JOINT                      VALUE 'J'.
               88  CUSTREL-GUARANTOR                  VALUE 'G'.
               88  CUSTREL-ROLE-VALID                 VALUE 'P'
                                                        'J' 'G'.
           05  CUSTREL-CUST-NAME        PIC X(30).
           05  CUSTREL-LINKED-DATE      PIC 9(8).
           05  CUSTREL-LINKED-BY        PIC X(10).
           05  FILLER                   PIC X(11).
