      *-------------------------------------------------------
      * CLSREQ-REC - one account-closure request (CLSREQ DD),
      * 80-byte card image keyed by customer services. CLS01
      * works out the final balance, generates the postings
      * and the 'DL' close, and pays a credit balance out to
      * the payee named here.
      * CLSREQ-CLOSE-DATE is the day the customer asked to
      * close; zero or spaces means the next processing night.
      * A request with a later date waits on the file until
      * its night comes round. Payee details are required only
      * when the account is in credit.
      *-------------------------------------------------------
       01  CLSREQ-REC.
           05  CLSREQ-ACCT-NBR          PIC X(10).
           05  FILLER                   PIC X.
           05  CLSREQ-CLOSE-DATE        PIC 9(8).
           05  FILLER                   PIC X.
           05  CLSREQ-PAYEE-NAME        PIC X(20).
           05  FILLER                   PIC X.
           05  CLSREQ-PAYEE-BANK        PIC X(6).
           05  FILLER                   PIC X.
           05  CLSREQ-PAYEE-ACCOUNT     PIC X(12).
           05  FILLER                   PIC X.
           05  CLSREQ-REQUESTED-BY      PIC X(10).
           05  FILLER                   PIC X(9).
