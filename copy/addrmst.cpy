      *-------------------------------------------------------
      * ADDRMST-REC - customer address and contact master, keyed
      * (indexed) on ADDRMST-ACCT-NBR. Maintained through the
      * ADR01 console; read by LTR01 to address the customer
      * letters. ADDRMST-RETURNED-SW is set when the post office
      * sends a letter back - LTR01 then lists the account for
      * follow-up instead of mailing to an address known to be
      * bad, until a corrected address clears the flag.
      *-------------------------------------------------------
       01  ADDRMST-REC.
           05  ADDRMST-ACCT-NBR         PIC X(10).
           05  ADDRMST-LINES.
               10  ADDRMST-LINE OCCURS 4 TIMES
                                        PIC X(30).
           05  ADDRMST-POSTCODE         PIC X(10).
           05  ADDRMST-PHONE            PIC X(15).
           05  ADDRMST-EMAIL            PIC X(40).
           05  ADDRMST-RETURNED-SW      PIC X.
               88  ADDRMST-RETURNED-MAIL             VALUE 'Y'.
           05  ADDRMST-RETURNED-DATE    PIC 9(8).
           05  ADDRMST-UPDATED-DATE     PIC 9(8).
           05  ADDRMST-UPDATED-BY       PIC X(10).
           05  FILLER                   PIC X(18).
