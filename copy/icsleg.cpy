      *-------------------------------------------------------
      * ICSLEG-REC - one transfer leg still waiting for its
      * partner, keyed (indexed) on the transfer reference, the
      * value date both legs carry, and the leg's account. ICS01
      * writes it the night a leg arrives alone on FILEDATVAL,
      * and deletes it the night the other leg turns up and the
      * pair is settled. ICSLEG-ENTITY is the entity of the
      * leg's account on ACCTMST.
      *-------------------------------------------------------
       01  ICSLEG-REC.
           05  ICSLEG-KEY.
               10  ICSLEG-XFER-REF      PIC X(16).
               10  ICSLEG-VALUE-DATE    PIC 9(8).
               10  ICSLEG-ACCT-NBR      PIC X(10).
           05  ICSLEG-ENTITY            PIC X(3).
           05  ICSLEG-AMOUNT            PIC S9(9)V99.
           05  ICSLEG-REC-TYPE          PIC X(2).
           05  ICSLEG-FIRST-SEEN        PIC 9(8).
           05  FILLER                   PIC X(22).
