      *-------------------------------------------------------
      * ICSPOS-REC - the intercompany position between two
      * entities, keyed (indexed) on the pair with the lower
      * entity code first. ICSPOS-NET is what the first entity
      * owes the second since the last settlement (negative:
      * the second owes the first). ICS01 moves it on every
      * night and, on the night finance settles, records what
      * was settled and starts the position again from zero.
      *-------------------------------------------------------
       01  ICSPOS-REC.
           05  ICSPOS-KEY.
               10  ICSPOS-LOW-ENTITY    PIC X(3).
               10  ICSPOS-HIGH-ENTITY   PIC X(3).
           05  ICSPOS-NET               PIC S9(13)V99.
           05  ICSPOS-TRANSFERS         PIC 9(7).
           05  ICSPOS-LAST-MOVED-DATE   PIC 9(8).
           05  ICSPOS-LAST-SETTLED-DATE PIC 9(8).
           05  ICSPOS-LAST-SETTLED-NET  PIC S9(13)V99.
           05  FILLER                   PIC X(21).
