      *-------------------------------------------------------
      * TAXSUB-REC - the year-end interest return to the tax
      * authority, written by TAX01 one section per entity: an
      * 'H' header, one 'D' detail per account that was credited
      * interest in the tax year, and a 'T' trailer carrying
      * the section's count and totals for the authority's own
      * reconciliation. Amounts are unsigned, two decimals
      * implied. TAXSUB-INCOMPLETE is set on a detail whose
      * name or address was missing when the return was cut.
      *-------------------------------------------------------
       01  TAXSUB-REC.
           05  TAXSUB-REC-TYPE          PIC X.
               88  TAXSUB-HEADER                     VALUE 'H'.
               88  TAXSUB-DETAIL                     VALUE 'D'.
               88  TAXSUB-TRAILER                    VALUE 'T'.
           05  TAXSUB-ENTITY            PIC X(3).
           05  TAXSUB-TAX-YEAR          PIC 9(4).
           05  TAXSUB-BODY              PIC X(72).
           05  TAXSUB-DETAIL-BODY REDEFINES TAXSUB-BODY.
               10  TAXSUB-ACCT-NBR      PIC X(10).
               10  TAXSUB-NAME          PIC X(30).
               10  TAXSUB-GROSS         PIC 9(11)V99.
               10  TAXSUB-WITHHELD      PIC 9(9)V99.
               10  TAXSUB-INCOMPLETE-SW PIC X.
                   88  TAXSUB-INCOMPLETE             VALUE 'Y'.
               10  FILLER               PIC X(7).
           05  TAXSUB-HEADER-BODY REDEFINES TAXSUB-BODY.
               10  TAXSUB-CREATED-DATE  PIC 9(8).
               10  FILLER               PIC X(64).
           05  TAXSUB-TRAILER-BODY REDEFINES TAXSUB-BODY.
               10  TAXSUB-DETAIL-COUNT  PIC 9(7).
               10  TAXSUB-TOTAL-GROSS   PIC 9(13)V99.
               10  TAXSUB-TOTAL-WITHHELD
                                        PIC 9(11)V99.
               10  FILLER               PIC X(37).
