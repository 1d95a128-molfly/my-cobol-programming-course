      *-------------------------------------------------------
      * PRODMST-REC - product master, keyed (indexed) on the
      * account class carried in ACCTREF-CLASS. One record per
      * product says how accounts of that class behave:
      *   PERMITTED-TYPE   the posting record types the product
      *                    takes; MST01 sends any other type to
      *                    the exception path. All blank means
      *                    every type. The account lifecycle
      *                    types ('AD', 'DL', 'RO') are never
      *                    listed - they apply to every product,
      *   MIN-BALANCE      the floor a debit may not take the
      *                    balance below,
      *   OVERDRAFT-SW     'Y' lets a debit go below the floor,
      *   CHARGE-PLAN      the ACRSCHED plan code whose charge
      *                    and rate cards ACR01 applies; blank
      *                    takes the cards with no plan code,
      *   STMT-FREQ        how often STM01 produces a statement.
      * An account with no reference record, or whose class has
      * no product record, keeps the old treatment: every type
      * posts, the unplanned ACRSCHED cards apply, and a
      * statement goes out monthly.
      *-------------------------------------------------------
       01  PRODMST-REC.
           05  PRODMST-CLASS            PIC X(4).
           05  PRODMST-DESC             PIC X(30).
           05  PRODMST-PERMITTED-TYPES.
               10  PRODMST-PERMITTED-TYPE PIC X(2) OCCURS 10 TIMES.
           05  PRODMST-MIN-BALANCE      PIC 9(11)V99.
           05  PRODMST-OVERDRAFT-SW     PIC X.
               88  PRODMST-OVERDRAFT-ALLOWED          VALUE 'Y'.
           05  PRODMST-CHARGE-PLAN      PIC X(4).
           05  PRODMST-STMT-FREQ        PIC X.
               88  PRODMST-STMT-MONTHLY               VALUE 'M'.
               88  PRODMST-STMT-QUARTERLY             VALUE 'Q'.
               88  PRODMST-STMT-ANNUAL                VALUE 'A'.
               88  PRODMST-STMT-NONE                  VALUE 'N'.
           05  FILLER                   PIC X(7).
