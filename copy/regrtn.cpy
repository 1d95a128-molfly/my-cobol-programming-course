      *-------------------------------------------------------
      * REGRTN-REC - the month-end regulatory balance return
      * (REGRTN DD) in the regulator's fixed 80-byte layout,
      * written by REG01. One file per month-end:
      *   'HD' header - return id, period-end and produced dates
      *   'BL' one per entity / account class / balance band /
      *        currency cell: accounts, credit balances held and
      *        overdrawn (debit) balances, both unsigned
      *   'RT' one per currency on the rate file - the rate in
      *        force at the period end
      *   'CN' concentration - the balances held by the largest
      *        accounts of an entity ('ALL' for the whole book)
      *        against the entity's credit balances
      *   'TR' trailer - records including header and trailer,
      *        accounts returned, net total, and whether the net
      *        total agreed with the balanced master
      * A blank entity is the original (default) entity, as on
      * ACCTMST; a blank class is an account with no ACCTREF.
      * Currency 'BAS' is the base currency.
      *-------------------------------------------------------
       01  REGRTN-REC.
           05  REGRTN-REC-TYPE          PIC X(2).
               88  REGRTN-HEADER                      VALUE 'HD'.
               88  REGRTN-BALANCE                     VALUE 'BL'.
               88  REGRTN-RATE                        VALUE 'RT'.
               88  REGRTN-CONCENTRATION               VALUE 'CN'.
               88  REGRTN-TRAILER                     VALUE 'TR'.
           05  REGRTN-DATA              PIC X(78).
       01  REGRTN-HD-VIEW REDEFINES REGRTN-REC.
           05  FILLER                   PIC X(2).
           05  REGRTN-RETURN-ID         PIC X(8).
           05  REGRTN-PERIOD-END        PIC 9(8).
           05  REGRTN-PRODUCED-DATE     PIC 9(8).
           05  FILLER                   PIC X(54).
       01  REGRTN-BL-VIEW REDEFINES REGRTN-REC.
           05  FILLER                   PIC X(2).
           05  REGRTN-BL-ENTITY         PIC X(3).
           05  REGRTN-BL-CLASS          PIC X(4).
           05  REGRTN-BL-BAND           PIC 99.
           05  REGRTN-BL-CURRENCY       PIC X(3).
           05  REGRTN-BL-ACCOUNTS       PIC 9(7).
           05  REGRTN-BL-CREDIT-BAL     PIC 9(13)V99.
           05  REGRTN-BL-DEBIT-BAL      PIC 9(13)V99.
           05  FILLER                   PIC X(29).
       01  REGRTN-RT-VIEW REDEFINES REGRTN-REC.
           05  FILLER                   PIC X(2).
           05  REGRTN-RT-CURRENCY       PIC X(3).
           05  REGRTN-RT-EFF-DATE       PIC 9(8).
           05  REGRTN-RT-RATE           PIC 9(3)V9(6).
           05  FILLER                   PIC X(58).
       01  REGRTN-CN-VIEW REDEFINES REGRTN-REC.
           05  FILLER                   PIC X(2).
           05  REGRTN-CN-ENTITY         PIC X(3).
           05  REGRTN-CN-TOP-COUNT      PIC 99.
           05  REGRTN-CN-TOP-BAL        PIC 9(13)V99.
           05  REGRTN-CN-ENTITY-BAL     PIC 9(13)V99.
           05  REGRTN-CN-SHARE-PCT      PIC 9(3)V99.
           05  FILLER                   PIC X(38).
       01  REGRTN-TR-VIEW REDEFINES REGRTN-REC.
           05  FILLER                   PIC X(2).
           05  REGRTN-TR-RECORDS        PIC 9(7).
           05  REGRTN-TR-ACCOUNTS       PIC 9(7).
           05  REGRTN-TR-NET-SIGN       PIC X.
           05  REGRTN-TR-NET-TOTAL      PIC 9(13)V99.
           05  REGRTN-TR-AGREED         PIC X.
           05  FILLER                   PIC X(47).
