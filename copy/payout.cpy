      *-------------------------------------------------------
      * PAYOUT-REC - payment instruction file for the payments
      * system (PAYOUT DD), in its fixed 80-byte layout. One
      * file per run:
      *   'PH' header  - originating job and file date
      *   'PD' one per payment - value date, amount (always a
      *        positive credit to the payee), currency, payee
      *        name, bank code and account, and the account and
      *        entity the money leaves from as our reference
      *   'PT' trailer - payment count and amount hash total
      * Currency 'BAS' is the base currency.
      *-------------------------------------------------------
       01  PAYOUT-REC.
           05  PAYOUT-REC-TYPE          PIC X(2).
               88  PAYOUT-HEADER                      VALUE 'PH'.
               88  PAYOUT-DETAIL                      VALUE 'PD'.
               88  PAYOUT-TRAILER                     VALUE 'PT'.
           05  PAYOUT-DATA              PIC X(78).
       01  PAYOUT-PH-VIEW REDEFINES PAYOUT-REC.
           05  FILLER                   PIC X(2).
           05  PAYOUT-ORIGIN            PIC X(8).
           05  PAYOUT-FILE-DATE         PIC 9(8).
           05  FILLER                   PIC X(62).
       01  PAYOUT-PD-VIEW REDEFINES PAYOUT-REC.
           05  FILLER                   PIC X(2).
           05  PAYOUT-VALUE-DATE        PIC 9(8).
           05  PAYOUT-AMOUNT            PIC 9(11)V99.
           05  PAYOUT-CURRENCY          PIC X(3).
           05  PAYOUT-PAYEE-NAME        PIC X(20).
           05  PAYOUT-PAYEE-BANK        PIC X(6).
           05  PAYOUT-PAYEE-ACCOUNT     PIC X(12).
           05  PAYOUT-FROM-ACCT         PIC X(10).
           05  PAYOUT-FROM-ENTITY       PIC X(3).
           05  FILLER                   PIC X(3).
       01  PAYOUT-PT-VIEW REDEFINES PAYOUT-REC.
           05  FILLER                   PIC X(2).
           05  PAYOUT-COUNT             PIC 9(7).
           05  PAYOUT-TOTAL             PIC 9(13)V99.
           05  FILLER                   PIC X(56).
