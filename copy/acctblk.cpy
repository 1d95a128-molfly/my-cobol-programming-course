      *-------------------------------------------------------
      * ACCTBLK-REC - legal freeze / posting-block register,
      * keyed (indexed) on the account number: one block per
      * account, placed, amended, and lifted through BLK01.
      * ACCTBLK-TYPE says what the block stops:
      *   'D' debits only  - a negative posting is diverted,
      *   'C' credits only - a positive posting is diverted,
      *   'T' total        - every posting and any close.
      * A block is active from ACCTBLK-EFF-DATE through
      * ACCTBLK-EXP-DATE inclusive; zero expiry means it runs
      * until lifted. MST01 diverts a breaching posting to the
      * blocked-items file (BLKITEM-REC) instead of applying
      * it; ACV01 and INQ01 show the block on the account.
      *-------------------------------------------------------
       01  ACCTBLK-REC.
           05  ACCTBLK-ACCT-NBR         PIC X(10).
           05  ACCTBLK-TYPE             PIC X.
               88  ACCTBLK-DEBITS                     VALUE 'D'.
               88  ACCTBLK-CREDITS                    VALUE 'C'.
               88  ACCTBLK-TOTAL                      VALUE 'T'.
               88  ACCTBLK-TYPE-VALID                 VALUE 'D'
                                                        'C' 'T'.
      * Court order or case reference, as on the letter.
           05  ACCTBLK-CASE-REF         PIC X(20).
           05  ACCTBLK-EFF-DATE         PIC 9(8).
           05  ACCTBLK-EXP-DATE         PIC 9(8).
           05  ACCTBLK-PLACED-DATE      PIC 9(8).
           05  ACCTBLK-PLACED-BY        PIC X(10).
           05  FILLER                   PIC X(15).
