      *-------------------------------------------------------
      * BLKITEM-REC - one posting MST01 diverted because it
      * breached an active ACCTBLK block. The transaction is
      * carried exactly as it arrived (the FILEDATCLT image),
      * followed by the block that stopped it, so legal can
      * release or return each item from BLK02's daily report.
      *-------------------------------------------------------
       01  BLKITEM-REC.
           05  BLKITEM-TXN.
               10  BLKITEM-ACCT-NBR     PIC X(10).
               10  BLKITEM-SEQ-NBR      PIC 9(4).
               10  BLKITEM-TXN-DATE     PIC 9(8).
               10  BLKITEM-AMOUNT       PIC S9(9)V99.
               10  BLKITEM-REC-TYPE     PIC X(2).
               10  BLKITEM-CURRENCY     PIC X(3).
               10  FILLER               PIC X(39).
               10  BLKITEM-ENTITY       PIC X(3).
           05  BLKITEM-BLOCK-TYPE       PIC X.
           05  BLKITEM-CASE-REF         PIC X(20).
           05  BLKITEM-BUS-DATE         PIC 9(8).
           05  FILLER                   PIC X(11).
