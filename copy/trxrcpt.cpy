      *-------------------------------------------------------
      * TRXRCPT-REC - one receipt confirmation from a receiving
      * system: the dataset it took in, who took it, and the
      * record count and checksum it found there, figured over
      * the records the same way RECSUM figures them for the
      * manifest. TRX01 matches each against the transmission
      * register; a receipt whose figures agree with no send
      * awaiting receipt is a file that arrived damaged.
      *-------------------------------------------------------
       01  TRXRCPT-REC.
           05  TRXRCPT-DSN              PIC X(20).
           05  TRXRCPT-RECEIVER         PIC X(10).
           05  TRXRCPT-RECORDS          PIC 9(6).
           05  TRXRCPT-CHECKSUM         PIC 9(9).
           05  TRXRCPT-DATE             PIC 9(8).
           05  TRXRCPT-TIME             PIC 9(4).
           05  FILLER                   PIC X(23).
