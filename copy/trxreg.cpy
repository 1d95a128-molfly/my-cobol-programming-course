      *-------------------------------------------------------
      * TRXREG-REC - the outbound transmission register, keyed
      * (indexed) on the dataset, the generation it belongs to
      * (business date and cycle that produced it) and a send
      * number: 00 for the cycle's own transmission, 01 up for
      * each retransmission of that generation. TRX01 writes an
      * entry for every outbound file it registers or resends,
      * with the record count and RECSUM checksum of what went,
      * and marks it confirmed when the receiving system's
      * receipt agrees on both. An entry still awaiting receipt
      * once its window has run out is alerted, once. A
      * retransmission supersedes the generation's earlier
      * sends, which are then no longer chased.
      *-------------------------------------------------------
       01  TRXREG-REC.
           05  TRXREG-KEY.
               10  TRXREG-DSN           PIC X(20).
               10  TRXREG-GEN-DATE      PIC 9(8).
               10  TRXREG-GEN-CYCLE     PIC 9(2).
               10  TRXREG-SEND-NBR      PIC 9(2).
           05  TRXREG-DESTINATION       PIC X(10).
           05  TRXREG-SENT-DATE         PIC 9(8).
           05  TRXREG-SENT-TIME         PIC 9(8).
      * Hours after sending by which the receipt is expected.
           05  TRXREG-WINDOW-HOURS      PIC 9(3).
           05  TRXREG-RECORDS           PIC 9(6).
           05  TRXREG-CHECKSUM          PIC 9(9).
           05  TRXREG-SEND-STATE        PIC X.
               88  TRXREG-AWAITING                    VALUE 'S'.
               88  TRXREG-CONFIRMED                   VALUE 'C'.
               88  TRXREG-SUPERSEDED                  VALUE 'R'.
           05  TRXREG-CONFIRM-DATE      PIC 9(8).
           05  TRXREG-CONFIRM-TIME      PIC 9(4).
           05  TRXREG-CONFIRMED-BY      PIC X(10).
           05  TRXREG-ALERTED-SW        PIC X.
               88  TRXREG-ALERTED                     VALUE 'Y'.
      * The archived generation a retransmission was copied
      * from, and who asked for it; spaces on a cycle's own send.
           05  TRXREG-SOURCE-DSN        PIC X(20).
           05  TRXREG-OPERATOR-ID       PIC X(10).
           05  TRXREG-RUN-ID            PIC X(6).
           05  FILLER                   PIC X(12).
