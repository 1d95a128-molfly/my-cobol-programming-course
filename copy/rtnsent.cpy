      *-------------------------------------------------------
      * RTNSENT-REC - one item RTN01 has sent back to its
      * supplier, keyed (indexed) on where it came from ('P' the
      * PSTEXC posting-exception queue, 'H' HLD01REJ, 'R' an
      * aged FILEDATREJ reject) and the transaction image as it
      * arrived. An item already on file under an earlier date
      * is never returned twice; one returned tonight is
      * returned again by a rerun of tonight.
      *-------------------------------------------------------
       01  RTNSENT-REC.
           05  RTNSENT-KEY.
               10  RTNSENT-ORIGIN       PIC X.
                   88  RTNSENT-FROM-PSTEXC           VALUE 'P'.
                   88  RTNSENT-FROM-HOLD             VALUE 'H'.
                   88  RTNSENT-FROM-REJECTS          VALUE 'R'.
               10  RTNSENT-IMAGE        PIC X(80).
           05  RTNSENT-RETURN-DATE      PIC 9(8).
           05  RTNSENT-SOURCE-ID        PIC X(8).
           05  RTNSENT-REASON-CODE      PIC X(4).
      * 'Y' when the item had been booked to the ledger and the
      * return carried a reversing journal pair.
           05  RTNSENT-REVERSED-SW      PIC X.
           05  FILLER                   PIC X(18).
