      *-------------------------------------------------------
      * PRTBND-REC - one record per account-range partition of
      * the night's validated file, written by PRT01 as it
      * splits. A partition runs from PRTBND-LOW up to but not
      * including PRTBND-HIGH: partition 1 starts at LOW-VALUES
      * and the last partition ends at HIGH-VALUES, so every
      * account falls in exactly one partition. The count and
      * amount are the data records PRT01 wrote to the
      * partition. The partitioned MST01 and ROL01 read their
      * own range from here; PRT02 reads how many partitions
      * there are to prove.
      *-------------------------------------------------------
       01  PRTBND-REC.
           05  PRTBND-PARTITION         PIC X.
           05  FILLER                   PIC X.
           05  PRTBND-LOW               PIC X(10).
           05  FILLER                   PIC X.
           05  PRTBND-HIGH              PIC X(10).
           05  FILLER                   PIC X.
           05  PRTBND-BRANCH            PIC X(4).
           05  FILLER                   PIC X.
           05  PRTBND-COUNT             PIC 9(7).
           05  FILLER                   PIC X.
           05  PRTBND-AMOUNT            PIC S9(11)V99
                                        SIGN LEADING SEPARATE.
           05  FILLER                   PIC X(29).
