      *-------------------------------------------------------
      * MANHIST-REC - one manifested dataset, appended by MAN01
      * each night alongside the manifest, so the record counts
      * outlive the night's MANIFEST. Same columns as the
      * manifest line. CAP01 fits each dataset's growth trend
      * from it.
      *-------------------------------------------------------
       01  MANHIST-REC.
           05  MANHIST-DATE             PIC X(10).
           05  FILLER                   PIC X.
           05  MANHIST-DSN              PIC X(20).
           05  FILLER                   PIC X.
           05  MANHIST-COUNT            PIC 9(6).
           05  FILLER                   PIC X.
           05  MANHIST-CHECKSUM         PIC 9(9).
           05  FILLER                   PIC X(32).
