      *-------------------------------------------------------
      * GLUNREC-REC - one unreconciled GL control account, keyed
      * (indexed) on entity and GL account. GLR01 writes it the
      * first night the ledger and the sub-ledger disagree,
      * updates it every night they still do - so the report
      * shows how long a difference has been carried forward -
      * and deletes it the night they agree again.
      *-------------------------------------------------------
       01  GLUNREC-REC.
           05  GLUNREC-KEY.
               10  GLUNREC-ENTITY       PIC X(3).
               10  GLUNREC-GL-ACCT      PIC X(8).
           05  GLUNREC-FIRST-DATE       PIC 9(8).
           05  GLUNREC-LAST-DATE        PIC 9(8).
           05  GLUNREC-SUB-TOTAL        PIC S9(13)V99.
           05  GLUNREC-GL-TOTAL         PIC S9(13)V99.
           05  GLUNREC-DIFFERENCE       PIC S9(13)V99.
           05  FILLER                   PIC X(8).
