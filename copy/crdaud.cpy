      *-------------------------------------------------------
      * CRDAUD-REC - card master audit trail, one record per
      * change CRD01 makes, appended and never rewritten. ACTION
      * is ADD, CHANGE, END, CANCEL or IMPORT; the before image
      * is spaces for a new card or version, the after image is
      * spaces for a cancelled one.
      *-------------------------------------------------------
       01  CRDAUD-REC.
           05  CRDAUD-DATE              PIC 9(8).
           05  CRDAUD-TIME              PIC 9(8).
           05  CRDAUD-OPERATOR          PIC X(10).
           05  CRDAUD-ACTION            PIC X(8).
           05  CRDAUD-FILE-ID           PIC X(10).
           05  CRDAUD-CARD-NBR          PIC 9(4).
           05  CRDAUD-EFF-FROM          PIC 9(8).
           05  CRDAUD-EFF-TO            PIC 9(8).
           05  CRDAUD-BEFORE-IMAGE      PIC X(80).
           05  CRDAUD-AFTER-IMAGE       PIC X(80).
           05  FILLER                   PIC X(16).
