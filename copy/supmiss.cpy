      *-------------------------------------------------------
      * SUPMISS-REC - one missed delivery, appended by SUP01
      * for every supplier expected on the day who never
      * delivered, so the monthly supplier scorecard can count
      * them long after the night's SUP01RPT is gone.
      *-------------------------------------------------------
       01  SUPMISS-REC.
           05  SUPMISS-DATE             PIC 9(8).
           05  SUPMISS-SOURCE-ID        PIC X(8).
           05  FILLER                   PIC X(64).
