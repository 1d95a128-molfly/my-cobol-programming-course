      * original (default) entity. Carried from the validated
      * records by ROL01 and broken out on its report.
           05  SUMMST-ENTITY            PIC X(3).
      * Base-currency equivalent of the bucket's amount at each
      * record's delivery-date rate; equal to the amount unless
      * foreign-currency records went into it. A bucket written
      * before it was carried has spaces here; readers take the
      * amount in that case.
           05  SUMMST-MTD-BASE-AMOUNT   PIC S9(11)V99.
           05  FILLER                   PIC X(26).
