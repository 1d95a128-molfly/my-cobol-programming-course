      * CNT01 flags HD records whose source id has no profile;
      * SUP01 reports every supplier expected on the business
      * day who never delivered.
      * Suppliers who have agreed a delivery authentication key
      * put a DLVAUTH value on their TR records; CNT01 recomputes
      * it over the data records and fails the delivery when it
      * does not agree. The keys are maintained only through
      * SEC01 and are never displayed or printed.
      *-------------------------------------------------------
       01  SUPMST-REC.
           05  SUPMST-SOURCE-ID         PIC X(8).
      * enough in the evening to phone the supplier. Zero means
      * no cutoff is enforced for the supplier.
           05  SUPMST-CUTOFF-TIME       PIC 9(4).
      * 'Y' when deliveries must authenticate; anything else
      * (including the spaces on a profile written before keys
      * existed) means the trailer value is not checked.
           05  SUPMST-AUTH-SW           PIC X.
               88  SUPMST-AUTH-REQUIRED               VALUE 'Y'.
      * The key in force, and the key that replaces it for files
      * dated on or after SUPMST-KEY-ROLL-DATE (zero date: no
      * rollover scheduled).
           05  SUPMST-AUTH-KEY          PIC 9(9)    COMP.
           05  SUPMST-NEXT-AUTH-KEY     PIC 9(9)    COMP.
           05  SUPMST-KEY-ROLL-DATE     PIC 9(8)    COMP.
      * 'P' while a new supplier's profile waits on a passed
      * certification (CER01); CNT01 treats a pending profile as
      * no profile and SUP01 and ARR01 expect nothing from it.
      * SEC01 activates it ('A') only once SUPCERT holds a pass.
      * Spaces, on a profile older than certification, is
      * active.
           05  SUPMST-PROFILE-STATUS    PIC X.
               88  SUPMST-PENDING                     VALUE 'P'.
               88  SUPMST-ACTIVE                      VALUE 'A' ' '.
