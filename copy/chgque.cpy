      *-------------------------------------------------------
      * CHGQUE-REC - one proposed change to a live control file
      * (SUITECFG, EXCHRATE or HOLCAL), staged by its maintenance
      * console and waiting for a second operator to apply it
      * through CHQ01. The before and after images are the whole
      * 80-byte card (SUITECFG's short record left-justified):
      * an add carries a blank before image, a removal a blank
      * after image, a change both - and CHQ01 only applies a
      * change or removal while the live file still holds the
      * before image exactly, so two proposals can never quietly
      * overwrite each other. The same layout, with the decision
      * filled in, is the permanent CHGAUD audit record.
      *-------------------------------------------------------
       01  CHGQUE-REC.
           05  CHGQUE-TARGET            PIC X.
               88  CHGQUE-FOR-SUITECFG               VALUE 'C'.
               88  CHGQUE-FOR-EXCHRATE               VALUE 'E'.
               88  CHGQUE-FOR-HOLCAL                 VALUE 'H'.
           05  CHGQUE-ACTION            PIC X.
               88  CHGQUE-ADD                        VALUE 'A'.
               88  CHGQUE-REMOVE                     VALUE 'R'.
               88  CHGQUE-CHANGE                     VALUE 'C'.
      * 'Y' when staged under the suite training switch - the
      * change then belongs to the TRN-prefixed training copy.
           05  CHGQUE-TRAINING-SW       PIC X.
               88  CHGQUE-TRAINING                   VALUE 'Y'.
           05  CHGQUE-BEFORE-IMAGE      PIC X(80).
           05  CHGQUE-AFTER-IMAGE       PIC X(80).
           05  CHGQUE-DESCRIPTION       PIC X(31).
           05  CHGQUE-REASON            PIC X(40).
           05  CHGQUE-MAKER-ID          PIC X(10).
           05  CHGQUE-STAGED-DATE       PIC 9(8).
           05  CHGQUE-STAGED-TIME       PIC 9(8).
           05  CHGQUE-ENTRY-STATUS      PIC X.
               88  CHGQUE-PENDING                    VALUE 'P'.
               88  CHGQUE-APPLIED                    VALUE 'A'.
               88  CHGQUE-REJECTED                   VALUE 'R'.
               88  CHGQUE-STALE                      VALUE 'S'.
           05  CHGQUE-CHECKER-ID        PIC X(10).
           05  CHGQUE-DECIDED-DATE      PIC 9(8).
           05  CHGQUE-DECIDED-TIME      PIC 9(8).
           05  FILLER                   PIC X(13).
