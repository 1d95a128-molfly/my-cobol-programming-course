      *-------------------------------------------------------
      * LTXEXM-REC - accounts exempt from large-transaction
      * filing, keyed (indexed) on the account number and
      * maintained through LTX02. LTX01 records an exempt
      * account's over-threshold day on the register as 'E'
      * instead of raising a candidate. LTXEXM-REVIEW-DATE is
      * when compliance must look at the exemption again; once
      * it has passed the exemption no longer applies until it
      * is renewed. Zero means no review date.
      *-------------------------------------------------------
       01  LTXEXM-REC.
           05  LTXEXM-ACCT-NBR          PIC X(10).
           05  LTXEXM-REASON            PIC X(20).
           05  LTXEXM-ADDED-BY          PIC X(10).
           05  LTXEXM-ADDED-DATE        PIC 9(8).
           05  LTXEXM-REVIEW-DATE       PIC 9(8).
           05  FILLER                   PIC X(24).
