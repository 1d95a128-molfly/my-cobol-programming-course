      *                  FILEDATCLT-CTL-SOURCE-ID the source id.
      *   'TR' trailer - FILEDATCLT-CTL-COUNT holds the expected
      *                  data-record count and FILEDATCLT-AMOUNT
      *                  the amount hash total for the file,
      *                  and FILEDATCLT-AUTH-VALUE the DLVAUTH
      *                  authentication value over its data
      *                  records (suppliers with a SUPMST key).
      *-------------------------------------------------------
       01  FILEDATCLT-REC.
           05  FILEDATCLT-KEY.
           05  FILEDATCLT-CTL-AREA.
               10  FILEDATCLT-CTL-SOURCE-ID PIC X(8).
               10  FILEDATCLT-CTL-COUNT    PIC 9(6).
      * Transfer reference on a data record: the two legs of one
      * transfer carry the same reference and date, so ICS01 can
      * pair them across entities. Spaces on anything else.
               10  FILEDATCLT-XFER-REF     PIC X(16).
               10  FILEDATCLT-AUTH-VALUE   PIC 9(9).
      * Entity/company code for the second business unit; spaces
      * means the original (default) entity, which keeps every
      * file written before the code existed valid. The HD record
