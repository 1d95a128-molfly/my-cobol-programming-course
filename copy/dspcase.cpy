      *-------------------------------------------------------
      * DSPCASE-REC - dispute / chargeback case file, keyed
      * (indexed) on DSPCASE-CASE-NBR. Each case carries the
      * FILEDATCLT-KEY of the one transaction the customer
      * disputes; DSP01 will not open a second case on a key
      * that already has one, open or resolved. The disputed
      * item's date, type, amount, entity and currency (spaces
      * being base) are copied from the keyed FILEDATCLX copy
      * when it is there (DSPCASE-TXN-VERIFIED 'Y'), otherwise
      * as keyed, the currency then from the account master.
      * DSPCASE-CASE-STATUS:
      *   'O' open      'R' resolved
      * DSPCASE-DECISION, set when the case is resolved:
      *   'U' upheld    - the customer's credit is made final,
      *   'D' declined  - any provisional credit is reversed,
      *   'W' withdrawn - as declined, the customer withdrew.
      * A provisional credit, when one was given at opening,
      * is DSPCASE-PROV-AMOUNT posted under DSPCASE-PROV-SEQ on
      * the same account.
      *-------------------------------------------------------
       01  DSPCASE-REC.
           05  DSPCASE-CASE-NBR         PIC 9(6).
           05  DSPCASE-TXN-KEY.
               10  DSPCASE-ACCT-NBR     PIC X(10).
               10  DSPCASE-SEQ-NBR      PIC 9(4).
           05  DSPCASE-TXN-DATE         PIC 9(8).
           05  DSPCASE-TXN-AMOUNT       PIC S9(9)V99.
           05  DSPCASE-TXN-TYPE         PIC X(2).
           05  DSPCASE-ENTITY           PIC X(3).
           05  DSPCASE-CURRENCY         PIC X(3).
           05  DSPCASE-TXN-VERIFIED     PIC X.
           05  DSPCASE-REASON           PIC X(30).
           05  DSPCASE-CASE-STATUS      PIC X.
               88  DSPCASE-OPEN                       VALUE 'O'.
               88  DSPCASE-RESOLVED                   VALUE 'R'.
           05  DSPCASE-OPENED-DATE      PIC 9(8).
           05  DSPCASE-OPENED-BY        PIC X(10).
           05  DSPCASE-PROV-SW          PIC X.
               88  DSPCASE-PROV-GIVEN                 VALUE 'Y'.
           05  DSPCASE-PROV-AMOUNT      PIC S9(9)V99.
           05  DSPCASE-PROV-SEQ         PIC 9(4).
           05  DSPCASE-DECISION         PIC X.
               88  DSPCASE-UPHELD                     VALUE 'U'.
               88  DSPCASE-DECLINED                   VALUE 'D'.
               88  DSPCASE-WITHDRAWN                  VALUE 'W'.
               88  DSPCASE-DECISION-VALID             VALUE 'U'
                                                        'D' 'W'.
           05  DSPCASE-RESOLVED-DATE    PIC 9(8).
           05  DSPCASE-RESOLVED-BY      PIC X(10).
           05  DSPCASE-LAST-NOTE        PIC X(30).
           05  DSPCASE-UPDATED-DATE     PIC 9(8).
           05  DSPCASE-UPDATED-BY       PIC X(10).
           05  FILLER                   PIC X(20).
