      *-------------------------------------------------------
      * LTXREG-REC - the large-transaction filing register,
      * keyed (indexed) on account and business date: one entry
      * per account per business day whose cash activity went
      * over the filing threshold. LTX01 raises the entry; LTX02
      * is where compliance actions it. LTXREG-STATE says where
      * it stands:
      *   'C' candidate - raised, not yet filed,
      *   'F' filed     - LTXREG-FILING-REF is the authority's
      *                   reference for the filing,
      *   'E' exempt    - the account is on the LTXEXM exemption
      *                   list, or compliance ruled it exempt;
      *                   the reason is in LTXREG-FILING-REF.
      * LTXREG-ACTION-BY and -DATE record who last actioned the
      * entry ("LTX01" when raised or exempted by the night run).
      *-------------------------------------------------------
       01  LTXREG-REC.
           05  LTXREG-KEY.
               10  LTXREG-ACCT-NBR      PIC X(10).
               10  LTXREG-BUS-DATE      PIC 9(8).
           05  LTXREG-STATE             PIC X.
               88  LTXREG-CANDIDATE                  VALUE 'C'.
               88  LTXREG-FILED                      VALUE 'F'.
               88  LTXREG-EXEMPT                     VALUE 'E'.
           05  LTXREG-CASH-IN           PIC 9(11)V99.
           05  LTXREG-CASH-OUT          PIC 9(11)V99.
           05  LTXREG-ITEMS             PIC 9(5).
           05  LTXREG-RAISED-DATE       PIC 9(8).
           05  LTXREG-FILING-REF        PIC X(20).
           05  LTXREG-ACTION-BY         PIC X(10).
           05  LTXREG-ACTION-DATE       PIC 9(8).
           05  FILLER                   PIC X(4).
