      * original (default) entity. Set from the 'AD' transaction
      * and enforced on every posting.
           05  ACCTMST-ENTITY           PIC X(3).
      * Currency the account is denominated in; spaces means the
      * base currency. Set from the 'AD' transaction's currency
      * code; the balance above is held in this currency and
      * every posting must be in it (a base account also takes
      * foreign postings, at their base equivalent).
           05  ACCTMST-CURRENCY         PIC X(3).
      * Base-currency equivalent of the balance at the rates the
      * postings were made at - for a base account the balance
      * itself. A record written before the currency was carried
      * has spaces here; readers take the balance in that case.
           05  ACCTMST-BASE-BALANCE     PIC S9(11)V99.
           05  FILLER                   PIC X(14).
