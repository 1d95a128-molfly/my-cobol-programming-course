      *-------------------------------------------------------
      * RULESTAT-REC - one CNT01RULE validation rule's outcome
      * for one supplier on one night, appended by CNT01 after
      * the file list is processed. A rule is identified by its
      * card - record type, check code and reject code - since
      * the cards carry no number of their own. TOUCHED is the
      * records the rule was tried against, HITS the records it
      * rejected, HIT-AMOUNT their base-currency amounts with the
      * sign dropped. Read by RUL01 for the monthly
      * rule-effectiveness report.
      *-------------------------------------------------------
       01  RULESTAT-REC.
           05  RULESTAT-DATE            PIC 9(8).
           05  RULESTAT-SUPPLIER        PIC X(8).
           05  RULESTAT-REC-TYPE        PIC X(2).
           05  RULESTAT-CHECK-CODE      PIC X(8).
           05  RULESTAT-REJECT-CODE     PIC X(4).
           05  RULESTAT-TOUCHED         PIC 9(7).
           05  RULESTAT-HITS            PIC 9(7).
           05  RULESTAT-HIT-AMOUNT      PIC 9(11)V99.
           05  FILLER                   PIC X(23).
