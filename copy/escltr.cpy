      *-------------------------------------------------------
      * ESCLTR-REC - one due-diligence letter for the mailing
      * run, written by ESC01 the night an account enters the
      * escheatment process. The customer is asked to get in
      * touch by ESCLTR-REPLY-BY or the balance is remitted as
      * unclaimed property. The account is carried masked, as
      * on every printed item.
      *-------------------------------------------------------
       01  ESCLTR-REC.
           05  ESCLTR-MASKED-ACCT       PIC X(10).
           05  ESCLTR-NAME              PIC X(30).
           05  ESCLTR-BALANCE           PIC S9(11)V99.
           05  ESCLTR-LAST-ACTIVITY     PIC 9(8).
           05  ESCLTR-REPLY-BY          PIC 9(8).
           05  ESCLTR-ENTITY            PIC X(3).
           05  FILLER                   PIC X(8).
