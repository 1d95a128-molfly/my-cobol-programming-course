      *-------------------------------------------------------
      * ESCHEAT-REC - unclaimed-property (escheatment) status
      * file, keyed (indexed) on ESCHEAT-ACCT-NBR, one record
      * per dormant account the statutory process has reached.
      * Kept by the nightly ESC01 run; ESC02 reads it for the
      * annual remittance report.
      * ESCHEAT-STAGE:
      *   'L' due-diligence letter issued, waiting period running
      *   'S' stopped - the customer got in touch or the account
      *       came back to life (ESCHEAT-STOP-REASON says which)
      *   'R' remitted - the balance has been transferred out
      * ESCHEAT-STOP-REASON:
      *   'A' activity on the account    'C' customer contact
      *   'X' account closed or gone     'N' no balance left
      * ESCHEAT-LAST-ACTIVITY is the account's last activity as
      * it stood when the letter went out, so any later posting
      * shows as a moved date. A stopped account can start the
      * process again once it has been quiet a full dormancy
      * period past the stop.
      *-------------------------------------------------------
       01  ESCHEAT-REC.
           05  ESCHEAT-ACCT-NBR         PIC X(10).
           05  ESCHEAT-ENTITY           PIC X(3).
           05  ESCHEAT-STAGE            PIC X.
               88  ESCHEAT-LETTER-SENT                VALUE 'L'.
               88  ESCHEAT-STOPPED                    VALUE 'S'.
               88  ESCHEAT-REMITTED                   VALUE 'R'.
           05  ESCHEAT-LAST-ACTIVITY    PIC 9(8).
           05  ESCHEAT-DORMANT-BALANCE  PIC S9(11)V99.
           05  ESCHEAT-LETTER-DATE      PIC 9(8).
           05  ESCHEAT-REPLY-BY         PIC 9(8).
           05  ESCHEAT-STOP-DATE        PIC 9(8).
           05  ESCHEAT-STOP-REASON      PIC X.
               88  ESCHEAT-STOP-ACTIVITY              VALUE 'A'.
               88  ESCHEAT-STOP-CONTACT               VALUE 'C'.
               88  ESCHEAT-STOP-CLOSED                VALUE 'X'.
               88  ESCHEAT-STOP-NO-BALANCE            VALUE 'N'.
           05  ESCHEAT-REMIT-DATE       PIC 9(8).
           05  ESCHEAT-REMIT-AMOUNT     PIC S9(11)V99.
           05  ESCHEAT-REMIT-SEQ        PIC 9(4).
           05  FILLER                   PIC X(15).
