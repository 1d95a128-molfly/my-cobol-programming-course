      *-------------------------------------------------------
      * COLLCASE-REC - collections case for an overdrawn
      * account, keyed (indexed) on COLLCASE-ACCT-NBR, one case
      * per account. COL01 opens it the night the closing
      * balance on ACCTMST first goes negative, moves the days
      * overdrawn, the balance, the deepest deficit and the
      * aging stage on every night it stays negative, and closes
      * it the night the balance recovers. A closed case is
      * opened afresh (COLLCASE-TIMES-OPENED counts the spells)
      * if the account goes negative again. The COL02 console
      * records the collector's actions and promises to pay.
      * COLLCASE-CASE-STATUS:
      *   'O' open      'C' closed - the balance recovered
      * COLLCASE-STAGE is the aging stage on the shared COLSTAGE
      * table, 1 to 4.
      * COLLCASE-PROMISE-STATUS:
      *   ' ' no promise        'P' promised, date not passed
      *   'K' kept - the balance recovered
      *   'B' broken - the promise date passed still overdrawn
      *-------------------------------------------------------
       01  COLLCASE-REC.
           05  COLLCASE-ACCT-NBR        PIC X(10).
           05  COLLCASE-CASE-STATUS     PIC X.
               88  COLLCASE-OPEN                      VALUE 'O'.
               88  COLLCASE-CLOSED                    VALUE 'C'.
           05  COLLCASE-ENTITY          PIC X(3).
           05  COLLCASE-OPENED-DATE     PIC 9(8).
           05  COLLCASE-LAST-SEEN       PIC 9(8).
           05  COLLCASE-DAYS-OVERDRAWN  PIC 9(5).
           05  COLLCASE-BALANCE         PIC S9(11)V99.
           05  COLLCASE-MAX-DEFICIT     PIC 9(11)V99.
           05  COLLCASE-STAGE           PIC 9.
           05  COLLCASE-STAGE-DATE      PIC 9(8).
           05  COLLCASE-CLOSED-DATE     PIC 9(8).
           05  COLLCASE-TIMES-OPENED    PIC 9(3).
           05  COLLCASE-LAST-ACTION     PIC X(30).
           05  COLLCASE-ACTION-DATE     PIC 9(8).
           05  COLLCASE-ACTION-BY       PIC X(10).
           05  COLLCASE-ACTION-COUNT    PIC 9(4).
           05  COLLCASE-PROMISE-AMOUNT  PIC 9(9)V99.
           05  COLLCASE-PROMISE-DATE    PIC 9(8).
           05  COLLCASE-PROMISE-STATUS  PIC X.
               88  COLLCASE-NO-PROMISE                VALUE ' '.
               88  COLLCASE-PROMISE-PENDING           VALUE 'P'.
               88  COLLCASE-PROMISE-KEPT              VALUE 'K'.
               88  COLLCASE-PROMISE-BROKEN            VALUE 'B'.
           05  FILLER                   PIC X(20).
