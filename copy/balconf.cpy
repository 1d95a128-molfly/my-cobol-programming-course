      *-------------------------------------------------------
      * BALCONF-REC - external-audit balance confirmation file,
      * keyed (indexed) on the audit date plus account number.
      * CNF01 writes one record for every account it draws into
      * the audit's sample - the whole stratum above the
      * materiality threshold, and a seeded random selection
      * within each entity and balance band below it - with the
      * balance as at the audit date and the seed it drew with,
      * so the sample can be drawn again and proved. CNF02 keys
      * each reply (agreed, disputed with the customer's own
      * figure, or no reply); CNF03 reconciles the disputed
      * ones against FILEDATCLX activity and closes out the
      * requests still unanswered as no reply.
      *-------------------------------------------------------
       01  BALCONF-REC.
           05  BALCONF-KEY.
               10  BALCONF-AUDIT-DATE   PIC 9(8).
               10  BALCONF-ACCT-NBR     PIC X(10).
           05  BALCONF-ENTITY           PIC X(3).
      * Balance band as REG01 bands it (1 overdrawn ... 6 1M
      * and over), on the base equivalent of the balance.
           05  BALCONF-BAND             PIC 99.
           05  BALCONF-STRATUM          PIC X.
               88  BALCONF-MATERIAL                   VALUE 'M'.
               88  BALCONF-RANDOM                     VALUE 'R'.
           05  BALCONF-NAME             PIC X(30).
           05  BALCONF-CURRENCY         PIC X(3).
           05  BALCONF-BALANCE          PIC S9(11)V99.
           05  BALCONF-SEED             PIC 9(5).
           05  BALCONF-SENT-DATE        PIC 9(8).
           05  BALCONF-REPLY            PIC X.
               88  BALCONF-AWAITING                   VALUE ' '.
               88  BALCONF-AGREED                     VALUE 'A'.
               88  BALCONF-DISPUTED                   VALUE 'D'.
               88  BALCONF-NO-REPLY                   VALUE 'N'.
           05  BALCONF-REPLY-DATE       PIC 9(8).
      * The balance the customer says they held, on a dispute.
           05  BALCONF-STATED-BAL       PIC S9(11)V99.
           05  BALCONF-REPLY-NOTE       PIC X(30).
           05  BALCONF-RECORDED-BY      PIC X(10).
      * Set by CNF03 on a dispute: explained when the activity
      * around the audit date accounts for the difference.
           05  BALCONF-RECON-STATE      PIC X.
               88  BALCONF-NOT-RECONCILED             VALUE ' '.
               88  BALCONF-EXPLAINED                  VALUE 'E'.
               88  BALCONF-UNEXPLAINED                VALUE 'U'.
           05  BALCONF-DIFFERENCE       PIC S9(11)V99.
           05  BALCONF-RECON-DATE       PIC 9(8).
      * The draw's materiality threshold and random accounts per
      * stratum, kept with the seed so CNF01 CHECK can redraw.
           05  BALCONF-MATERIALITY      PIC 9(11).
           05  BALCONF-PER-STRATUM      PIC 9(3).
           05  FILLER                   PIC X(6).
