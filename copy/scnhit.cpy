      *-------------------------------------------------------
      * SCNHIT-REC - possible restricted-party hits awaiting or
      * past compliance review, keyed (indexed) on the account
      * and the restricted-list entry it resembles. SCN01 raises
      * the hit; SCN02 is where compliance reviews it.
      * SCNHIT-STATE says where it stands:
      *   'P' pending   - raised, not yet reviewed,
      *   'C' cleared   - reviewed, not the listed party,
      *   'F' confirmed - the listed party; SCN02 placed a total
      *                   block on the account on ACCTBLK.
      * A cleared hit stays cleared while neither name changes;
      * if the account is renamed or the list entry reworded
      * and the names still match, SCN01 puts it back to 'P'.
      * SCNHIT-SCORE is the match strength out of 100.
      *-------------------------------------------------------
       01  SCNHIT-REC.
           05  SCNHIT-KEY.
               10  SCNHIT-ACCT-NBR      PIC X(10).
               10  SCNHIT-LIST-ID       PIC X(10).
           05  SCNHIT-STATE             PIC X.
               88  SCNHIT-PENDING                    VALUE 'P'.
               88  SCNHIT-CLEARED                    VALUE 'C'.
               88  SCNHIT-CONFIRMED                  VALUE 'F'.
           05  SCNHIT-SCORE             PIC 9(3).
           05  SCNHIT-ACCT-NAME         PIC X(30).
           05  SCNHIT-LIST-NAME         PIC X(60).
           05  SCNHIT-LIST-PROGRAM      PIC X(10).
           05  SCNHIT-RAISED-DATE       PIC 9(8).
           05  SCNHIT-ACTION-BY         PIC X(10).
           05  SCNHIT-ACTION-DATE       PIC 9(8).
           05  SCNHIT-NOTE              PIC X(20).
           05  FILLER                   PIC X(10).
