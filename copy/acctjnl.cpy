      *-------------------------------------------------------
      * ACCTJNL-REC - one change to the account master, with the
      * record as it stood before and after. Every program that
      * writes, rewrites or deletes ACCTMST appends one per change
      * (MST01's adds, postings, closes and reopens, RET01's
      * purge), stamped with the job, processing cycle, clock
      * time and a per-run sequence so the journals sort back
      * into the order the changes were made. RCV01 rolls a
      * restored master forward from them.
      *-------------------------------------------------------
       01  ACCTJNL-REC.
           05  ACCTJNL-STAMP.
               10  ACCTJNL-RUN-DATE     PIC 9(8).
               10  ACCTJNL-RUN-TIME     PIC 9(8).
               10  ACCTJNL-JOB          PIC X(8).
               10  ACCTJNL-CYCLE        PIC 9(2).
               10  ACCTJNL-SEQ          PIC 9(7).
           05  ACCTJNL-BUS-DATE         PIC 9(8).
           05  ACCTJNL-ACTION           PIC X.
               88  ACCTJNL-ADD                       VALUE 'A'.
               88  ACCTJNL-POST                      VALUE 'P'.
               88  ACCTJNL-CLOSE                     VALUE 'C'.
               88  ACCTJNL-REOPEN                    VALUE 'R'.
               88  ACCTJNL-DELETE                    VALUE 'D'.
           05  ACCTJNL-ACCT-NBR         PIC X(10).
      * Spaces before an add and after a delete.
           05  ACCTJNL-BEFORE           PIC X(80).
           05  ACCTJNL-AFTER            PIC X(80).
           05  FILLER                   PIC X(8).
