      *-------------------------------------------------------
      * PSTEXC-REC - one validated transaction MST01 could not
      * post (no such account, closed, wrong entity and the
      * rest of the unmatched reasons), keyed (indexed) like the
      * MST01APL tracking entry on the transaction key plus the
      * business date it failed on plus its source id. MST01
      * writes it OPEN; the PEX01 console redirects it to the
      * right account, holds it for an account still to be
      * opened, or marks it for return to the supplier; the
      * nightly PEX02 sends redirected items and held items
      * whose account has opened back into the stream as a
      * PEXREPR delivery, clears the returns, and purges
      * cleared items once past the retention.
      *-------------------------------------------------------
       01  PSTEXC-REC.
           05  PSTEXC-KEY.
               10  PSTEXC-TXN-KEY       PIC X(14).
               10  PSTEXC-BUS-DATE      PIC 9(8).
               10  PSTEXC-SOURCE-ID     PIC X(8).
      * The FILEDATCLT image exactly as it failed to post.
           05  PSTEXC-TXN               PIC X(80).
           05  PSTEXC-REASON            PIC X(30).
           05  PSTEXC-STATE             PIC X.
               88  PSTEXC-OPEN                       VALUE 'O'.
               88  PSTEXC-HELD                       VALUE 'H'.
               88  PSTEXC-REDIRECTED                 VALUE 'R'.
               88  PSTEXC-TO-RETURN                  VALUE 'T'.
               88  PSTEXC-DELIVERED                  VALUE 'D'.
               88  PSTEXC-RETURNED                   VALUE 'X'.
               88  PSTEXC-OUTSTANDING                VALUE 'O'
                                                       'H' 'R' 'T'.
               88  PSTEXC-CLEARED                    VALUE 'D' 'X'.
      * The account a redirect goes to, or the one a hold waits
      * for; spaces while open or marked for return.
           05  PSTEXC-TARGET-ACCT       PIC X(10).
           05  PSTEXC-OPERATOR          PIC X(10).
           05  PSTEXC-ACTION-DATE       PIC 9(8).
      * The business date PEX02 delivered or returned it.
           05  PSTEXC-CLEARED-DATE      PIC 9(8).
           05  PSTEXC-NOTE              PIC X(30).
           05  FILLER                   PIC X(13).
