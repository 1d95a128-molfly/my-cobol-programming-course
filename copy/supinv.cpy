      *-------------------------------------------------------
      * SUPINV-REC - one line of a supplier's monthly invoice,
      * written by BIL01 for accounts receivable. Each supplier
      * billed gets an 'HD' line (supplier name in the
      * description), one 'LN' line per charge item and a 'TL'
      * line carrying the invoice total, all stamped with the
      * source id and the CCYYMM billing month. Items:
      *   PROCESS  per record processed (accepted + rejected)
      *   REJECT   per record rejected
      *   TRAILER  per delivery whose trailer did not reconcile
      *   LATE     per day the file landed after the cutoff
      *-------------------------------------------------------
       01  SUPINV-REC.
           05  SUPINV-SOURCE-ID         PIC X(8).
           05  SUPINV-MONTH             PIC 9(6).
           05  SUPINV-LINE-TYPE         PIC X(2).
               88  SUPINV-HEADER                     VALUE "HD".
               88  SUPINV-LINE                       VALUE "LN".
               88  SUPINV-TOTAL                      VALUE "TL".
           05  SUPINV-ITEM              PIC X(8).
           05  SUPINV-QUANTITY          PIC 9(7).
           05  SUPINV-RATE              PIC 9(5)V9(4).
           05  SUPINV-AMOUNT            PIC S9(9)V99.
           05  SUPINV-DESC              PIC X(20).
           05  FILLER                   PIC X(9).
