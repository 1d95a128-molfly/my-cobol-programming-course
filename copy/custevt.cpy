      *-------------------------------------------------------
      * CUSTEVT-REC - one customer-facing event, appended to the
      * shared CUSTEVT file by the program that notices it:
      * OVD01 (an account driven overdrawn), DOR01 (an account
      * gone dormant), and MST01 (an account closed by a 'DL').
      * LTR01 reads the file each night, writes one letter per
      * event, and empties it after a clean pass. CUSTEVT-REF-
      * DATE identifies the occurrence - the day it happened, or
      * for dormancy the last-activity date - so a rerun or a
      * second report of the same occurrence is not written to
      * the customer twice.
      *-------------------------------------------------------
       01  CUSTEVT-REC.
           05  CUSTEVT-ACCT-NBR         PIC X(10).
           05  CUSTEVT-TYPE             PIC X(8).
               88  CUSTEVT-OVERDRAFT                VALUE "OVERDRFT".
               88  CUSTEVT-DORMANCY                 VALUE "DORMANT ".
               88  CUSTEVT-CLOSURE                  VALUE "CLOSED  ".
               88  CUSTEVT-LARGE-HOLD               VALUE "LRGHOLD ".
           05  CUSTEVT-DATE             PIC 9(8).
           05  CUSTEVT-REF-DATE         PIC 9(8).
           05  CUSTEVT-AMOUNT           PIC S9(11)V99.
           05  CUSTEVT-SOURCE           PIC X(8).
           05  FILLER                   PIC X(25).
