      *-------------------------------------------------------
      * ACCTNOTE-REC - one note of contact with the customer or
      * about the account, keyed (indexed) on account, date and
      * clock time so an account's history reads back in the
      * order it was written. Added through the shared NOTEADD
      * routine from the ACV01 and INQ01 inquiry consoles; ACV01
      * shows the most recent and EVD01 puts the notes for the
      * examined range into the evidence pack.
      *-------------------------------------------------------
       01  ACCTNOTE-REC.
           05  ACCTNOTE-KEY.
               10  ACCTNOTE-ACCT-NBR    PIC X(10).
               10  ACCTNOTE-DATE        PIC 9(8).
               10  ACCTNOTE-TIME        PIC 9(8).
           05  ACCTNOTE-OPERATOR        PIC X(10).
           05  ACCTNOTE-CATEGORY        PIC X(4).
               88  ACCTNOTE-CALL                     VALUE "CALL".
               88  ACCTNOTE-VISIT                    VALUE "VISI".
               88  ACCTNOTE-LETTER                   VALUE "LETR".
               88  ACCTNOTE-COMPLAINT                VALUE "COMP".
               88  ACCTNOTE-GENERAL                  VALUE "GENL".
               88  ACCTNOTE-VALID-CATEGORY
                       VALUE "CALL" "VISI" "LETR" "COMP" "GENL".
           05  ACCTNOTE-TEXT            PIC X(60).
           05  FILLER                   PIC X(20).
