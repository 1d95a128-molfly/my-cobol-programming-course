      *-------------------------------------------------------
      * AUTHLOG-REC - one authority decision taken by AUTHCHK:
      * who, in which function, on what (masked) account, for
      * what amount against what limit, and whether it was
      * within authority. AUT01 reads the day's lines for the
      * near-limit and refused-authority exceptions report.
      *-------------------------------------------------------
       01  AUTHLOG-REC.
           05  AUTHLOG-DATE             PIC 9(8).
           05  AUTHLOG-TIME             PIC 9(8).
           05  AUTHLOG-OPERATOR-ID      PIC X(10).
           05  AUTHLOG-FUNCTION         PIC X(8).
           05  AUTHLOG-DECISION         PIC X.
               88  AUTHLOG-ALLOWED                   VALUE 'A'.
               88  AUTHLOG-REFUSED                   VALUE 'R'.
               88  AUTHLOG-NO-MATRIX                 VALUE 'M'.
           05  AUTHLOG-MASKED-ACCT      PIC X(10).
      * Amount unsigned - authority is on the size of the item.
           05  AUTHLOG-AMOUNT           PIC 9(9)V99.
           05  AUTHLOG-LIMIT            PIC 9(9)V99.
           05  FILLER                   PIC X(13).
