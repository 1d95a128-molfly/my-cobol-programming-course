      *-------------------------------------------------------
      * AUTHLMT-REC - one line of the approval authority matrix:
      * the largest amount an operator may act on in one
      * function (HLD01 release, ADJ01 entry, REJ02 release,
      * COR01 repost). An operator with no line for a function
      * has no authority in it at all. Maintained through SEC01
      * alongside the MENU01SEC grants; read by the shared
      * AUTHCHK routine.
      *-------------------------------------------------------
       01  AUTHLMT-REC.
           05  AUTHLMT-OPERATOR-ID      PIC X(10).
           05  AUTHLMT-FUNCTION         PIC X(8).
           05  AUTHLMT-MAX-AMOUNT       PIC 9(9)V99.
           05  FILLER                   PIC X(51).
