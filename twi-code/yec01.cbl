      *   TYPE IS WRITTEN FOR THE NEW YEAR UNDER THE "00" MONTH
      *   BUCKET (SORTS AHEAD OF JANUARY AND CAN NEVER BE
      *   MISTAKEN FOR A REAL MONTH), CARRYING THE CLOSED YEAR'S
      *   TOTALS AND THEIR BASE-CURRENCY EQUIVALENT,
      *   AND THE YEC01RPT COMPARATIVE REPORT SHOWS PRIOR-YEAR
      *   VERSUS NEW-YEAR FIGURES PER ACCOUNT AND TYPE.
      * THE YEC01CTL CONTROL RECORD REFUSES A SECOND CLOSE OF
               10  CT-ENTITY            PIC X(3).
               10  CT-PRIOR-COUNT       PIC 9(7).
               10  CT-PRIOR-AMOUNT      PIC S9(11)V99.
               10  CT-PRIOR-BASE-AMOUNT PIC S9(11)V99.
               10  CT-NEW-COUNT         PIC 9(7).
               10  CT-NEW-AMOUNT        PIC S9(11)V99.
       01  CT-IDX                       PIC 9(3).
               MOVE CT-REC-TYPE (CT-IDX) TO SUMMST-REC-TYPE
               MOVE CT-PRIOR-COUNT (CT-IDX) TO SUMMST-MTD-COUNT
               MOVE CT-PRIOR-AMOUNT (CT-IDX) TO SUMMST-MTD-AMOUNT
               MOVE CT-PRIOR-BASE-AMOUNT (CT-IDX) TO
                    SUMMST-MTD-BASE-AMOUNT
               MOVE CT-ENTITY (CT-IDX) TO SUMMST-ENTITY
               WRITE SUMMST-REC
                   INVALID KEY
           IF CT-SLOT > 0
               ADD SUMMST-MTD-COUNT TO CT-PRIOR-COUNT (CT-SLOT)
               ADD SUMMST-MTD-AMOUNT TO CT-PRIOR-AMOUNT (CT-SLOT)
               IF SUMMST-MTD-BASE-AMOUNT NUMERIC
                   ADD SUMMST-MTD-BASE-AMOUNT TO
                       CT-PRIOR-BASE-AMOUNT (CT-SLOT)
               ELSE
                   ADD SUMMST-MTD-AMOUNT TO
                       CT-PRIOR-BASE-AMOUNT (CT-SLOT)
               END-IF
      * The closing-year record carries the bucket's entity;
      * the carryforward must not lose it.
               MOVE SUMMST-ENTITY TO CT-ENTITY (CT-SLOT)
                   MOVE SUMMST-ENTITY TO CT-ENTITY (CT-SLOT)
                   MOVE 0 TO CT-PRIOR-COUNT (CT-SLOT)
                   MOVE 0 TO CT-PRIOR-AMOUNT (CT-SLOT)
                   MOVE 0 TO CT-PRIOR-BASE-AMOUNT (CT-SLOT)
                   MOVE 0 TO CT-NEW-COUNT (CT-SLOT)
                   MOVE 0 TO CT-NEW-AMOUNT (CT-SLOT)
               END-IF
