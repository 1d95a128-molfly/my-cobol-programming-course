      * FIGURES INTO THE LEDGER FROM CNT01'S PRINTED REPORT.
      * GLX01 READS THE FILEDATVAL OUTPUT, MAPS EACH RECORD TYPE
      * TO ITS DEBIT AND CREDIT GL ACCOUNTS VIA THE GLMAP CARD
      * FILE (ONE CARD PER TYPE; THE 'CL' CONTROL-ACCOUNT CARDS
      * THERE ARE GLR01'S), AND WRITES A BALANCED JOURNAL
      * ON GLJRNL IN THE LEDGER SYSTEM'S UPLOAD FORMAT - ONE
      * DEBIT LINE AND ONE CREDIT LINE PER TRANSACTION, EACH FOR
      * THE AMOUNT'S MAGNITUDE, SO TOTAL DEBITS ALWAYS EQUAL
           COPY "filedatclt.cpy".

       FD  GLX01-MAP.
           COPY "glmap.cpy".

       FD  GLX01-JOURNAL.
       01  GLX01-JOURNAL-REC.
                       AT END MOVE "10" TO GLMAP-STATUS
                   END-READ
                   IF GLMAP-STATUS = "00" AND GLMAP-COUNT < 20
                      AND NOT GLMAP-CLASS-CARD
                       ADD 1 TO GLMAP-COUNT
                       MOVE GLMAP-REC-TYPE TO
                            GLMAP-TBL-TYPE (GLMAP-COUNT)
