       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLVAUTH IS INITIAL PROGRAM.
      *--------------------------------------------------
      * SHARED DELIVERY AUTHENTICATION VALUE. A SUPPLIER'S
      * TRAILER COUNT AND AMOUNT PROVE A FILE ARRIVED WHOLE, BUT
      * ANYONE WHO CAN WRITE A FILE CAN WRITE A MATCHING TRAILER.
      * SUPPLIERS WHO HAVE AGREED A SECRET KEY (SUPMST, KEPT BY
      * SEC01) ALSO CARRY THIS VALUE ON THEIR TR RECORD, AND
      * ONLY SOMEONE HOLDING THE KEY CAN PRODUCE IT.
      * CALLED ONCE PER DATA RECORD, IN FILE ORDER, WITH THE
      * RUNNING VALUE STARTED AT ZERO AT THE HD RECORD: THE KEY
      * IS ADDED TO THE RUNNING VALUE, THEN EACH OF THE RECORD'S
      * 80 CHARACTERS IS FOLDED IN - VALUE TIMES 257, PLUS THE
      * CHARACTER'S CODE PLUS ONE - ALL MOD 999999937, THE
      * LARGEST PRIME THAT KEEPS THE VALUE IN NINE DIGITS. THE
      * SPECIFICATION GIVEN TO SUPPLIERS IS EXACTLY THIS
      * PARAGRAPH, SO THE LOGIC MUST NOT CHANGE WITHOUT A
      * COORDINATED KEY ROLLOVER.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  AUTH-MODULUS                 PIC 9(9)    VALUE 999999937.
       01  SCAN-IDX                     PIC 99.
       01  FOLD-WORK                    PIC 9(12).
       01  FOLD-QUOTIENT                PIC 9(12).
      * One character's code: the character goes in the low
      * byte of a halfword whose high byte is LOW-VALUE.
       01  CHAR-CODE-X.
           05  CHAR-CODE-HIGH           PIC X       VALUE LOW-VALUE.
           05  CHAR-CODE-LOW            PIC X.
       01  CHAR-CODE REDEFINES CHAR-CODE-X
                                        PIC 9(4)    COMP.

       LINKAGE SECTION.
       01  DLVAUTH-RECORD               PIC X(80).
       01  DLVAUTH-KEY                  PIC 9(9).
       01  DLVAUTH-VALUE                PIC 9(9).

       PROCEDURE DIVISION USING DLVAUTH-RECORD DLVAUTH-KEY
                                DLVAUTH-VALUE.
       PROGRAM-BEGIN.
           COMPUTE FOLD-WORK = DLVAUTH-VALUE + DLVAUTH-KEY.
           DIVIDE FOLD-WORK BY AUTH-MODULUS GIVING FOLD-QUOTIENT
               REMAINDER DLVAUTH-VALUE.
           PERFORM VARYING SCAN-IDX FROM 1 BY 1
                   UNTIL SCAN-IDX > 80
               PERFORM FOLD-ONE-CHARACTER
           END-PERFORM.

       PROGRAM-DONE.
           GOBACK.

       FOLD-ONE-CHARACTER.
           MOVE LOW-VALUE TO CHAR-CODE-HIGH.
           MOVE DLVAUTH-RECORD (SCAN-IDX:1) TO CHAR-CODE-LOW.
           COMPUTE FOLD-WORK = (DLVAUTH-VALUE * 257) + CHAR-CODE + 1.
           DIVIDE FOLD-WORK BY AUTH-MODULUS GIVING FOLD-QUOTIENT
               REMAINDER DLVAUTH-VALUE.
