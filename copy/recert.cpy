      *-------------------------------------------------------
      * RECERT-REC - one operator's access as seen at a periodic
      * recertification. ARC01 builds one per MENU01SEC operator
      * on the RECERTWRK work file with the decision pending;
      * ARC02 is where the operator's supervisor keeps the
      * access or asks for it to be revoked, and each decided
      * record is appended to the permanent RECERT history. The
      * next ARC01 run compares today's grants with each
      * operator's latest RECERT record to show what changed.
      *-------------------------------------------------------
       01  RECERT-REC.
           05  RECERT-OPERATOR-ID       PIC X(10).
           05  RECERT-SUPERVISOR-ID     PIC X(10).
           05  RECERT-GRANTED-PGM OCCURS 4 TIMES
                                        PIC X(8).
      * CCYYMMDD, zero when never seen / no password record.
           05  RECERT-LAST-SIGNON       PIC 9(8).
           05  RECERT-PWD-CHANGED       PIC 9(8).
           05  RECERT-DORMANT-SW        PIC X.
               88  RECERT-DORMANT                    VALUE 'Y'.
           05  RECERT-SOD-SW            PIC X.
               88  RECERT-SOD-CONFLICT               VALUE 'Y'.
           05  RECERT-CHANGE-SW         PIC X.
               88  RECERT-NEW-OPERATOR               VALUE 'N'.
               88  RECERT-GRANTS-CHANGED             VALUE 'C'.
               88  RECERT-UNCHANGED                  VALUE 'U'.
               88  RECERT-FIRST-REVIEW               VALUE 'F'.
           05  RECERT-REVIEW-DATE       PIC 9(8).
           05  RECERT-DECISION          PIC X.
               88  RECERT-PENDING                    VALUE 'P'.
               88  RECERT-KEPT                       VALUE 'K'.
               88  RECERT-REVOKE                     VALUE 'V'.
           05  RECERT-CONFIRMED-BY      PIC X(10).
           05  RECERT-CONFIRMED-DATE    PIC 9(8).
           05  RECERT-NOTE              PIC X(30).
           05  FILLER                   PIC X(22).
