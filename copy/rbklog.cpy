      *-------------------------------------------------------
      * RBKLOG-REC - one event in the life of a run-book
      * checklist, appended by the RBK01 console as it happens.
      * A checklist is identified by the date and time it was
      * opened plus the procedure name. It opens with an 'O'
      * record carrying the procedure title and step count; each
      * step answered adds a done, skipped or failed record with
      * the step text as presented and the operator's reason; a
      * 'C' record closes it complete, an 'A' record closes it
      * abandoned (with the reason) when a fresh one is started
      * over it. Any checklist with neither is still open and
      * HOV01 carries it on the handover sheet.
      *-------------------------------------------------------
       01  RBKLOG-REC.
           05  RBKLOG-CHECKLIST-ID.
               10  RBKLOG-OPENED-DATE   PIC 9(8).
               10  RBKLOG-OPENED-TIME   PIC 9(8).
           05  RBKLOG-PROC-NAME         PIC X(8).
           05  RBKLOG-STEP-NBR          PIC 9(2).
           05  RBKLOG-STEP-COUNT        PIC 9(2).
           05  RBKLOG-EVENT             PIC X.
               88  RBKLOG-OPENED                     VALUE 'O'.
               88  RBKLOG-STEP-DONE                  VALUE 'D'.
               88  RBKLOG-STEP-SKIPPED               VALUE 'S'.
               88  RBKLOG-STEP-FAILED                VALUE 'F'.
               88  RBKLOG-COMPLETED                  VALUE 'C'.
               88  RBKLOG-ABANDONED                  VALUE 'A'.
               88  RBKLOG-CLOSED                     VALUE 'C' 'A'.
           05  RBKLOG-OPERATOR-ID       PIC X(10).
           05  RBKLOG-EVENT-DATE        PIC 9(8).
           05  RBKLOG-EVENT-TIME        PIC 9(8).
           05  RBKLOG-STEP-TEXT         PIC X(60).
           05  RBKLOG-REASON            PIC X(40).
           05  FILLER                   PIC X(5).
