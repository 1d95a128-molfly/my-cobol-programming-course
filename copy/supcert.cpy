      *-------------------------------------------------------
      * SUPCERT-REC - one certification run for a supplier,
      * appended by CER01 after a prospective supplier's sample
      * deliveries have been through the sandbox conversion,
      * sort and validation. The verdict is PASS only when no
      * rule failed; SEC01 will activate a pending SUPMST
      * profile only for a source id whose latest record here
      * is a PASS. The failure count is the total of every
      * failure listed on that run's CER01RPT.
      *-------------------------------------------------------
       01  SUPCERT-REC.
           05  SUPCERT-SOURCE-ID        PIC X(8).
           05  SUPCERT-DATE             PIC 9(8).
           05  SUPCERT-TIME             PIC 9(8).
           05  SUPCERT-VERDICT          PIC X(4).
               88  SUPCERT-PASSED                    VALUE "PASS".
               88  SUPCERT-FAILED                    VALUE "FAIL".
           05  SUPCERT-DELIVERIES       PIC 9(3).
           05  SUPCERT-RECORDS          PIC 9(7).
           05  SUPCERT-FAILURES         PIC 9(7).
           05  SUPCERT-OPERATOR-ID      PIC X(10).
           05  SUPCERT-RUN-ID           PIC X(6).
           05  FILLER                   PIC X(19).
