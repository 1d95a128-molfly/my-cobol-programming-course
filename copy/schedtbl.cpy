      * ...). SCH01 checks the cards against DAILYLOG's START
      * lines at end of stream; the status board and restart
      * manager read the same cards for the expected step list.
      * SCHED-OPTIONAL 'Y' marks a job the duty manager may
      * defer on a heavy night (GEN01, the weekly jobs); FCS01
      * shows what deferring them would save.
      * SCHED-STANDALONE 'Y' marks a step that depends on no
      * other step between it and the restart point - the
      * account-range partitions of MST01 and ROL01 - so RST01
      * skips it on a restart if it already completed, instead
      * of rerunning everything after the first failure.
      *-------------------------------------------------------
       01  SCHEDTBL-REC.
           05  SCHED-JOB                PIC X(8).
           05  SCHED-EXPECT-DAY OCCURS 7 TIMES
                                        PIC X.
           05  SCHED-DESC               PIC X(30).
           05  SCHED-OPTIONAL           PIC X.
               88  SCHED-DEFERRABLE                  VALUE 'Y'.
           05  SCHED-STANDALONE         PIC X.
               88  SCHED-STANDS-ALONE                VALUE 'Y'.
           05  FILLER                   PIC X(33).
