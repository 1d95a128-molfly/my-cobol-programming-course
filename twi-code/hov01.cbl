      * SHIFT HANDOVER REPORT. AT SHIFT CHANGE THE OUTGOING
      * OPERATOR USED TO LIST THE OPEN ITEMS OUT LOUD, AND
      * THINGS GOT DROPPED - YET EVERY OPEN ITEM ALREADY LIVES
      * IN A FILE. HOV01 PULLS THE SEVEN SOURCES INTO ONE "WHAT
      * IS OPEN RIGHT NOW" SHEET ON HOV01RPT, TIMESTAMPED AND
      * STAMPED WITH THE OPERATOR WHO RAN IT:
      *   ALERTS ON CNT01ALRT WITH NO MATCHING ALRACK
      *   ACKNOWLEDGEMENT (THE SAME MATCH RULE ALR01 USES),
      *   UNREPAIRED RECORDS STILL ON FILEDATREJ,
      *   THE CNT01SUSP SUSPENSE INVENTORY WITH ITS NEAREST
      *   EFFECTIVE DATE,
      *   ANY OUT-OF-BALANCE FLAG ON BAL01'S REPORT,
      *   THE OPEN DISPUTE CASES AS DSP02 AGED THEM ON DSPAGE,
      *   AND CONTROL-FILE CHANGES STILL WAITING ON CHGQUE FOR
      *   A SECOND OPERATOR - NOT IN FORCE, SO OUT OF TONIGHT'S
      *   RUN UNLESS CHQ01 APPLIES THEM BEFORE ITS CUTOFF,
      *   AND RUN-BOOK CHECKLISTS LEFT OPEN ON RBKLOG - STOPPED
      *   PART-WAY OR ON A FAILED STEP AT THE RBK01 CONSOLE.
      * RUN IT ON DEMAND FROM THE MENU01 CONSOLE (ADD IT TO THE
      * MENU01OPT TABLE); A SOURCE THAT ISN'T PRESENT REPORTS AS
      * NOT AVAILABLE RATHER THAN SILENTLY COUNTING ZERO.
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS BAL01RPT-STATUS.

           SELECT DISPUTE-AGE-FILE ASSIGN TO DSPAGE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS DSPAGE-STATUS.

           SELECT CHANGE-QUEUE-FILE ASSIGN TO CHGQUE
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS CHGQUE-STATUS.

           SELECT RUNBOOK-LOG-FILE ASSIGN TO RBKLOG
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
                  FILE STATUS   IS RBKLOG-STATUS.

           SELECT HOV01-REPORT ASSIGN TO HOV01RPT
                  ORGANIZATION  IS SEQUENTIAL
                  ACCESS MODE   IS SEQUENTIAL
           05  ALERT-JOB                PIC X(8).
           05  FILLER                   PIC X.
           05  ALERT-TEXT               PIC X(40).
           05  FILLER                   PIC X.
           05  ALERT-RUN-ID             PIC X(6).

       FD  ACK-FILE.
       01  ACK-REC.
       FD  BAL01-REPORT-IN.
       01  BAL01-REPORT-IN-LINE         PIC X(80).

       FD  DISPUTE-AGE-FILE.
           COPY "dspage.cpy".

       FD  CHANGE-QUEUE-FILE.
           COPY "chgque.cpy".

       FD  RUNBOOK-LOG-FILE.
           COPY "rbklog.cpy".

       FD  HOV01-REPORT.
       01  HOV01-REPORT-LINE            PIC X(80).

       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==REJECTF==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==SUSPF==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==BALRPT==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==DSPAGEF==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==CHGQF==.
       COPY "filestat.cpy" REPLACING ==:PFX:== BY ==RBKLOGF==.

       01  CNT01ALRT-STATUS.
           05  CNT01ALRT-STATUS-L       PIC X.
       01  BAL01RPT-STATUS.
           05  BAL01RPT-STATUS-L        PIC X.
           05  BAL01RPT-STATUS-R        PIC X.
       01  DSPAGE-STATUS.
           05  DSPAGE-STATUS-L          PIC X.
           05  DSPAGE-STATUS-R          PIC X.
       01  CHGQUE-STATUS.
           05  CHGQUE-STATUS-L          PIC X.
           05  CHGQUE-STATUS-R          PIC X.
       01  RBKLOG-STATUS.
           05  RBKLOG-STATUS-L          PIC X.
           05  RBKLOG-STATUS-R          PIC X.
       01  HOV01RPT-STATUS.
           05  HOV01RPT-STATUS-L        PIC X.
           05  HOV01RPT-STATUS-R        PIC X.
           88  OUT-OF-BALANCE                        VALUE 'Y'.
       01  BAL01-SEEN-SW                PIC X       VALUE 'N'.
           88  BAL01-SEEN                            VALUE 'Y'.
       01  DISPUTE-COUNT                PIC 9(5)    VALUE 0.
       01  OLDEST-DISPUTE-DAYS          PIC 9(5)    VALUE 0.
       01  EDITED-DISPUTE-DAYS          PIC Z(4)9.
       01  EDITED-DISPUTE-AMT           PIC -(9)9.99.
       01  UNSTRING-JUNK                PIC X(80).
       01  UNSTRING-REMAINDER           PIC X(40).
       01  MASKED-ACCT                  PIC X(10).
       01  WAITING-CHANGE-COUNT         PIC 9(5)    VALUE 0.
       01  CHANGE-TARGET-NAME           PIC X(8).
       01  CHANGE-TRAINING-TAG          PIC X(4).

      * Run-book checklists opened on RBKLOG and not yet closed
      * complete or abandoned; a closed slot is reused.
       01  CHECKLIST-COUNT              PIC 99      VALUE 0.
       01  CHECKLIST-TABLE.
           05  CHECKLIST-ENTRY OCCURS 20 TIMES.
               10  CHECKLIST-TBL-ID     PIC X(16).
               10  CHECKLIST-TBL-PROC   PIC X(8).
               10  CHECKLIST-TBL-OPERATOR PIC X(10).
               10  CHECKLIST-TBL-STEPS  PIC 9(2).
               10  CHECKLIST-TBL-LAST   PIC 9(2).
               10  CHECKLIST-TBL-STATE  PIC X.
                   88  CHECKLIST-TBL-FREE            VALUE ' '.
                   88  CHECKLIST-TBL-FAILED          VALUE 'F'.
       01  CHECKLIST-IDX                PIC 99.
       01  CHECKLIST-SLOT               PIC 99.
       01  OPEN-CHECKLIST-COUNT         PIC 9(4)    VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM SECTION-OPEN-REJECTS.
           PERFORM SECTION-SUSPENSE.
           PERFORM SECTION-BALANCE-FLAG.
           PERFORM SECTION-OPEN-DISPUTES.
           PERFORM SECTION-WAITING-CHANGES.
           PERFORM SECTION-OPEN-CHECKLISTS.
           PERFORM CLOSE-HOV01-REPORT.
           DISPLAY "HOV01: open alerts= " OPEN-ALERT-COUNT
                   " rejects= " REJECT-COUNT
                   " suspense= " SUSPENSE-COUNT
                   " disputes= " DISPUTE-COUNT
                   " changes= " WAITING-CHANGE-COUNT
                   " checklists= " OPEN-CHECKLIST-COUNT.
           CALL "DAYLOG" USING "HOV01   " OPERATOR-ID "STOP    "
                                DAYLOG-BLANK-DETAIL.
           STOP RUN.
           END-EVALUATE.
           PERFORM WRITE-SHEET-LINE.

      * Open dispute cases as aged by the night's DSP02 run,
      * oldest day count carried to the section total.
       SECTION-OPEN-DISPUTES.
           PERFORM WRITE-SECTION-BREAK.
           MOVE "OPEN DISPUTE CASES" TO HOV01-REPORT-LINE.
           PERFORM WRITE-SHEET-LINE.
           OPEN INPUT DISPUTE-AGE-FILE.
           IF DSPAGE-STATUS NOT = "00"
               MOVE 'Y' TO DSPAGEF-EOF
               MOVE "  (DISPUTE AGING NOT AVAILABLE)" TO
                    HOV01-REPORT-LINE
               PERFORM WRITE-SHEET-LINE
           END-IF.
           PERFORM UNTIL DSPAGEF-EOF-YES
               READ DISPUTE-AGE-FILE
                   AT END MOVE 'Y' TO DSPAGEF-EOF
               END-READ
               IF NOT DSPAGEF-EOF-YES
                   ADD 1 TO DISPUTE-COUNT
                   IF DSPAGE-DAYS-OPEN > OLDEST-DISPUTE-DAYS
                       MOVE DSPAGE-DAYS-OPEN TO OLDEST-DISPUTE-DAYS
                   END-IF
                   IF DISPUTE-COUNT <= 10
                       MOVE DSPAGE-DAYS-OPEN TO EDITED-DISPUTE-DAYS
                       MOVE DSPAGE-AMOUNT TO EDITED-DISPUTE-AMT
                       MOVE SPACES TO HOV01-REPORT-LINE
                       STRING "  CASE " DSPAGE-CASE-NBR
                              " " DSPAGE-MASKED-ACCT
                              " " EDITED-DISPUTE-DAYS "D "
                              DSPAGE-BUCKET
                              " " EDITED-DISPUTE-AMT
                              " PROV " DSPAGE-PROV-SW
                           DELIMITED BY SIZE
                           INTO HOV01-REPORT-LINE
                       PERFORM WRITE-SHEET-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF DSPAGE-STATUS = "00" OR DSPAGE-STATUS = "10"
               CLOSE DISPUTE-AGE-FILE
           END-IF.
           MOVE SPACES TO HOV01-REPORT-LINE.
           IF DISPUTE-COUNT > 0
               MOVE OLDEST-DISPUTE-DAYS TO EDITED-DISPUTE-DAYS
               STRING "  OPEN DISPUTES " DISPUTE-COUNT
                      " OLDEST " EDITED-DISPUTE-DAYS " DAYS"
                   DELIMITED BY SIZE INTO HOV01-REPORT-LINE
           ELSE
               STRING "  OPEN DISPUTES " DISPUTE-COUNT
                   DELIMITED BY SIZE INTO HOV01-REPORT-LINE
           END-IF.
           PERFORM WRITE-SHEET-LINE.

      * Control-file changes staged but not yet applied through
      * CHQ01. They are not in force: whatever is still here at
      * the cutoff stays out of tonight's run.
       SECTION-WAITING-CHANGES.
           PERFORM WRITE-SECTION-BREAK.
           MOVE "CONTROL CHANGES AWAITING APPROVAL" TO
                HOV01-REPORT-LINE.
           PERFORM WRITE-SHEET-LINE.
           OPEN INPUT CHANGE-QUEUE-FILE.
           IF CHGQUE-STATUS NOT = "00"
               MOVE 'Y' TO CHGQF-EOF
               MOVE "  (CHANGE QUEUE NOT AVAILABLE)" TO
                    HOV01-REPORT-LINE
               PERFORM WRITE-SHEET-LINE
           END-IF.
           PERFORM UNTIL CHGQF-EOF-YES
               READ CHANGE-QUEUE-FILE
                   AT END MOVE 'Y' TO CHGQF-EOF
               END-READ
               IF NOT CHGQF-EOF-YES AND CHGQUE-PENDING
                   ADD 1 TO WAITING-CHANGE-COUNT
                   IF WAITING-CHANGE-COUNT <= 10
                       PERFORM LIST-ONE-WAITING-CHANGE
                   END-IF
               END-IF
           END-PERFORM.
           IF CHGQUE-STATUS = "00" OR CHGQUE-STATUS = "10"
               CLOSE CHANGE-QUEUE-FILE
           END-IF.
           MOVE SPACES TO HOV01-REPORT-LINE.
           IF WAITING-CHANGE-COUNT > 0
               STRING "  AWAITING APPROVAL " WAITING-CHANGE-COUNT
                      " - NOT IN FORCE, OUT OF TONIGHT'S RUN"
                   DELIMITED BY SIZE INTO HOV01-REPORT-LINE
           ELSE
               STRING "  AWAITING APPROVAL " WAITING-CHANGE-COUNT
                   DELIMITED BY SIZE INTO HOV01-REPORT-LINE
           END-IF.
           PERFORM WRITE-SHEET-LINE.

      * Run-book checklists still open at the RBK01 console:
      * stopped part-way, or stopped on a failed step.
       SECTION-OPEN-CHECKLISTS.
           PERFORM WRITE-SECTION-BREAK.
           MOVE "RUN-BOOK CHECKLISTS NOT COMPLETED" TO
                HOV01-REPORT-LINE.
           PERFORM WRITE-SHEET-LINE.
           MOVE SPACES TO CHECKLIST-TABLE.
           MOVE 0 TO CHECKLIST-COUNT.
           OPEN INPUT RUNBOOK-LOG-FILE.
           IF RBKLOG-STATUS NOT = "00"
               MOVE 'Y' TO RBKLOGF-EOF
               MOVE "  (RUN-BOOK LOG NOT AVAILABLE)" TO
                    HOV01-REPORT-LINE
               PERFORM WRITE-SHEET-LINE
           END-IF.
           PERFORM UNTIL RBKLOGF-EOF-YES
               READ RUNBOOK-LOG-FILE
                   AT END MOVE 'Y' TO RBKLOGF-EOF
               END-READ
               IF NOT RBKLOGF-EOF-YES
                   PERFORM TRACK-ONE-CHECKLIST-EVENT
               END-IF
           END-PERFORM.
           IF RBKLOG-STATUS = "00" OR RBKLOG-STATUS = "10"
               CLOSE RUNBOOK-LOG-FILE
           END-IF.
           PERFORM VARYING CHECKLIST-IDX FROM 1 BY 1
                   UNTIL CHECKLIST-IDX > CHECKLIST-COUNT
               IF NOT CHECKLIST-TBL-FREE (CHECKLIST-IDX)
                   ADD 1 TO OPEN-CHECKLIST-COUNT
                   PERFORM LIST-ONE-OPEN-CHECKLIST
               END-IF
           END-PERFORM.
           MOVE SPACES TO HOV01-REPORT-LINE.
           STRING "  CHECKLISTS OPEN " OPEN-CHECKLIST-COUNT
               DELIMITED BY SIZE INTO HOV01-REPORT-LINE.
           PERFORM WRITE-SHEET-LINE.

       CLOSE-HOV01-REPORT.
           IF HOV01RPT-STATUS = "00"
               PERFORM BUILD-RPT-FOOTER
               ADD 1 TO OPEN-ALERT-COUNT
               MOVE SPACES TO HOV01-REPORT-LINE
               STRING "  " ALERT-SEVERITY " " ALERT-JOB
                      " " ALERT-TEXT (1:40) " RUN " ALERT-RUN-ID
                   DELIMITED BY SIZE INTO HOV01-REPORT-LINE
               PERFORM WRITE-SHEET-LINE
           END-IF.

       LIST-ONE-WAITING-CHANGE.
           EVALUATE TRUE
               WHEN CHGQUE-FOR-SUITECFG
                   MOVE "SUITECFG" TO CHANGE-TARGET-NAME
               WHEN CHGQUE-FOR-EXCHRATE
                   MOVE "EXCHRATE" TO CHANGE-TARGET-NAME
               WHEN CHGQUE-FOR-HOLCAL
                   MOVE "HOLCAL  " TO CHANGE-TARGET-NAME
               WHEN OTHER
                   MOVE "UNKNOWN " TO CHANGE-TARGET-NAME
           END-EVALUATE.
           MOVE SPACES TO CHANGE-TRAINING-TAG.
           IF CHGQUE-TRAINING
               MOVE " TRN" TO CHANGE-TRAINING-TAG
           END-IF.
           MOVE SPACES TO HOV01-REPORT-LINE.
           STRING "  " CHANGE-TARGET-NAME " " CHGQUE-MAKER-ID
                  " " CHGQUE-STAGED-DATE " " CHGQUE-DESCRIPTION
                  CHANGE-TRAINING-TAG
               DELIMITED BY SIZE INTO HOV01-REPORT-LINE.
           PERFORM WRITE-SHEET-LINE.

       TRACK-ONE-CHECKLIST-EVENT.
           IF RBKLOG-OPENED
               MOVE 0 TO CHECKLIST-SLOT
               PERFORM VARYING CHECKLIST-IDX FROM 1 BY 1
                       UNTIL CHECKLIST-IDX > CHECKLIST-COUNT
                          OR CHECKLIST-SLOT > 0
                   IF CHECKLIST-TBL-FREE (CHECKLIST-IDX)
                       MOVE CHECKLIST-IDX TO CHECKLIST-SLOT
                   END-IF
               END-PERFORM
               IF CHECKLIST-SLOT = 0 AND CHECKLIST-COUNT < 20
                   ADD 1 TO CHECKLIST-COUNT
                   MOVE CHECKLIST-COUNT TO CHECKLIST-SLOT
               END-IF
               IF CHECKLIST-SLOT > 0
                   MOVE RBKLOG-CHECKLIST-ID TO
                        CHECKLIST-TBL-ID (CHECKLIST-SLOT)
                   MOVE RBKLOG-PROC-NAME TO
                        CHECKLIST-TBL-PROC (CHECKLIST-SLOT)
                   MOVE RBKLOG-OPERATOR-ID TO
                        CHECKLIST-TBL-OPERATOR (CHECKLIST-SLOT)
                   MOVE RBKLOG-STEP-COUNT TO
                        CHECKLIST-TBL-STEPS (CHECKLIST-SLOT)
                   MOVE 0 TO CHECKLIST-TBL-LAST (CHECKLIST-SLOT)
                   MOVE 'O' TO CHECKLIST-TBL-STATE (CHECKLIST-SLOT)
               END-IF
           ELSE
               PERFORM VARYING CHECKLIST-IDX FROM 1 BY 1
                       UNTIL CHECKLIST-IDX > CHECKLIST-COUNT
                   IF NOT CHECKLIST-TBL-FREE (CHECKLIST-IDX) AND
                      CHECKLIST-TBL-ID (CHECKLIST-IDX) =
                          RBKLOG-CHECKLIST-ID AND
                      CHECKLIST-TBL-PROC (CHECKLIST-IDX) =
                          RBKLOG-PROC-NAME
                       EVALUATE TRUE
                           WHEN RBKLOG-CLOSED
                               MOVE SPACE TO
                                    CHECKLIST-TBL-STATE (CHECKLIST-IDX)
                           WHEN RBKLOG-STEP-FAILED
                               MOVE 'F' TO
                                    CHECKLIST-TBL-STATE (CHECKLIST-IDX)
                           WHEN OTHER
                               MOVE 'O' TO
                                    CHECKLIST-TBL-STATE (CHECKLIST-IDX)
                       END-EVALUATE
                       MOVE RBKLOG-STEP-NBR TO
                            CHECKLIST-TBL-LAST (CHECKLIST-IDX)
                   END-IF
               END-PERFORM
           END-IF.

       LIST-ONE-OPEN-CHECKLIST.
           MOVE SPACES TO HOV01-REPORT-LINE.
           IF CHECKLIST-TBL-FAILED (CHECKLIST-IDX)
               STRING "  " CHECKLIST-TBL-PROC (CHECKLIST-IDX)
                      " OPENED " CHECKLIST-TBL-ID (CHECKLIST-IDX) (1:8)
                      " " CHECKLIST-TBL-ID (CHECKLIST-IDX) (9:4)
                      " BY " CHECKLIST-TBL-OPERATOR (CHECKLIST-IDX)
                      " FAILED AT STEP "
                      CHECKLIST-TBL-LAST (CHECKLIST-IDX)
                      " OF " CHECKLIST-TBL-STEPS (CHECKLIST-IDX)
                   DELIMITED BY SIZE INTO HOV01-REPORT-LINE
           ELSE
               STRING "  " CHECKLIST-TBL-PROC (CHECKLIST-IDX)
                      " OPENED " CHECKLIST-TBL-ID (CHECKLIST-IDX) (1:8)
                      " " CHECKLIST-TBL-ID (CHECKLIST-IDX) (9:4)
                      " BY " CHECKLIST-TBL-OPERATOR (CHECKLIST-IDX)
                      " STOPPED AFTER STEP "
                      CHECKLIST-TBL-LAST (CHECKLIST-IDX)
                      " OF " CHECKLIST-TBL-STEPS (CHECKLIST-IDX)
                   DELIMITED BY SIZE INTO HOV01-REPORT-LINE
           END-IF.
           PERFORM WRITE-SHEET-LINE.

       WRITE-SHEET-LINE.
           IF HOV01RPT-STATUS = "00"
               WRITE HOV01-REPORT-LINE
