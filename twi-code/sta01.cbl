      * THE BOARD REFRESHES ON DEMAND THROUGH THE SHARED CONTYN
      * GATE. LAUNCH IT FROM THE MENU01OPT TABLE LIKE THE OTHER
      * CONSOLES.
      * THE BOARD FOLLOWS ONE STREAM RUN ID (SEE STREAMID): THE
      * OPERATOR KEYS THE RUN TO FOLLOW, OR LEAVES IT BLANK FOR
      * THE CURRENT RUN, SO A RESTART'S BOARD IS NOT MUDDLED BY
      * THE FAILED ATTEMPT BEFORE IT. WHEN THERE IS NO RUN ID AT
      * ALL THE BOARD SHOWS EVERY LINE OF THE DAY AS BEFORE.
      *--------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  DAILYLOG-STATUS-R        PIC X.

       01  OPERATOR-ID                  PIC X(10)   VALUE SPACES.
      * Run ID the board follows; spaces shows every run.
       01  SELECTED-RUN-ID              PIC X(6)    VALUE SPACES.
       01  SUITECFG-STATUS.
           05  SUITECFG-STATUS-L        PIC X.
           05  SUITECFG-STATUS-R        PIC X.
           MOVE BUSINESS-DATE-NUM (1:4) TO TODAY-X-CCYY.
           MOVE BUSINESS-DATE-NUM (5:2) TO TODAY-X-MM.
           MOVE BUSINESS-DATE-NUM (7:2) TO TODAY-X-DD.
           DISPLAY "Run ID to follow (blank for the current run):".
           ACCEPT SELECTED-RUN-ID.
           IF SELECTED-RUN-ID = SPACES
               CALL "STREAMID" USING SELECTED-RUN-ID
                   ON EXCEPTION
                       MOVE SPACES TO SELECTED-RUN-ID
               END-CALL
           END-IF.
           PERFORM LOAD-THE-SCHEDULE.
           IF STEP-COUNT = 0
               DISPLAY "No steps on the SCHEDTBL list."
           IF TRAINING-MODE
               DISPLAY "*** TRAINING ***"
           END-IF.
           IF SELECTED-RUN-ID = SPACES
               DISPLAY "STREAM STATUS " TODAY-DATE-X
           ELSE
               DISPLAY "STREAM STATUS " TODAY-DATE-X
                       " RUN ID " SELECTED-RUN-ID
           END-IF.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
               PERFORM SHOW-ONE-STEP
               END-READ
               IF NOT DAILYLOG-EOF-YES AND
                  DAILYLOG-REC-DATE = TODAY-DATE-X
                   IF SELECTED-RUN-ID = SPACES OR
                      SELECTED-RUN-ID = DAILYLOG-REC-RUN-ID
                       PERFORM NOTE-ONE-EVENT
                   END-IF
               END-IF
           END-PERFORM.
           IF DAILYLOG-STATUS = "00" OR DAILYLOG-STATUS = "10"
