      *-------------------------------------------------------
      * ONCALL-REC - one spell of duty on the on-call roster
      * (ONCALL DD), 80-byte card image. ALR01 pages whoever a
      * team has on duty at the moment an alert was raised when
      * the ALRTABLE routing card names that team rather than a
      * fixed feed. A spell runs from its start date/time up to
      * (not including) its end date/time; where two spells for
      * the same team and role overlap, the one that started
      * later is taken as the hand-over.
      * ONCALL-ROLE:
      *   'P' primary - paged first
      *   'S' secondary - paged once the escalation interval has
      *       passed with no ALRACK acknowledgement
      * Times are 24-hour HHMM.
      *-------------------------------------------------------
       01  ONCALL-REC.
           05  ONCALL-TEAM              PIC X(8).
           05  FILLER                   PIC X.
           05  ONCALL-ROLE              PIC X.
               88  ONCALL-PRIMARY                     VALUE 'P'.
               88  ONCALL-SECONDARY                   VALUE 'S'.
           05  FILLER                   PIC X.
           05  ONCALL-PERSON            PIC X(16).
           05  FILLER                   PIC X.
           05  ONCALL-CONTACT           PIC X(24).
           05  FILLER                   PIC X.
           05  ONCALL-START-DATE        PIC 9(8).
           05  FILLER                   PIC X.
           05  ONCALL-START-TIME        PIC 9(4).
           05  FILLER                   PIC X.
           05  ONCALL-END-DATE          PIC 9(8).
           05  FILLER                   PIC X.
           05  ONCALL-END-TIME          PIC 9(4).
