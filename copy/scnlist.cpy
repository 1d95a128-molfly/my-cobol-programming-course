      *-------------------------------------------------------
      * SCNLIST-REC - SCN01's keyed (indexed) copy of the
      * restricted-party list as last screened, on the list's
      * own entry id. Each night's supplied list is compared
      * with it: any entry that is new or reworded means the
      * list has changed and the whole ACCTREF master is
      * screened again; entries dropped from the list are
      * removed. SCNLIST-LAST-SEEN is the last run the entry
      * was on the supplied list.
      *-------------------------------------------------------
       01  SCNLIST-REC.
           05  SCNLIST-ID               PIC X(10).
           05  SCNLIST-NAME             PIC X(60).
           05  SCNLIST-PROGRAM          PIC X(10).
           05  SCNLIST-LAST-SEEN        PIC 9(8).
           05  FILLER                   PIC X(12).
