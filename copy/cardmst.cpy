      *-------------------------------------------------------
      * CARDMST-REC - effective-dated card master, keyed
      * (indexed) on file id, card number and effective-from
      * date. Each control-card file the suite reads (GLMAP,
      * ALRTABLE, ACRSCHED, CNT01TYP, CNT01VEL, BRANCHMAP,
      * DISTLIST, WATCHLST) is kept here as numbered cards, each
      * with one or more versions:
      *   EFF-FROM   first business date the version applies
      *              (zero for cards taken over from the live
      *              file, which apply from the start),
      *   EFF-TO     last business date it applies; zero means
      *              open-ended,
      *   IMAGE      the 80-byte card exactly as the reading
      *              program expects it.
      * The version of a card in force on a business date is the
      * one with the latest EFF-FROM not after that date, and only
      * while its EFF-TO is zero or not before it. CRD01 maintains
      * the master; CRD02 rebuilds each live file from the
      * versions in force at the start of every night's run, so
      * the readers keep their own layouts.
      *-------------------------------------------------------
       01  CARDMST-REC.
           05  CARDMST-KEY.
               10  CARDMST-FILE-ID      PIC X(10).
               10  CARDMST-CARD-NBR     PIC 9(4).
               10  CARDMST-EFF-FROM     PIC 9(8).
           05  CARDMST-EFF-TO           PIC 9(8).
           05  CARDMST-IMAGE            PIC X(80).
           05  CARDMST-UPDATED-DATE     PIC 9(8).
           05  CARDMST-UPDATED-BY       PIC X(10).
           05  FILLER                   PIC X(12).
