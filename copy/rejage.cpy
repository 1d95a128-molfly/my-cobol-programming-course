      *-------------------------------------------------------
      * REJAGE-REC - the first-seen stamp for one open item on
      * the repair queues, keyed (indexed) on the queue it sits
      * on ('R' FILEDATREJ, 'P' FILEDATPND), the record image
      * and the reject code. REJ03 writes it the first night
      * the item appears, moves LAST-SEEN on every night it is
      * still there, notes the night it was escalated past its
      * SLA, and deletes it once it has left the queue.
      *-------------------------------------------------------
       01  REJAGE-REC.
           05  REJAGE-KEY.
               10  REJAGE-QUEUE         PIC X.
                   88  REJAGE-ON-REJECTS             VALUE 'R'.
                   88  REJAGE-ON-PENDING             VALUE 'P'.
               10  REJAGE-IMAGE         PIC X(80).
               10  REJAGE-CODE          PIC X(4).
           05  REJAGE-FIRST-SEEN        PIC 9(8).
           05  REJAGE-LAST-SEEN         PIC 9(8).
           05  REJAGE-ESCALATED-DATE    PIC 9(8).
           05  FILLER                   PIC X(11).
