           END-IF.

      * Clean trailer and no rejects earns an ACK; a mismatch, a
      * failed trailer authentication (AUTHFAIL), a missing
      * trailer, or any reject at all goes back as NAK so the
      * supplier sees the problem the night it happened.
       ACKNOWLEDGE-ONE-DELIVERY.
           MOVE SPACES TO ACK01-OUTBOUND-REC.
           IF DLV-VERDICT = "OK      " AND DLV-REJECTED = 0
