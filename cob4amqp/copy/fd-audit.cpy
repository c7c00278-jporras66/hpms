      * run in parallel, and the final test flag carries 'T' when
      * the message arrived stamped with the testRun property --
      * so reconciliation can keep drill traffic out of the
      * production totals.  the reason field carries the
      * rejectReason stamped on an ERROR (dead-letter) event, the
      * child count (five digits) on a DEBAT event -- a parent
      * message cut into that many CHILD messages -- the
      * destination queue (first 32 bytes) on the events that
      * deliver a message (WRITE, and the deferred UNPRK, UNSPL and
      * WRELS deliveries), the sender's notice queue on a NOTIF
      * event -- the rejection notice that followed an ERROR -- the
      * hold queue (first 32 bytes) on a QHOLD event -- a message
      * its sender's daily quota refused -- or a VHOLD event -- a
      * message velocity screening held for review -- the measure
      * tripped and the screened key on a VELOC event, the blocklist
      * hit (list, match, value) on a SCREN event -- a message
      * blocklist screening held on the review queue -- the
      * destination on the SRELS event that released it after
      * review and BLOCKLIST-REJECTED on the SRJCT event that
      * rejected it, the rejectReason a dead-lettered message
      * carried on dlqpolicy's RPLAY and QUARN events and on
      * repdesk's REPAR event -- a dead-lettered message corrected
      * and resubmitted under a new messageUUID -- why sender
      * authentication failed (NO-SIGNATURE, NO-VALID-KEY or
      * BAD-SIGNATURE) on an UNAUT event, the suspension's hold
      * queue (first 32 bytes) on a SUSPD event -- a message held
      * while its sender was suspended -- and on suspdesk's SUSRL
      * and SUSPG events -- a held message released back onto the
      * input queue, or purged under two-person control -- and is
      * blank on every other event (217 bytes in all).
      *
       01 w-audit-line.
          05 w-audit-date      pic 9(4)/99/99.
          05 w-audit-instance   pic x(04).
          05 filler             pic x value space.
          05 w-audit-testrun    pic x(01).
          05 filler             pic x value space.
          05 w-audit-reason     pic x(32) value spaces.
      *
