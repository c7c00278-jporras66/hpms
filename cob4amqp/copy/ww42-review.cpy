      *
      * ww42-review.cpy : one line of the REVIEWS register, where
      * the messages blocklist screening holds for a human decision
      * are followed from hold to release or rejection.  cobclient's
      * 2192-divert-for-review appends a PENDING line as it puts a
      * message on the review queue ; revcon.cob appends a PROPOSED
      * line when one operator proposes RELEASE or REJECT, and a
      * RELEASED or REJECTED line when a second operator confirms
      * and the message has left the review queue -- back to the
      * input queue, stamped with the PROPOSED line's WW42-STAMP,
      * which cobclient finds here before it lets the decision
      * stand.  the register is
      * only ever appended to -- several bridge instances write it
      * -- so a message's state is its latest line, and the
      * register is its own history.
      *
      * the layout is fixed-column with a blank between fields, so
      * the register reads by eye ; every reader MOVEs a line over
      * WW42-REVIEW to make its fields addressable, as with
      * ww41-hold.cpy.
      *
      *    WW42-REASON   - the blocklist hit : list type, EXACT or
      *                    NORMAL(ized) match, and the value hit
      *    WW42-DEST     - where the message was bound ; a release
      *                    delivers it there
      *    WW42-PROPOSAL - RELEASE or REJECT, once proposed
      *
       01 WW42-REVIEW.
          05 WW42-MSGID        PIC X(61).
          05 FILLER            PIC X(01).
          05 WW42-STATUS       PIC X(08).
             88 WW42-IS-PENDING       VALUE 'PENDING'.
             88 WW42-IS-PROPOSED      VALUE 'PROPOSED'.
             88 WW42-IS-RELEASED      VALUE 'RELEASED'.
             88 WW42-IS-REJECTED      VALUE 'REJECTED'.
          05 FILLER            PIC X(01).
          05 WW42-STAMP        PIC X(14).
          05 FILLER            PIC X(01).
          05 WW42-UUID         PIC X(61).
          05 FILLER            PIC X(01).
          05 WW42-SENDER       PIC X(32).
          05 FILLER            PIC X(01).
          05 WW42-CATEGORY     PIC X(20).
          05 FILLER            PIC X(01).
          05 WW42-REASON       PIC X(32).
          05 FILLER            PIC X(01).
          05 WW42-DEST         PIC X(101).
          05 FILLER            PIC X(01).
          05 WW42-INSTANCE     PIC X(04).
          05 FILLER            PIC X(01).
          05 WW42-PROPOSAL     PIC X(07).
          05 FILLER            PIC X(01).
          05 WW42-PROPOSED-BY  PIC X(08).
          05 FILLER            PIC X(01).
          05 WW42-CONFIRMED-BY PIC X(08).
