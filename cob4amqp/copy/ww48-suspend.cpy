      *
      * ww48-suspend.cpy : one line of the SUSPENDS register, where
      * a sender's temporary suspension is followed from the
      * partner's "stop" to the operators' release or purge of what
      * was held meanwhile.  suspdesk.cob appends an ACTIVE line
      * when a sender is suspended, a RELEASING line as it starts
      * putting the held messages back on the input queue and a
      * RELEASED line once the hold queue is empty, or a PURGED
      * line once a second operator has countersigned the purge.
      * the register is only ever appended to, so a suspension's
      * state is its latest line -- the sender plus the stamp it
      * was suspended at (WW48-KEY) name it -- and the register is
      * its own history.  cobclient reads it whenever it changes :
      * while a suspension is ACTIVE (and not past WW48-EXPIRES)
      * or RELEASING, every message from its sender is held on
      * WW48-HOLD-QUEUE, audited SUSPD.
      *
      * the layout is fixed-column with a blank between fields, so
      * the register reads by eye ; every reader MOVEs a line over
      * WW48-SUSPEND to make its fields addressable, as with
      * ww42-review.cpy.
      *
      *    WW48-STAMP        - when this line was written
      *    WW48-EXPIRES      - yyyymmddhhmmss the suspension stops
      *                        holding by itself, blank = until
      *                        lifted ; what it held still waits for
      *                        a release or a purge
      *    WW48-REQUESTED-BY - who at the partner asked for it
      *    WW48-SUSPENDED-BY - the operator who suspended the sender
      *    WW48-LIFTED-BY    - the operator who released or purged
      *    WW48-CONFIRMED-BY - a purge's countersigner
      *    WW48-MOVED        - messages released or purged
      *
       01 WW48-SUSPEND.
          05 WW48-KEY.
             10 WW48-SENDER       PIC X(32).
             10 FILLER            PIC X(01).
             10 WW48-SINCE        PIC X(14).
          05 FILLER               PIC X(01).
          05 WW48-STATUS          PIC X(09).
             88 WW48-IS-ACTIVE           VALUE 'ACTIVE'.
             88 WW48-IS-RELEASING        VALUE 'RELEASING'.
             88 WW48-IS-RELEASED         VALUE 'RELEASED'.
             88 WW48-IS-PURGED           VALUE 'PURGED'.
          05 FILLER               PIC X(01).
          05 WW48-STAMP           PIC X(14).
          05 FILLER               PIC X(01).
          05 WW48-EXPIRES         PIC X(14).
          05 FILLER               PIC X(01).
          05 WW48-HOLD-QUEUE      PIC X(101).
          05 FILLER               PIC X(01).
          05 WW48-REASON          PIC X(60).
          05 FILLER               PIC X(01).
          05 WW48-REQUESTED-BY    PIC X(32).
          05 FILLER               PIC X(01).
          05 WW48-SUSPENDED-BY    PIC X(08).
          05 FILLER               PIC X(01).
          05 WW48-LIFTED-BY       PIC X(08).
          05 FILLER               PIC X(01).
          05 WW48-CONFIRMED-BY    PIC X(08).
          05 FILLER               PIC X(01).
          05 WW48-MOVED           PIC 9(07).
