      *
      * ww43-outcome.cpy : one line of the OUTCOMES history, where
      * the day-end gates leave their verdicts behind.  reconcile
      * appends BALANCED or UNBALANCED for the day it counted ;
      * dayclose.cob appends GO or NOGO -- the same verdict it
      * writes to DAYCLOSE.FLAG, which is rewritten whole every
      * close and so forgets yesterday's.  only ever appended to,
      * so the history is what the shift handover report reads to
      * tell the next shift which closes did not go cleanly.
      *
      * the layout is fixed-column with a blank between fields, so
      * the history reads by eye ; every reader MOVEs a line over
      * WW43-OUTCOME to make its fields addressable, as with
      * ww41-hold.cpy.
      *
      *    WW43-STAMP    - yyyymmddhhmmss the verdict was reached
      *    WW43-SOURCE   - RECONCILE, SENDREC or DAYCLOSE
      *    WW43-VERDICT  - BALANCED / UNBALANCED, GO / NOGO
      *    WW43-BIZDATE  - the day the verdict is about, yyyymmdd
      *    WW43-DETAIL   - the NOGO reason, or the counts behind an
      *                    UNBALANCED verdict
      *
       01 WW43-OUTCOME.
          05 WW43-STAMP        PIC X(14).
          05 FILLER            PIC X(01).
          05 WW43-SOURCE       PIC X(10).
          05 FILLER            PIC X(01).
          05 WW43-VERDICT      PIC X(10).
             88 WW43-IS-BAD           VALUE 'UNBALANCED' 'NOGO'.
          05 FILLER            PIC X(01).
          05 WW43-BIZDATE      PIC X(08).
          05 FILLER            PIC X(01).
          05 WW43-DETAIL       PIC X(60).
