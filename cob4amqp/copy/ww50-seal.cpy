      *
      * ww50-seal.cpy : one line of the SEALREG seal register, the
      * tamper-evident chain over each day's AUDITLOG, ARCHIVE and
      * TRANLOG generations.  sealday.cob appends, for a closed day,
      * one GEN line per generation file and then the day's DAY
      * line ; sealvfy.cob recomputes the chain for a date range.
      * the register is only ever appended to.
      *
      *    GEN  - WW50-DIGEST is the keyed digest of the generation
      *           file's bytes (sealdgst.cob), WW50-BYTES its size,
      *           WW50-COUNT its place in the day (1, 2, ...)
      *    DAY  - WW50-DIGEST is the day's seal : the previous
      *           day's seal (WW50-PREV, sealed on WW50-PREV-DATE)
      *           folded with every GEN line of the day, in order,
      *           and then with this line itself (its WW50-DIGEST
      *           blank) ; WW50-COUNT is how many GEN lines it
      *           covers and WW50-BYTES their total size.  the
      *           first day ever sealed has a blank WW50-PREV.
      *
      * every digest is keyed with the SEALKEYS key WW50-KEYID
      * names, so a register and generations altered together
      * still do not verify without the key.
      *
      * the layout is fixed-column with a blank between fields, so
      * the register reads by eye ; every reader MOVEs a line over
      * WW50-SEAL to make its fields addressable, as with
      * ww41-hold.cpy.
      *
       01 WW50-SEAL.
          05 WW50-DATE         PIC X(08).
          05 FILLER            PIC X(01).
          05 WW50-KIND         PIC X(03).
             88 WW50-IS-GEN           VALUE 'GEN'.
             88 WW50-IS-DAY           VALUE 'DAY'.
          05 FILLER            PIC X(01).
          05 WW50-STAMP        PIC X(14).
          05 FILLER            PIC X(01).
          05 WW50-KEYID        PIC X(08).
          05 FILLER            PIC X(01).
          05 WW50-BYTES        PIC 9(12).
          05 FILLER            PIC X(01).
          05 WW50-DIGEST       PIC X(32).
          05 FILLER            PIC X(01).
          05 WW50-PREV-DATE    PIC X(08).
          05 FILLER            PIC X(01).
          05 WW50-PREV         PIC X(32).
          05 FILLER            PIC X(01).
          05 WW50-COUNT        PIC 9(03).
          05 FILLER            PIC X(01).
          05 WW50-NAME         PIC X(100).
