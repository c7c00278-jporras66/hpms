      *
      * ww41-hold.cpy : one legal hold, as the LEGALHOLD register
      * keeps it.  legalhold.cob places, releases and reports holds ;
      * genhouse.cob and AUDITRET.cbl read the register and keep
      * whatever an ACTIVE hold covers, past any retention setting.
      * a released hold stays in the register, RELEASED, with who
      * asked for the release, who countersigned it and when -- the
      * register is its own history.
      *
      * the layout is fixed-column with a blank between fields, so
      * the register reads by eye ; every reader MOVEs a line over
      * WW41-HOLD to make its fields addressable, the same
      * overlay-by-MOVE pattern bizfixed uses for WW02-FILE-DATA.
      *
      *    WW41-FROM-DATE - first day held, yyyymmdd
      *    WW41-TO-DATE   - last day held, yyyymmdd ; 99999999 holds
      *                     everything from WW41-FROM-DATE on
      *    WW41-SENDER    - optional narrowing : a senderId, a msgid,
      *    WW41-MSGID       a messageUUID.  a generation file holds
      *    WW41-UUID        many senders' messages, so files keep on
      *                     the date range alone ; MESSAGE_AUDIT rows
      *                     keep on msgid and uuid too where given
      *                     (the table carries no senderId, so a
      *                     sender hold keeps the whole range)
      *    WW41-REQUESTER - who in legal asked for the hold
      *
       01 WW41-HOLD.
          05 WW41-ID           PIC X(12).
          05 FILLER            PIC X(01).
          05 WW41-STATUS       PIC X(08).
             88 WW41-IS-ACTIVE        VALUE 'ACTIVE'.
             88 WW41-IS-RELEASED      VALUE 'RELEASED'.
          05 FILLER            PIC X(01).
          05 WW41-FROM-DATE    PIC X(08).
          05 FILLER            PIC X(01).
          05 WW41-TO-DATE      PIC X(08).
          05 FILLER            PIC X(01).
          05 WW41-SENDER       PIC X(32).
          05 FILLER            PIC X(01).
          05 WW41-MSGID        PIC X(61).
          05 FILLER            PIC X(01).
          05 WW41-UUID         PIC X(61).
          05 FILLER            PIC X(01).
          05 WW41-REQUESTER    PIC X(20).
          05 FILLER            PIC X(01).
          05 WW41-PLACED-BY    PIC X(08).
          05 FILLER            PIC X(01).
          05 WW41-PLACED-AT    PIC X(14).
          05 FILLER            PIC X(01).
          05 WW41-RELEASED-BY  PIC X(08).
          05 FILLER            PIC X(01).
          05 WW41-APPROVED-BY  PIC X(08).
          05 FILLER            PIC X(01).
          05 WW41-RELEASED-AT  PIC X(14).
          05 FILLER            PIC X(01).
          05 WW41-REASON       PIC X(60).
