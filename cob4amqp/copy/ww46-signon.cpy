      *
      * ww46-signon.cpy : the request block every operator tool
      * hands opsignon.cob.  the caller fills the function, its own
      * name, the action about to be taken, the operator and PIN
      * and the least role the action needs ; opsignon answers in
      * WW46-RESULT, with the operator's role and name, or a
      * one-line reason the tool shows and refuses on.
      *
      *    SIGNON  - check the operator and PIN against the registry
      *              and remember the operator for the rest of the
      *              run, so the tools the console drives (dlqtool,
      *              revcon, repdesk, suspdesk) need no second PIN
      *    CHECK   - is the operator the one signed on, or, with a
      *              PIN, can they sign on now -- and is their role
      *              enough for WW46-ACTION
      *    COUNTER - authenticate a countersigner : never the one
      *              signed on ; with a PIN it is checked and held
      *              for the action that follows, with no PIN it
      *              takes (and clears) the one held
      *    HASH    - WW46-HASH for WW46-OPER and WW46-PIN, for the
      *              registry maintenance screen
      *
       01 WW46-SIGNON.
          05 WW46-FUNCTION     PIC X(08).
          05 WW46-TOOL         PIC X(10).
          05 WW46-ACTION       PIC X(10).
          05 WW46-OPER         PIC X(08).
          05 WW46-PIN          PIC X(08).
          05 WW46-NEED-ROLE    PIC X(10).
          05 WW46-RESULT       PIC X(01).
             88 WW46-OK               VALUE 'Y'.
             88 WW46-REFUSED          VALUE 'N'.
          05 WW46-ROLE         PIC X(10).
          05 WW46-NAME         PIC X(30).
          05 WW46-HASH         PIC X(20).
          05 WW46-MSG          PIC X(60).
