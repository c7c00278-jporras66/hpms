      *    countersigned with today's date in confirm_code.  a
      *    filtered replay needs no countersign.
      *
      *    every run signs on through opsignon.cob against the
      *    operator registry first : operator_id with its PIN in
      *    operator_pin, and the OPERATOR role.  the countersigner
      *    of an unfiltered replay authenticates too, with
      *    confirm_pin.
      *
      *    every run writes one line to the shared operations log
      *    (ops_log_file, default OPSLOG) -- operator, filters,
      *    counts, countersigner -- the same durable record dlqtool
       01 w-confirm-code   pic x(08) value spaces.
       01 w-today          pic x(08) value spaces.
       01 w-ops-counts     pic x(40) value spaces.
       01 w-operator-pin   pic x(08) value spaces.
       01 w-confirm-pin    pic x(08) value spaces.
           copy "ww46-signon.cpy".
      *
      *    the archive key ring : an encrypted record is decrypted
      *    transparently before republish when its key is held, and
              not on exception
                 continue
           end-accept.
           accept w-operator-pin from environment 'operator_pin'
              not on exception
                 continue
           end-accept.
           accept w-confirm-pin from environment 'confirm_pin'
              not on exception
                 continue
           end-accept.
      *
           perform 1003-sign-on thru 1003-sign-on-exit
      *
      *    an unfiltered replay re-drives the whole generation ; it
      *    runs only countersigned.
              delimited by size into err
              perform 3000-end
           end-if
      *
      *    the countersigner proves who they are, the same way.
      *
           move 'COUNTER' to ww46-function
           move w-confirm-oper to ww46-oper
           move w-confirm-pin to ww46-pin
           perform 1004-call-signon thru 1004-call-signon-exit
           if ww46-refused
              string 'unfiltered replay refused : countersign '
                     'by ' w-confirm-oper ' - ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if
           display pgm-name ' - whole-archive replay countersigned '
                   'by ' w-confirm-oper.
      *
           exit.
      *
      * ---------------------------------------------------------------
      *    sign-on : the operator against the registry ; a replay
      *    needs the OPERATOR role.
      * ---------------------------------------------------------------
       1003-sign-on.
      *
           move 'CHECK' to ww46-function
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           perform 1004-call-signon thru 1004-call-signon-exit
           if ww46-refused
              string 'replay refused : sign-on - ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if.
      *
       1003-sign-on-exit.
           exit.
      *
       1004-call-signon.
      *
           move 'archreplay' to ww46-tool
           move 'REPLAY' to ww46-action
           move 'OPERATOR' to ww46-need-role
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin.
      *
       1004-call-signon-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    look the generation in w-resolve-name up in MANIFEST : a
      *    COLD annotation substitutes the cold path, RETIRED sets
      *    the switch for the caller, and an unannotated or unlisted
