      *    confirmation code (confirm_code = yyyymmdd).  anything
      *    short of that refuses the purge before a single message
      *    is read.
      *
      *    every run signs on through opsignon.cob against the
      *    operator registry first : operator_id with its PIN in
      *    operator_pin (no PIN is needed when the console that
      *    drives this tool has signed the operator on already).
      *    LIST needs the VIEWER role, REPLAY OPERATOR and PURGE
      *    SUPERVISOR, and a PURGE countersigner authenticates too,
      *    with confirm_pin.
      *
      *    a REPLAY is linked to the dead-lettered copy it came from
      *    in the LINEAGE store (q_lineage_file, through
      *    linwrite.cob), the same link dlqpolicy records for its
      *    own replays.
      *---------------------------------------------------------------*
      *             e n v i r o n m e n t   d i v i s i o n           *
      *             =======================================           *
       01 w-confirm-code   pic x(08) value spaces.
       01 w-today          pic x(08) value spaces.
       01 w-ops-counts     pic x(40) value spaces.
       01 w-operator-pin   pic x(08) value spaces.
       01 w-confirm-pin    pic x(08) value spaces.
           copy "ww46-signon.cpy".
      *
      *    a replay is linked to the dead-lettered copy it came
      *    from in the LINEAGE store (linwrite.cob), under the
      *    messageUUID the message carries.
      *
       01 w-prop-i         pic 9(02) value zero.
       01 w-msg-uuid       pic x(61).
           copy "ww51-lineage.cpy".
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
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
      *    PURGE destroys messages ; it runs only when a second
      *    operator has countersigned with today's date.
              delimited by size into err
              perform 3000-end
           end-if
      *
      *    the countersigner proves who they are, the same way.
      *
           move 'COUNTER' to ww46-function
           move w-confirm-oper to ww46-oper
           move w-confirm-pin to ww46-pin
           move 'OPERATOR' to ww46-need-role
           perform 1004-call-signon thru 1004-call-signon-exit
           if ww46-refused
              string 'destructive action refused : countersign '
                     'by ' w-confirm-oper ' - ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if
           display pgm-name ' - PURGE countersigned by '
                   w-confirm-oper.
      *
           exit.
      *
      * ---------------------------------------------------------------
      *    sign-on : the operator against the registry, and their
      *    role against the mode.
      * ---------------------------------------------------------------
       1003-sign-on.
      *
           move 'CHECK' to ww46-function
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           evaluate true
              when mode-is-purge
                 move 'SUPERVISOR' to ww46-need-role
              when mode-is-replay
                 move 'OPERATOR' to ww46-need-role
              when other
                 move 'VIEWER' to ww46-need-role
           end-evaluate
           perform 1004-call-signon thru 1004-call-signon-exit
           if ww46-refused
              string 'sign-on refused : ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if.
      *
       1003-sign-on-exit.
           exit.
      *
       1004-call-signon.
      *
           move 'dlqtool' to ww46-tool
           move lnk_mode (1:10) to ww46-action
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
      *    pull the next message off q_error and dispose of it
      *    according to lnk_mode ; an idle queue (rc-timeout) simply
      *    ends the run, the same as an empty input queue does for
                      rc
              perform 3000-end
           end-if.
      *
           move spaces to w-msg-uuid
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = MESSAGEUUID
                 move q_value (w-prop-i) to w-msg-uuid
              end-if
           end-perform.
      *
           move 'LINK' to WW51-FUNCTION
           move 'REPLAY' to WW51-RELATION
           move q_msgid to WW51-PARENT-MSGID
           move w-msg-uuid to WW51-PARENT-UUID
           move spaces to WW51-CHILD-MSGID
           move w-msg-uuid to WW51-CHILD-UUID
           move 'TOOL' to WW51-INSTANCE
           move 'dlqtool' to WW51-PROGRAM
           call 'linwrite' using WW51-LINEAGE
              on exception
                 display pgm-name ' - linwrite not available, '
                         'replay lineage not recorded'
           end-call.
      *
       2160-dlq-replay-exit.
           exit.
              display pgm-name
                      ' - amqpDisconnectCC not available, skipping'
           end-call.
      *
           if cnt-replayed > 0
              move 'CLOSE' to WW51-FUNCTION
              call 'linwrite' using WW51-LINEAGE
                 on exception
                    continue
              end-call
           end-if.
      *
           display pgm-name ' - summary : read '     cnt-read
                   ', listed '                        cnt-listed
