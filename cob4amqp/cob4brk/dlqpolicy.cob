      *    it takes lands in the day's AUDITLOG generation as a
      *    RPLAY or QUARN event, exactly like the bridge's own
      *    events, so reconciliation and msgtrace see the automation
      *    the same way they see the bridge, and every replay is
      *    linked to the dead-lettered copy it came from in the
      *    LINEAGE store (q_lineage_file, through linwrite.cob).
      *
      *    the policy file (dlq_policy_file, default DLQPOLICY) is
      *    line-sequential CSV, '*' comments allowed :
      *    (hhmm ; unset = always quiet).  dlq_max_reads caps the
      *    scan, same as the other DLQ tools.
      *
      *    the job replays and removes messages, so it signs on
      *    through opsignon.cob like the operator tools do : the
      *    operator_id it runs under (the scheduler's own registry
      *    entry, as a rule), with its PIN in operator_pin, must
      *    hold the OPERATOR role.
      *
      *      lnk_error   - the dead-letter queue (required)
      *      lnk_input   - where REPLAY sends messages (required
      *                    when any REPLAY policy exists)
                leading ==WS-ARCHIVE== by ==WS-QUARANTINE==.
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
       working-storage section.
      *-----------------------.
      *
       01 w-prop-i           pic 9(02) value zero.
       01 w-reason           pic x(32).
      *
      *    a replay is linked to the dead-lettered copy it came
      *    from in the LINEAGE store (linwrite.cob), under the
      *    messageUUID the message carries.
      *
       01 w-msg-uuid         pic x(61).
           copy "ww51-lineage.cpy".
      *
       01 w-operator-id      pic x(08) value spaces.
       01 w-operator-pin     pic x(08) value spaces.
           copy "ww46-signon.cpy".
      *
       01 full-current-date.
          10 full-datetime.
              not on exception
                 continue
           end-accept.
           accept w-operator-id from environment 'operator_id'
              not on exception
                 continue
           end-accept.
           accept w-operator-pin from environment 'operator_pin'
              not on exception
                 continue
           end-accept.
      *
           perform 1050-sign-on thru 1050-sign-on-exit
      *
           perform 1100-load-policy thru 1100-load-policy-exit
           if w-pol-tab-count = zero then
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    sign-on : the job's operator against the registry.  a
      *    refusal ends the run before the queue is touched.
      * ---------------------------------------------------------------
       1050-sign-on.
      *
           move 'CHECK' to ww46-function
           move 'dlqpolicy' to ww46-tool
           move 'DISPOSE' to ww46-action
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           move 'OPERATOR' to ww46-need-role
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin w-operator-pin
           if ww46-refused
              string 'sign-on refused : ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if.
      *
       1050-sign-on-exit.
           exit.
      *
       1100-load-policy.
      *
           move rc to q_msglen
      *
           move 'UNSTAMPED' to w-reason
           move spaces to w-msg-uuid
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = REJECTREASON
                 move q_value (w-prop-i) to w-reason
              end-if
              if q_name (w-prop-i) = MESSAGEUUID
                 move q_value (w-prop-i) to w-msg-uuid
              end-if
           end-perform
      *
           move zero to w-pol-hit
           move 'RPLAY' to w-audit-event
           perform 9010-write-audit-record
              thru 9010-write-audit-record-exit.
      *
           move 'LINK' to WW51-FUNCTION
           move 'REPLAY' to WW51-RELATION
           move q_msgid to WW51-PARENT-MSGID
           move w-msg-uuid to WW51-PARENT-UUID
           move spaces to WW51-CHILD-MSGID
           move w-msg-uuid to WW51-CHILD-UUID
           move 'POLI' to WW51-INSTANCE
           move 'dlqpolicy' to WW51-PROGRAM
           call 'linwrite' using WW51-LINEAGE
              on exception
                 display pgm-name ' - linwrite not available, '
                         'replay lineage not recorded'
           end-call.
      *
       2300-replay-message-exit.
           exit.
           move q_error (1:20) to w-audit-queue
           move 'POLI'    to w-audit-instance
           move space     to w-audit-testrun
      *
      *    the rejectReason the message left the dead-letter queue
      *    under, so a dead-letter delta by reason nets out.
      *
           move w-reason  to w-audit-reason
           move w-audit-line to audit-record
           write audit-record.
      *
           if quarantine-is-open
              close quarantine-file
           end-if
           if cnt-replayed > 0
              move 'CLOSE' to WW51-FUNCTION
              call 'linwrite' using WW51-LINEAGE
                 on exception
                    continue
              end-call
           end-if
      *
           display pgm-name ' - summary : read ' cnt-read
                   ', replayed '                  cnt-replayed
