      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      opsignon.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    operator sign-on for every operator tool : the tools used
      *    to trust whatever name was in operator_id, and two-person
      *    control trusted confirm_operator the same way, so the
      *    OPSLOG trail was only as honest as the person typing.
      *    this subprogram checks the operator and PIN against the
      *    registry (q_operator_file, default OPERATORS, laid out
      *    in ww45-operator.cpy and kept by opreg.cob) and the
      *    operator's role against what the action needs ; the
      *    caller passes the ww46-signon.cpy block and refuses when
      *    WW46-REFUSED comes back.
      *
      *    the roles, each allowed everything the one before is :
      *
      *      VIEWER     - look : the console screens, dlqtool LIST
      *      OPERATOR   - act : control commands, DLQ and archive
      *                   replays, dlqpolicy runs, reviews, table
      *                   saves, and countersigning
      *      SUPERVISOR - dlqtool PURGE and the registry itself
      *
      *    the operator signed on is remembered for as long as the
      *    run lasts -- this program is CALLed, never CANCELed -- so
      *    the tools a console drives check the same sign-on rather
      *    than asking again.  a countersigner is never the one
      *    signed on, and a countersign is good for one action.
      *
      *    every refusal -- unknown operator, disabled id, wrong
      *    PIN, role short of the action -- is one line in the
      *    shared operations log (ops_log_file, default OPSLOG) :
      *
      *      stamp OPER=id TOOL=tool ACTION=SIGNON-FAIL TARGET=action
      *            reason
      *
      *    a missing registry refuses everything : there is nobody
      *    to check against until a supervisor has been entered
      *    (opreg.cob takes the first one without a sign-on).
      *---------------------------------------------------------------*
      *             e n v i r o n m e n t   d i v i s i o n           *
      *             =======================================           *
      *---------------------------------------------------------------*
       environment division.
      *--------------------.
       configuration section.
      *---------------------.
       special-names.
           decimal-point is comma
           alphabet alpha is native
           alphabet beta  is ebcdic.
       input-output section.
      *--------------------.
       file-control.
           select operator-file assign to ws-operator-file
                  organization line sequential
                  file status is w-operator-status.
      *
           select opslog-file assign to ws-opslog-file
                  organization line sequential
                  file status is w-opslog-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
       fd  operator-file.
       01  operator-record pic x(97).
      *
       fd  opslog-file.
       01  opslog-record  pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-opsignon-ws-start'.
       01 pgm-name pic x(15)
                 value 'opsignon.cob'.
      *
       01 w-first-sw         pic x(01) value 'Y'.
          88 first-call            value 'Y'.
       01 ws-operator-file   pic x(100) value 'OPERATORS'.
       01 ws-operator-env    pic x(100).
       01 w-operator-status  pic x(02) value '00'.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
      *
      *    the run's sign-on and the countersign held for the
      *    action that follows it.
      *
       01 w-sess-oper        pic x(08) value spaces.
       01 w-sess-role        pic x(10) value spaces.
       01 w-sess-name        pic x(30) value spaces.
       01 w-cs-oper          pic x(08) value spaces.
       01 w-cs-role          pic x(10) value spaces.
       01 w-cs-name          pic x(30) value spaces.
      *
      *    the registry line found for an operator.
      *
           copy "ww45-operator.cpy".
       01 w-found-sw         pic x(01) value 'N'.
          88 oper-found            value 'Y'.
      *
      *    the PIN hash : two of the shop's rolling hashes (the
      *    archcheck one, and a second with its own multiplier and
      *    modulus) over the id, the PIN and the id again.
      *
       01 w-hash-text        pic x(24).
       01 w-hash-1           usage binary-double value zero.
       01 w-hash-2           usage binary-double value zero.
       01 w-hash-i           pic 9(02) comp value zero.
       01 w-hash-out.
          05 w-hash-out-1    pic 9(10).
          05 w-hash-out-2    pic 9(10).
      *
       01 w-rank-have        pic 9(01) value zero.
       01 w-rank-need        pic 9(01) value zero.
       01 w-rank-role        pic x(10).
       01 w-rank             pic 9(01) value zero.
      *
       01  filler pic x(050)
                  value  'pgm-opsignon-ws-end'.
      *
       linkage section.
           copy "ww46-signon.cpy".
      *
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
      *---------------------------------------------------------------*
      *
       procedure division using
               by reference ww46-signon.
      *
       1000-main.
      *
           if first-call
              perform 1010-first-call thru 1010-first-call-exit
           end-if
           move spaces to ww46-role ww46-name ww46-msg
           set ww46-refused to true
      *
           evaluate ww46-function
              when 'SIGNON'
                 perform 2000-sign-on thru 2000-sign-on-exit
              when 'CHECK'
                 perform 2100-check thru 2100-check-exit
              when 'COUNTER'
                 perform 2200-countersign thru 2200-countersign-exit
              when 'HASH'
                 perform 2900-hash-pin thru 2900-hash-pin-exit
                 move w-hash-out to ww46-hash
                 set ww46-ok to true
              when other
                 move 'unknown sign-on function' to ww46-msg
           end-evaluate
      *
           if ww46-refused
              perform 9100-log-refusal thru 9100-log-refusal-exit
           end-if.
      *
       1000-main-exit.
           goback.
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
       1010-first-call.
      *
           move 'N' to w-first-sw
           accept ws-operator-env from environment 'q_operator_file'
              not on exception
                 move ws-operator-env to ws-operator-file
           end-accept.
           accept ws-opslog-env from environment 'ops_log_file'
              not on exception
                 move ws-opslog-env to ws-opslog-file
           end-accept.
      *
       1010-first-call-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    SIGNON : always against the registry ; a good one becomes
      *    the run's sign-on, whatever the role check says next.
      * ---------------------------------------------------------------
       2000-sign-on.
      *
           perform 2800-authenticate thru 2800-authenticate-exit
           if ww46-msg not = spaces
              go to 2000-sign-on-exit
           end-if
           move ww46-oper to w-sess-oper
           move ww45-role to w-sess-role
           move ww45-name to w-sess-name
           move ww45-role to ww46-role
           move ww45-name to ww46-name
           perform 2700-check-role thru 2700-check-role-exit.
      *
       2000-sign-on-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    CHECK : the run's sign-on answers for itself ; anyone else
      *    signs on here with their PIN, or is refused.
      * ---------------------------------------------------------------
       2100-check.
      *
           if ww46-oper = spaces
              move 'operator_id not set' to ww46-msg
              go to 2100-check-exit
           end-if
           if ww46-oper = w-sess-oper
              move w-sess-role to ww46-role
              move w-sess-name to ww46-name
              perform 2700-check-role thru 2700-check-role-exit
              go to 2100-check-exit
           end-if
           if ww46-pin = spaces
              move 'not signed on : operator_pin not set'
                to ww46-msg
              go to 2100-check-exit
           end-if
           perform 2000-sign-on thru 2000-sign-on-exit.
      *
       2100-check-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    COUNTER : a second person, authenticated in their own
      *    right.  with a PIN they are checked and held ; without
      *    one the countersign held for them is taken, once.
      * ---------------------------------------------------------------
       2200-countersign.
      *
           if ww46-oper = spaces
              move 'confirm_operator not set' to ww46-msg
              go to 2200-countersign-exit
           end-if
           if ww46-oper = w-sess-oper
              move 'the countersigner must be a second operator'
                to ww46-msg
              go to 2200-countersign-exit
           end-if
           if ww46-pin = spaces
              if ww46-oper not = w-cs-oper
                 move 'countersigner has no confirm_pin'
                   to ww46-msg
                 go to 2200-countersign-exit
              end-if
              move w-cs-role to ww46-role
              move w-cs-name to ww46-name
              move spaces to w-cs-oper w-cs-role w-cs-name
              perform 2700-check-role thru 2700-check-role-exit
              go to 2200-countersign-exit
           end-if
      *
           perform 2800-authenticate thru 2800-authenticate-exit
           if ww46-msg not = spaces
              go to 2200-countersign-exit
           end-if
           move ww45-role to ww46-role
           move ww45-name to ww46-name
           perform 2700-check-role thru 2700-check-role-exit
           if ww46-ok
              move ww46-oper to w-cs-oper
              move ww45-role to w-cs-role
              move ww45-name to w-cs-name
           end-if.
      *
       2200-countersign-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the role in WW46-ROLE against WW46-NEED-ROLE ; a blank
      *    need is VIEWER.
      * ---------------------------------------------------------------
       2700-check-role.
      *
           move ww46-role to w-rank-role
           perform 2710-rank-of thru 2710-rank-of-exit
           move w-rank to w-rank-have
           move ww46-need-role to w-rank-role
           if w-rank-role = spaces
              move 'VIEWER' to w-rank-role
           end-if
           perform 2710-rank-of thru 2710-rank-of-exit
           move w-rank to w-rank-need
           if w-rank-have = zero or w-rank-have < w-rank-need
              string 'role ' delimited by size
                     function trim(ww46-role) delimited by size
                     ' may not ' delimited by size
                     function trim(ww46-action) delimited by size
                     ', needs ' delimited by size
                     function trim(w-rank-role) delimited by size
                into ww46-msg
              end-string
              go to 2700-check-role-exit
           end-if
           set ww46-ok to true.
      *
       2700-check-role-exit.
           exit.
      *
       2710-rank-of.
      *
           evaluate w-rank-role
              when 'VIEWER'
                 move 1 to w-rank
              when 'OPERATOR'
                 move 2 to w-rank
              when 'SUPERVISOR'
                 move 3 to w-rank
              when other
                 move zero to w-rank
           end-evaluate.
      *
       2710-rank-of-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the registry line for WW46-OPER, its status and its PIN
      *    hash ; any failure is left in WW46-MSG.
      * ---------------------------------------------------------------
       2800-authenticate.
      *
           if ww46-oper = spaces
              move 'operator_id not set' to ww46-msg
              go to 2800-authenticate-exit
           end-if
           move 'N' to w-found-sw
           open input operator-file
           if w-operator-status not = '00'
              string 'no operator registry (' delimited by size
                     function trim(ws-operator-file)
                        delimited by size
                     ')' delimited by size
                into ww46-msg
              end-string
              go to 2800-authenticate-exit
           end-if
           perform until w-operator-status not = '00'
                      or oper-found
              read operator-file
                 at end
                    move '10' to w-operator-status
                 not at end
                    if operator-record (1:1) not = '*'
                       move operator-record to ww45-operator
                       if ww45-oper-id = ww46-oper
                          set oper-found to true
                       end-if
                    end-if
              end-read
           end-perform
           close operator-file
      *
           if not oper-found
              move 'operator not in the registry' to ww46-msg
              go to 2800-authenticate-exit
           end-if
           if not ww45-is-active
              move 'operator is disabled' to ww46-msg
              go to 2800-authenticate-exit
           end-if
           if ww46-pin = spaces
              move 'no PIN given' to ww46-msg
              go to 2800-authenticate-exit
           end-if
           perform 2900-hash-pin thru 2900-hash-pin-exit
           if w-hash-out not = ww45-pin-hash
              move 'wrong PIN' to ww46-msg
           end-if.
      *
       2800-authenticate-exit.
           exit.
      *
       2900-hash-pin.
      *
           move spaces to w-hash-text
           string ww46-oper ww46-pin ww46-oper
              delimited by size into w-hash-text
           end-string
           move 7 to w-hash-1
           move 11 to w-hash-2
           perform varying w-hash-i from 1 by 1 until w-hash-i > 24
              compute w-hash-1 = function mod
                      (w-hash-1 * 31
                       + function ord (w-hash-text (w-hash-i:1)),
                       1000000007)
              compute w-hash-2 = function mod
                      (w-hash-2 * 37
                       + function ord (w-hash-text (w-hash-i:1)),
                       999999937)
           end-perform
           move w-hash-1 to w-hash-out-1
           move w-hash-2 to w-hash-out-2.
      *
       2900-hash-pin-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one OPSLOG line per refusal.  the PIN is never logged.
      * ---------------------------------------------------------------
       9100-log-refusal.
      *
           open extend opslog-file
           if w-opslog-status = '35'
              open output opslog-file
           end-if
           if w-opslog-status not = '00'
              display pgm-name ' - can not write operations log, '
                      'status ' w-opslog-status
              go to 9100-log-refusal-exit
           end-if
           move spaces to opslog-record
           string function current-date (1:14) delimited by size
                  ' OPER=' delimited by size
                  ww46-oper delimited by size
                  ' TOOL=' delimited by size
                  function trim(ww46-tool) delimited by size
                  ' ACTION=SIGNON-FAIL TARGET=' delimited by size
                  function trim(ww46-action) delimited by size
                  ' ' delimited by size
                  function trim(ww46-msg) delimited by size
             into opslog-record
           end-string
           write opslog-record
           close opslog-file.
      *
       9100-log-refusal-exit.
           exit.
      *
       end program opsignon.
