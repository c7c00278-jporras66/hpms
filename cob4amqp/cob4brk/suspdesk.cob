      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      suspdesk.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    suspension desk : stop a sender's traffic for a while
      *    without forwarding or rejecting any of it -- the partner
      *    has sent a bad batch and asks for everything from it to
      *    wait while it is sorted out.  suspensions live in the
      *    SUSPENDS register (ww48-suspend.cpy), which cobclient
      *    re-reads whenever it changes ; while a suspension holds,
      *    every message from its sender is archived, audited SUSPD
      *    and parked on the suspension's own hold queue.  the
      *    screen lists the open suspensions with what each hold
      *    queue holds right now, and :
      *
      *      2=suspend         - the sender, the reason, who at the
      *                          partner asked, an optional expiry
      *                          (yyyymmddhhmm, local) and the hold
      *                          queue (q_suspend_prefix, default
      *                          SUSPEND., plus the sender when left
      *                          blank) ; an ACTIVE line
      *      3=lift + release  - a RELEASING line, then every held
      *                          message back onto the input queue
      *                          (lnk_input) in the order it arrived,
      *                          rejection context off, stamped
      *                          suspendReleased, and a RELEASED line
      *                          once the hold queue is empty
      *      4=lift + purge    - a SUPERVISOR, countersigned by a
      *                          second operator with their own PIN :
      *                          every held message is taken off the
      *                          hold queue and discarded, then a
      *                          PURGED line
      *
      *    while a release runs the sender is still held -- cobclient
      *    lets through only the messages carrying the suspension's
      *    suspendReleased stamp -- so whatever the sender sends
      *    meanwhile queues up behind the held messages instead of
      *    overtaking them.  once RELEASED or PURGED is written the
      *    hold queue is read once more, for anything cobclient held
      *    before it saw the new line.  a release that stops short
      *    (a send refused) leaves the suspension RELEASING, the
      *    message that failed back on the hold queue, and is
      *    carried on with 3 again.  an expired suspension no
      *    longer holds, but what it held still waits for 3 or 4.
      *
      *    every released or purged message is an SUSRL / SUSPG
      *    event in the day's AUDITLOG generation (reason : the hold
      *    queue) ; every action a line in the shared operations log
      *    (ops_log_file, default OPSLOG).  an unnamed operator
      *    (operator_id) can look but not act ; suspending and
      *    releasing need the OPERATOR role in the operator
      *    registry, checked by opsignon.cob against the sign-on
      *    bridgecon made or, run on its own, with the PIN in
      *    operator_pin.
      *
      *      lnk_input   - the input queue a release returns to
      *      lnk_timeout - hold queue poll timeout
      *
      *    file names follow cobclient's variables : q_suspend_file
      *    (SUSPENDS) and q_audit_file (AUDITLOG).  runs on its own
      *    or from bridgecon's menu.
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
           select suspend-file assign to ws-suspend-file
                  organization line sequential
                  file status is w-suspend-status.
      *
           select opslog-file assign to ws-opslog-file
                  organization line sequential
                  file status is w-opslog-status.
      *
           select audit-file assign to ws-audit-file
                  organization line sequential
                  file status is w-audit-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
       fd  suspend-file.
       01  suspend-line  pic x(320).
      *
       fd  opslog-file.
       01  opslog-record pic x(200).
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-suspdesk-ws-start'.
       01 pgm-name pic x(15)
                 value 'suspdesk.cob'.
      *
       01 ws-suspend-file    pic x(100) value 'SUSPENDS'.
       01 ws-suspend-env     pic x(100).
       01 w-suspend-status   pic x(02) value '00'.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 ws-audit-file      pic x(100) value 'AUDITLOG'.
       01 ws-audit-env       pic x(100).
       01 w-audit-status     pic x(02) value '00'.
       01 w-audit-base       pic x(100).
       01 w-hold-prefix      pic x(60) value 'SUSPEND.'.
       01 w-operator-id      pic x(08) value spaces.
       01 w-operator-pin     pic x(08) value spaces.
       01 w-confirm-id       pic x(08) value spaces.
       01 w-confirm-pin      pic x(08) value spaces.
           copy "ww46-signon.cpy".
      *
       01 w-choice           pic x value spaces.
       01 w-done-sw          pic x value 'N'.
           88 console-done         value 'Y'.
       01 w-target-x         pic x(04) value spaces.
       01 w-target-item      pic 9(04) value zero.
       01 w-action           pic x(16) value spaces.
       01 w-msg              pic x(78) value spaces.
       01 w-msg-why          pic x(78) value spaces.
       01 w-now-display      pic x(16) value spaces.
       01 w-now-stamp        pic x(14).
      *
      *    what the operator keys in for a new suspension.
      *
       01 w-in-sender        pic x(32) value spaces.
       01 w-in-expires       pic x(12) value spaces.
       01 w-in-reason        pic x(60) value spaces.
       01 w-in-asked-by      pic x(32) value spaces.
       01 w-in-queue         pic x(60) value spaces.
      *
      *    the register, one ww48-suspend.cpy line per suspension :
      *    a later line for the same key replaces the earlier one.
      *
       01 w-sp-count         pic 9(04) value zero.
       01 w-sp-tab.
          05 sp-entry occurs 500 times pic x(320).
       01 w-sp-i             pic 9(04) value zero.
       01 w-sp-j             pic 9(04) value zero.
       01 w-sp-found         pic 9(04) value zero.
       01 w-sp-open          pic 9(04) value zero.
       01 w-sp-full-sw       pic x value 'N'.
           88 register-truncated   value 'Y'.
      *
           copy "ww48-suspend.cpy".
      *
       01 w-sp-work          pic x(320).
       01 w-sp-work-r redefines w-sp-work.
          05 w-sp-work-key   pic x(47).
          05 filler          pic x(273).
      *
      *    the twelve screen rows, oldest suspension first.
      *
       01 w-rows.
          05 w-row1  pic x(78) value spaces.
          05 w-row2  pic x(78) value spaces.
          05 w-row3  pic x(78) value spaces.
          05 w-row4  pic x(78) value spaces.
          05 w-row5  pic x(78) value spaces.
          05 w-row6  pic x(78) value spaces.
          05 w-row7  pic x(78) value spaces.
          05 w-row8  pic x(78) value spaces.
          05 w-row9  pic x(78) value spaces.
          05 w-row10 pic x(78) value spaces.
          05 w-row11 pic x(78) value spaces.
          05 w-row12 pic x(78) value spaces.
       01 w-rows-tab redefines w-rows.
          05 w-row pic x(78) occurs 12 times.
       01 w-row-more         pic x(40) value spaces.
       01 w-more-disp        pic zzz9.
       01 w-item-disp        pic zzz9.
      *
       01 w-row-build.
          05 rb-item         pic zzz9.
          05 filler          pic x(01) value space.
          05 rb-status       pic x(09).
          05 filler          pic x(01) value space.
          05 rb-since        pic x(08).
          05 filler          pic x(01) value space.
          05 rb-sender       pic x(16).
          05 filler          pic x(01) value space.
          05 rb-expires      pic x(11).
          05 filler          pic x(01) value space.
          05 rb-held         pic x(06).
          05 filler          pic x(01) value space.
          05 rb-reason       pic x(18).
      *
      *    the hold queue's depth, as depthmon.cob reads one.
      *
       01 w-depth-disp       pic zzzzz9.
      *
      *    the hold queue drain behind a release or a purge.
      *
       01 w-timeout-ms       usage binary-long value zero.
       01 w-drain-sw         pic x value 'N'.
           88 drain-done           value 'Y'.
       01 w-drain-fail-sw    pic x value 'N'.
           88 drain-failed         value 'Y'.
       01 w-drain-mode       pic x(07) value spaces.
           88 draining-release     value 'RELEASE'.
           88 draining-purge       value 'PURGE'.
       01 w-hold-queue       pic x(101) value spaces.
       01 w-send-queue       pic x(101) value spaces.
       01 w-moved            pic 9(07) value zero.
       01 w-pass-moved       pic 9(07) value zero.
       01 w-moved-disp       pic zzzzzz9.
       01 w-msglen           pic 9(04) value zero.
       01 w-stamp-name       pic x(32) value spaces.
       01 w-prop-i           pic 9(02) value zero.
       01 j                  pic 9(02) value zero.
      *
       01 full-current-date.
          10 full-datetime.
             15 f-date.
                25 f-year    pic 9(4).
                25 f-month   pic 99.
                25 f-day     pic 99.
             15 f-time.
                25 c-hour    pic 99.
                25 c-minutes pic 99.
                25 c-seconds pic 99.
                25 c-sec-hund pic 99.
          10 filler          pic x(05).
      *
           copy "fd-audit.cpy".
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
      *
       01 rc     binary-short value zero.
          88 rc-timeout value -2.
       01  filler pic x(050)
                  value  'pgm-suspdesk-ws-end'.
      *
       linkage section.
       01 lnk_input        pic  x(101).
       01 lnk_timeout      pic  x(101).
       01 errstatus        pic  x(101).
      *
       screen section.
      *--------------.
       01 suspend-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp sender suspensions'.
          05 line 1  column 60 pic x(16) from w-now-display.
          05 line 3  column 2  value
             'item status    since    sender           expires'.
          05 line 3  column 56 value
             'held reason'.
          05 line 4  column 2  pic x(78) from w-row1.
          05 line 5  column 2  pic x(78) from w-row2.
          05 line 6  column 2  pic x(78) from w-row3.
          05 line 7  column 2  pic x(78) from w-row4.
          05 line 8  column 2  pic x(78) from w-row5.
          05 line 9  column 2  pic x(78) from w-row6.
          05 line 10 column 2  pic x(78) from w-row7.
          05 line 11 column 2  pic x(78) from w-row8.
          05 line 12 column 2  pic x(78) from w-row9.
          05 line 13 column 2  pic x(78) from w-row10.
          05 line 14 column 2  pic x(78) from w-row11.
          05 line 15 column 2  pic x(78) from w-row12.
          05 line 16 column 2  pic x(40) from w-row-more.
          05 line 17 column 2  value '1=refresh  2=suspend  '.
          05 line 17 column 24 value '3=lift+release  4=lift+purge'.
          05 line 17 column 56 value 'operator :'.
          05 line 17 column 67 pic x(08) from w-operator-id.
          05 line 18 column 2  value 'choice :'.
          05 line 18 column 11 pic x to w-choice.
          05 line 18 column 15 value 'item :'.
          05 line 18 column 22 pic x(04) to w-target-x.
          05 line 18 column 32 value '0=exit'.
          05 line 19 column 2  value 'sender :'.
          05 line 19 column 15 pic x(32) to w-in-sender.
          05 line 19 column 50 value 'expires :'.
          05 line 19 column 60 pic x(12) to w-in-expires.
          05 line 20 column 2  value 'reason :'.
          05 line 20 column 15 pic x(60) to w-in-reason.
          05 line 21 column 2  value 'asked by :'.
          05 line 21 column 15 pic x(32) to w-in-asked-by.
          05 line 22 column 2  value 'hold queue :'.
          05 line 22 column 15 pic x(60) to w-in-queue.
          05 line 24 column 2  pic x(78) from w-msg.
      *
       01 countersign-screen.
          05 line 23 column 2  value 'countersigned by :'.
          05 line 23 column 21 pic x(08) to w-confirm-id.
          05 line 23 column 31 value 'PIN :'.
          05 line 23 column 37 pic x(08) secure to w-confirm-pin.
      *
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
      *---------------------------------------------------------------*
      *
       procedure division using
               by reference lnk_input ,
               by reference lnk_timeout ,
               by reference errstatus.
      *
       1000-main.
      *
           move lnk_input to q_input
           if function trim(lnk_timeout) is numeric
              move function numval(lnk_timeout) to w-timeout-ms
           else
              move zero to w-timeout-ms
           end-if
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept ws-suspend-env from environment 'q_suspend_file'
              not on exception
                 move ws-suspend-env to ws-suspend-file
           end-accept.
           accept ws-opslog-env from environment 'ops_log_file'
              not on exception
                 move ws-opslog-env to ws-opslog-file
           end-accept.
           accept ws-audit-env from environment 'q_audit_file'
              not on exception
                 move ws-audit-env to ws-audit-file
           end-accept.
           accept w-hold-prefix from environment 'q_suspend_prefix'
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
           if w-audit-base = spaces
              move ws-audit-file to w-audit-base
           end-if
      *
      *    called from bridgecon, a second visit must start clean.
      *
           move 'N' to w-done-sw
           move spaces to w-msg
           if w-operator-id = spaces
              move 'operator_id not set : view only' to w-msg
           end-if
      *
           perform 2100-console-cycle thru 2100-console-cycle-exit
              until console-done ;
      *
           call 'amqpDisconnectCC' using
                by reference errstatus
           returning rc
           on exception
              continue
           end-call.
      *
           goback.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one console round : reload the register, paint the open
      *    suspensions, take the operator's choice and act on it.
      * ---------------------------------------------------------------
       2100-console-cycle.
      *
           perform 2110-load-register thru 2110-load-register-exit
           perform 2120-build-rows thru 2120-build-rows-exit
      *
           move spaces to w-choice w-target-x
           move spaces to w-in-sender w-in-expires w-in-reason
                          w-in-asked-by w-in-queue
           display suspend-screen
           accept suspend-screen
           move spaces to w-msg
      *
           evaluate w-choice
              when '1'
                 continue
              when '2'
                 perform 2200-suspend thru 2200-suspend-exit
              when '3'
                 perform 2300-release thru 2300-release-exit
              when '4'
                 perform 2400-purge thru 2400-purge-exit
              when '0'
                 set console-done to true
              when other
                 continue
           end-evaluate.
      *
       2100-console-cycle-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the register read whole : each line replaces whatever the
      *    table held for its key, so what is left is every
      *    suspension's latest state, in order of suspension.
      * ---------------------------------------------------------------
       2110-load-register.
      *
           move zero to w-sp-count
           move 'N' to w-sp-full-sw
           open input suspend-file
           if w-suspend-status not = '00' then
              move '00' to w-suspend-status
              go to 2110-load-register-exit
           end-if
           perform until w-suspend-status = '10'
              read suspend-file
                 at end
                    move '10' to w-suspend-status
                 not at end
                    if suspend-line not = spaces
                       and suspend-line (1:1) not = '*'
                       perform 2111-keep-line
                          thru 2111-keep-line-exit
                    end-if
              end-read
           end-perform
           close suspend-file
           move '00' to w-suspend-status.
      *
       2110-load-register-exit.
           exit.
      *
       2111-keep-line.
      *
           move suspend-line to w-sp-work
           move zero to w-sp-found
           perform varying w-sp-j from 1 by 1
                   until w-sp-j > w-sp-count
                      or w-sp-found > 0
              if sp-entry (w-sp-j) (1:47) = w-sp-work-key
                 move w-sp-j to w-sp-found
              end-if
           end-perform
           if w-sp-found > 0
              move w-sp-work to sp-entry (w-sp-found)
              go to 2111-keep-line-exit
           end-if
      *
      *    a full table drops the oldest lifted suspension, if there
      *    is one, before an open one would be lost.
      *
           if w-sp-count >= 500
              perform 2112-drop-one-lifted
                 thru 2112-drop-one-lifted-exit
           end-if
           if w-sp-count >= 500
              set register-truncated to true
              go to 2111-keep-line-exit
           end-if
           add 1 to w-sp-count
           move w-sp-work to sp-entry (w-sp-count).
      *
       2111-keep-line-exit.
           exit.
      *
       2112-drop-one-lifted.
      *
           move zero to w-sp-found
           perform varying w-sp-j from 1 by 1
                   until w-sp-j > w-sp-count
                      or w-sp-found > 0
              move sp-entry (w-sp-j) to ww48-suspend
              if ww48-is-released or ww48-is-purged
                 move w-sp-j to w-sp-found
              end-if
           end-perform
           if w-sp-found = 0
              go to 2112-drop-one-lifted-exit
           end-if
           perform varying w-sp-j from w-sp-found by 1
                   until w-sp-j >= w-sp-count
              move sp-entry (w-sp-j + 1) to sp-entry (w-sp-j)
           end-perform
           subtract 1 from w-sp-count.
      *
       2112-drop-one-lifted-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the rows : every ACTIVE or RELEASING suspension, numbered
      *    as the items the operator keys in, with its hold queue's
      *    depth read from the broker ; whatever does not fit is
      *    counted under them.
      * ---------------------------------------------------------------
       2120-build-rows.
      *
           move function current-date (1:14) to w-now-stamp
           move spaces to w-now-display
           string w-now-stamp (1:4) '-' w-now-stamp (5:2) '-'
                  w-now-stamp (7:2) ' ' w-now-stamp (9:2) ':'
                  w-now-stamp (11:2)
                  delimited by size into w-now-display
           end-string
           move spaces to w-rows w-row-more
           move zero to w-sp-open
           perform varying w-sp-i from 1 by 1
                   until w-sp-i > w-sp-count
              move sp-entry (w-sp-i) to ww48-suspend
              if ww48-is-active or ww48-is-releasing
                 add 1 to w-sp-open
                 if w-sp-open <= 12
                    perform 2122-format-row
                       thru 2122-format-row-exit
                 end-if
              end-if
           end-perform
           if w-sp-open = zero
              move 'no sender is suspended' to w-row1
           end-if
           if w-sp-open > 12
              compute w-more-disp = w-sp-open - 12
              string function trim(w-more-disp) delimited by size
                     ' more suspension(s) not shown' delimited by size
                into w-row-more
              end-string
           end-if
           if register-truncated
              move 'register too large : oldest not shown'
                to w-row-more
           end-if.
      *
       2120-build-rows-exit.
           exit.
      *
       2122-format-row.
      *
           move w-sp-open        to rb-item
           move ww48-status      to rb-status
           if ww48-is-active
              and ww48-expires not = spaces
              and ww48-expires not > w-now-stamp
              move 'EXPIRED' to rb-status
           end-if
           move spaces to rb-since
           string ww48-since (7:2) ' '
                  ww48-since (9:2) ':'
                  ww48-since (11:2)
                  delimited by size into rb-since
           end-string
           move ww48-sender      to rb-sender
           move spaces to rb-expires
           if ww48-expires = spaces
              move 'none' to rb-expires
           else
              string ww48-expires (7:2) '/'
                     ww48-expires (5:2) ' '
                     ww48-expires (9:2) ':'
                     ww48-expires (11:2)
                     delimited by size into rb-expires
              end-string
           end-if
           move ww48-hold-queue to w-hold-queue
           perform 2125-hold-depth thru 2125-hold-depth-exit
           move ww48-reason      to rb-reason
           move w-row-build to w-row (w-sp-open).
      *
       2122-format-row-exit.
           exit.
      *
      *    how many messages wait on w-hold-queue ; '?' when the
      *    broker will not say.
      *
       2125-hold-depth.
      *
           move '     ?' to rb-held
           call 'amqpQueueDepthCC' using
                by reference w-hold-queue,
                by reference errstatus
           returning rc
           on exception
              go to 2125-hold-depth-exit
           end-call
           if rc not < 0
              move rc to w-depth-disp
              move w-depth-disp to rb-held
           end-if.
      *
       2125-hold-depth-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the item keyed in, found afresh in the reloaded register :
      *    the w-target-item'th open suspension, left in
      *    ww48-suspend with its table slot in w-sp-found.
      * ---------------------------------------------------------------
       2130-find-item.
      *
           move zero to w-sp-found
           if function trim(w-target-x) is not numeric
              or w-target-x = spaces
              move 'key the item number to act on' to w-msg
              go to 2130-find-item-exit
           end-if
           move function numval(w-target-x) to w-target-item
      *
           perform 2110-load-register thru 2110-load-register-exit
           move zero to w-sp-open
           perform varying w-sp-i from 1 by 1
                   until w-sp-i > w-sp-count
                      or w-sp-found > 0
              move sp-entry (w-sp-i) to ww48-suspend
              if ww48-is-active or ww48-is-releasing
                 add 1 to w-sp-open
                 if w-sp-open = w-target-item
                    move w-sp-i to w-sp-found
                 end-if
              end-if
           end-perform
           if w-sp-found = zero
              move w-target-item to w-item-disp
              string 'item ' function trim(w-item-disp)
                     ' is not an open suspension'
                     delimited by size into w-msg
              end-string
              go to 2130-find-item-exit
           end-if
           move sp-entry (w-sp-found) to ww48-suspend.
      *
       2130-find-item-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one line per console action in the shared operations log,
      *    written before the action runs, as bridgecon does.
      * ---------------------------------------------------------------
       2135-log-action.
      *
           open extend opslog-file
           if w-opslog-status = '35'
              open output opslog-file
           end-if
           if w-opslog-status not = '00'
              display pgm-name ' - can not write operations log, '
                      'status ' w-opslog-status
              go to 2135-log-action-exit
           end-if
           move spaces to opslog-record
           string function current-date (1:14) delimited by size
                  ' OPER=' delimited by size
                  w-operator-id delimited by size
                  ' TOOL=suspdesk ACTION=' delimited by size
                  function trim(w-action) delimited by size
                  ' TARGET=' delimited by size
                  function trim(ww48-sender) delimited by size
                  ' SINCE=' delimited by size
                  ww48-since delimited by size
                  ' CONFIRM=' delimited by size
                  w-confirm-id delimited by size
             into opslog-record
           end-string
           write opslog-record
           close opslog-file
           move '00' to w-opslog-status.
      *
       2135-log-action-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the operator's sign-on and role, checked before every
      *    action ; a refusal is shown in the message line (and is
      *    in the OPSLOG already).  the caller names the action and
      *    the role it needs.
      * ---------------------------------------------------------------
       2150-check-role.
      *
           move 'CHECK' to ww46-function
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           perform 2151-call-signon thru 2151-call-signon-exit
           if ww46-refused
              move ww46-msg to w-msg
           end-if.
      *
       2150-check-role-exit.
           exit.
      *
       2151-call-signon.
      *
           move 'suspdesk' to ww46-tool
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin.
      *
       2151-call-signon-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    suspend : one ACTIVE line.  a sender has at most one open
      *    suspension at a time -- a second one would only split
      *    its held messages over two hold queues.
      * ---------------------------------------------------------------
       2200-suspend.
      *
           if w-operator-id = spaces
              move 'operator_id not set : view only' to w-msg
              go to 2200-suspend-exit
           end-if
           if w-in-sender = spaces or w-in-reason = spaces
              move 'key the sender and the reason to suspend'
                to w-msg
              go to 2200-suspend-exit
           end-if
           move function current-date (1:14) to w-now-stamp
           if w-in-expires not = spaces
              if w-in-expires is not numeric
                 or w-in-expires (1:12) not > w-now-stamp (1:12)
                 move 'expires : yyyymmddhhmm, in the future'
                   to w-msg
                 go to 2200-suspend-exit
              end-if
           end-if
           move 'SUSPEND' to ww46-action
           move 'OPERATOR' to ww46-need-role
           perform 2150-check-role thru 2150-check-role-exit
           if ww46-refused
              go to 2200-suspend-exit
           end-if
      *
           perform 2110-load-register thru 2110-load-register-exit
           move zero to w-sp-found
           perform varying w-sp-i from 1 by 1
                   until w-sp-i > w-sp-count
                      or w-sp-found > 0
              move sp-entry (w-sp-i) to ww48-suspend
              if ww48-sender = w-in-sender
                 and (ww48-is-active or ww48-is-releasing)
                 move w-sp-i to w-sp-found
              end-if
           end-perform
           if w-sp-found > 0
              string function trim(w-in-sender) delimited by size
                     ' is already suspended since '
                     delimited by size
                     ww48-since delimited by size
                into w-msg
              end-string
              go to 2200-suspend-exit
           end-if
      *
           move spaces to ww48-suspend
           move w-in-sender   to ww48-sender
           move w-now-stamp   to ww48-since
           set ww48-is-active to true
           move w-now-stamp   to ww48-stamp
           if w-in-expires not = spaces
              string w-in-expires '00'
                     delimited by size into ww48-expires
              end-string
           end-if
           if w-in-queue not = spaces
              move w-in-queue to ww48-hold-queue
           else
              string function trim(w-hold-prefix) delimited by size
                     function trim(w-in-sender) delimited by size
                into ww48-hold-queue
              end-string
           end-if
           move w-in-reason   to ww48-reason
           move w-in-asked-by to ww48-requested-by
           move w-operator-id to ww48-suspended-by
           move zero          to ww48-moved
      *
           move 'SUSPEND' to w-action
           move spaces to w-confirm-id
           perform 2135-log-action thru 2135-log-action-exit
           perform 2800-write-register thru 2800-write-register-exit
           if w-msg = spaces
              string function trim(w-in-sender) delimited by size
                     ' suspended, held on ' delimited by size
                     function trim(ww48-hold-queue)
                     delimited by size
                into w-msg
              end-string
           end-if.
      *
       2200-suspend-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    lift + release : RELEASING first, so the sender stays held
      *    behind its own held messages ; then the hold queue back
      *    onto the input queue, RELEASED once it is empty, and one
      *    more pass for whatever cobclient held before it saw
      *    that line.
      * ---------------------------------------------------------------
       2300-release.
      *
           if w-operator-id = spaces
              move 'operator_id not set : view only' to w-msg
              go to 2300-release-exit
           end-if
           if lnk_input = spaces or lnk_input = low-values
              move 'no input queue to release to' to w-msg
              go to 2300-release-exit
           end-if
           move 'RELEASE' to ww46-action
           move 'OPERATOR' to ww46-need-role
           perform 2150-check-role thru 2150-check-role-exit
           if ww46-refused
              go to 2300-release-exit
           end-if
           perform 2130-find-item thru 2130-find-item-exit
           if w-sp-found = zero
              go to 2300-release-exit
           end-if
      *
           move 'RELEASE' to w-action
           move spaces to w-confirm-id
           perform 2135-log-action thru 2135-log-action-exit
           move ww48-moved to w-moved
           if not ww48-is-releasing
              set ww48-is-releasing to true
              move function current-date (1:14) to ww48-stamp
              move w-operator-id to ww48-lifted-by
              perform 2800-write-register
                 thru 2800-write-register-exit
              if w-msg not = spaces
                 go to 2300-release-exit
              end-if
           end-if
      *
           set draining-release to true
           move ww48-hold-queue to w-hold-queue
           perform 2500-drain-hold-queue
              thru 2500-drain-hold-queue-exit
           move w-moved to ww48-moved
           if drain-failed
              move w-msg to w-msg-why
              move w-moved to w-moved-disp
              move spaces to w-msg
              string 'release stopped after '
                     function trim(w-moved-disp)
                     ' message(s) : ' w-msg-why
                     delimited by size into w-msg
              end-string
              move function current-date (1:14) to ww48-stamp
              perform 2800-write-register
                 thru 2800-write-register-exit
              go to 2300-release-exit
           end-if
      *
           set ww48-is-released to true
           move function current-date (1:14) to ww48-stamp
           move w-operator-id to ww48-lifted-by
           perform 2800-write-register thru 2800-write-register-exit
           perform 2500-drain-hold-queue
              thru 2500-drain-hold-queue-exit
           if w-pass-moved > zero
              move w-moved to ww48-moved
              move function current-date (1:14) to ww48-stamp
              perform 2800-write-register
                 thru 2800-write-register-exit
           end-if
           move w-moved to w-moved-disp
           move spaces to w-msg
           string function trim(ww48-sender) delimited by size
                  ' released, ' delimited by size
                  function trim(w-moved-disp) delimited by size
                  ' message(s) back on ' delimited by size
                  function trim(lnk_input) delimited by size
             into w-msg
           end-string.
      *
       2300-release-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    lift + purge : a SUPERVISOR and a countersigning second
      *    operator ; the held messages are taken off the hold
      *    queue and discarded, each one audited, then PURGED and a
      *    last pass over the hold queue.
      * ---------------------------------------------------------------
       2400-purge.
      *
           if w-operator-id = spaces
              move 'operator_id not set : view only' to w-msg
              go to 2400-purge-exit
           end-if
           move 'PURGE' to ww46-action
           move 'SUPERVISOR' to ww46-need-role
           perform 2150-check-role thru 2150-check-role-exit
           if ww46-refused
              go to 2400-purge-exit
           end-if
           perform 2130-find-item thru 2130-find-item-exit
           if w-sp-found = zero
              go to 2400-purge-exit
           end-if
           perform 2410-countersign thru 2410-countersign-exit
           if ww46-refused
              go to 2400-purge-exit
           end-if
      *
           move 'PURGE' to w-action
           perform 2135-log-action thru 2135-log-action-exit
           move ww48-moved to w-moved
           set draining-purge to true
           move ww48-hold-queue to w-hold-queue
           perform 2500-drain-hold-queue
              thru 2500-drain-hold-queue-exit
           if drain-failed
              move w-msg to w-msg-why
              move w-moved to w-moved-disp
              move spaces to w-msg
              string 'purge stopped after '
                     function trim(w-moved-disp)
                     ' message(s) : ' w-msg-why
                     delimited by size into w-msg
              end-string
              move w-moved to ww48-moved
              move function current-date (1:14) to ww48-stamp
              perform 2800-write-register
                 thru 2800-write-register-exit
              go to 2400-purge-exit
           end-if
      *
           set ww48-is-purged to true
           move function current-date (1:14) to ww48-stamp
           move w-operator-id to ww48-lifted-by
           move w-confirm-id to ww48-confirmed-by
           move w-moved to ww48-moved
           perform 2800-write-register thru 2800-write-register-exit
           perform 2500-drain-hold-queue
              thru 2500-drain-hold-queue-exit
           if w-pass-moved > zero
              move w-moved to ww48-moved
              move function current-date (1:14) to ww48-stamp
              perform 2800-write-register
                 thru 2800-write-register-exit
           end-if
           move w-moved to w-moved-disp
           move spaces to w-msg
           string function trim(ww48-sender) delimited by size
                  ' purged, ' delimited by size
                  function trim(w-moved-disp) delimited by size
                  ' message(s) discarded, by ' delimited by size
                  function trim(w-operator-id) delimited by size
                  '/' delimited by size
                  function trim(w-confirm-id) delimited by size
             into w-msg
           end-string.
      *
       2400-purge-exit.
           exit.
      *
      *    the second operator signs with their own PIN ; opsignon
      *    refuses the purging supervisor and anyone below OPERATOR.
      *
       2410-countersign.
      *
           move spaces to w-confirm-id w-confirm-pin
           display countersign-screen
           accept countersign-screen
           move 'COUNTER' to ww46-function
           move 'PURGE' to ww46-action
           move w-confirm-id to ww46-oper
           move w-confirm-pin to ww46-pin
           move 'OPERATOR' to ww46-need-role
           perform 2151-call-signon thru 2151-call-signon-exit
           move spaces to w-confirm-pin
           if ww46-refused
              string 'countersign refused : ' ww46-msg
                     delimited by size into w-msg
              end-string
              go to 2410-countersign-exit
           end-if
      *
      *    the countersign is used here and now, not left held for
      *    whatever tool asks next.
      *
           move 'COUNTER' to ww46-function
           move w-confirm-id to ww46-oper
           perform 2151-call-signon thru 2151-call-signon-exit.
      *
       2410-countersign-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    empty w-hold-queue, oldest message first, until it is
      *    idle : each message goes back to the input queue or is
      *    discarded, per w-drain-mode, and is audited.  w-moved
      *    runs on over the whole release or purge, w-pass-moved
      *    counts this pass only.
      * ---------------------------------------------------------------
       2500-drain-hold-queue.
      *
           move 'N' to w-drain-sw w-drain-fail-sw
           move zero to w-pass-moved
           perform 2510-drain-one thru 2510-drain-one-exit
              until drain-done.
      *
       2500-drain-hold-queue-exit.
           exit.
      *
       2510-drain-one.
      *
           move low-values to q_message q_mimetype q_properties
           call 'amqpRecvMessageCC' using
                by reference w-hold-queue,
                by reference q_msgid,
                by reference q_message,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by value w-timeout-ms,
                by reference q_retrycount
           returning rc
           on exception
              move 'amqpRecvMessageCC not linked in' to w-msg
              set drain-done to true
              set drain-failed to true
              go to 2510-drain-one-exit
           end-call.
           if rc-timeout
              set drain-done to true
              go to 2510-drain-one-exit
           end-if
           if rc < 0
              move rc to w-more-disp
              string 'hold queue read failed, rc '
                     function trim(w-more-disp)
                     delimited by size into w-msg
              end-string
              set drain-done to true
              set drain-failed to true
              go to 2510-drain-one-exit
           end-if
           move rc to w-msglen
      *
           move spaces to q_messageUUID
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = MESSAGEUUID
                 move q_value (w-prop-i) to q_messageUUID
              end-if
           end-perform
      *
           if draining-purge
              move 'SUSPG' to w-audit-event
           else
              perform 2520-stamp-release
                 thru 2520-stamp-release-exit
              move lnk_input to w-send-queue
              perform 2740-send-message thru 2740-send-message-exit
              if rc < 0
      *
      *          a release the input queue refuses leaves the
      *          message on hold -- at the back of the queue, the
      *          only place a put can go.
      *
                 string 'can not send to ' delimited by size
                        function trim(lnk_input) delimited by size
                   into w-msg
                 end-string
                 move w-hold-queue to w-send-queue
                 perform 2740-send-message
                    thru 2740-send-message-exit
                 set drain-done to true
                 set drain-failed to true
                 go to 2510-drain-one-exit
              end-if
              move 'SUSRL' to w-audit-event
           end-if
           add 1 to w-moved w-pass-moved
           move w-hold-queue (1:32) to w-audit-reason
           perform 9010-write-audit-record
              thru 9010-write-audit-record-exit.
      *
       2510-drain-one-exit.
           exit.
      *
      *    the released message : the rejection context cobclient
      *    stamped when it held it comes off, its retry count starts
      *    again, and suspendReleased names the suspension it was
      *    held under, so cobclient lets it through.  the payload
      *    is untouched, so the sender's signature still fits it.
      *
       2520-stamp-release.
      *
           move zeros to q_retrycount
           move REJECTREASON to w-stamp-name
           perform 2522-drop-property thru 2522-drop-property-exit
           move REJECTEDBY to w-stamp-name
           perform 2522-drop-property thru 2522-drop-property-exit
           move REJECTTS to w-stamp-name
           perform 2522-drop-property thru 2522-drop-property-exit
           move SUSPRELEASED to w-stamp-name
           perform 2521-set-one-property
              thru 2521-set-one-property-exit
           move ww48-since to q_value (j).
      *
       2520-stamp-release-exit.
           exit.
      *
      *    the slot for property w-stamp-name : its own if the
      *    message has it, else the next free one, as cobclient's
      *    2151-set-one-property.
      *
       2521-set-one-property.
      *
           move zero to j
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = w-stamp-name (1:32)
                 move w-prop-i to j
              end-if
           end-perform
           if j = 0
              if q_num < 16
                 add 1 to q_num
                 move q_num to j
                 move w-stamp-name to q_name (j)
              else
                 move 16 to j
                 move w-stamp-name to q_name (j)
              end-if
           end-if
           move spaces to q_value (j).
      *
       2521-set-one-property-exit.
           exit.
      *
      *    property w-stamp-name taken off, the slots after it
      *    moved up one.
      *
       2522-drop-property.
      *
           move zero to j
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = w-stamp-name (1:32)
                 move w-prop-i to j
              end-if
           end-perform
           if j = 0
              go to 2522-drop-property-exit
           end-if
           perform varying w-prop-i from j by 1
                      until w-prop-i >= q_num
                         or w-prop-i >= 16
              move q_entry (w-prop-i + 1) to q_entry (w-prop-i)
           end-perform
           subtract 1 from q_num.
      *
       2522-drop-property-exit.
           exit.
      *
       2740-send-message.
      *
           move w-msglen to q_msglen
           call 'amqpSendMessageCC' using
                by reference w-send-queue,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              move 'amqpSendMessageCC not linked in' to w-msg
              move -1 to rc
           end-call.
           if rc < 0
              display pgm-name ' - amqpSendMessageCC ('
                      function trim(w-send-queue) ') rc : ' rc
           end-if.
      *
       2740-send-message-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one more SUSPENDS line, ww48-suspend as it now stands.
      * ---------------------------------------------------------------
       2800-write-register.
      *
           open extend suspend-file
           if w-suspend-status = '35'
              open output suspend-file
           end-if
           if w-suspend-status not = '00'
              display pgm-name ' - can not write the suspension '
                      'register, status ' w-suspend-status
              move 'can not write the suspension register' to w-msg
              move '00' to w-suspend-status
              go to 2800-write-register-exit
           end-if
           move ww48-suspend to suspend-line
           write suspend-line
           close suspend-file.
      *
       2800-write-register-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one audit line in the day's AUDITLOG generation, in the
      *    fd-audit.cpy shape with the local clock doubling as the
      *    GMT column, as dlqpolicy.cob writes its own : the
      *    generation name is rebuilt each time, so a screen left
      *    up past midnight writes to the new day.
      * ---------------------------------------------------------------
       9010-write-audit-record.
      *
           move function current-date to full-current-date
           move spaces to ws-audit-file
           string function trim(w-audit-base) delimited by size
                  '.'                         delimited by size
                  f-date                      delimited by size
             into ws-audit-file
           end-string
           open extend audit-file
           if w-audit-status = '35'
              open output audit-file
           end-if
           if w-audit-status not = '00'
              display pgm-name ' - can not open audit trail, '
                      'status ' w-audit-status
              move '00' to w-audit-status
              go to 9010-write-audit-record-exit
           end-if
      *
           move f-date    to w-audit-date
           move c-hour    to w-audit-hh
           move c-minutes to w-audit-mm
           move c-seconds to w-audit-ss
           move c-hour    to w-audit-gmt-hh
           move c-minutes to w-audit-gmt-mm
           move q_msgid   to w-audit-msgid
           move q_messageUUID to w-audit-uuid
           move w-hold-queue (1:20) to w-audit-queue
           move 'SUSP'    to w-audit-instance
           move space     to w-audit-testrun
           move w-audit-line to audit-record
           write audit-record
           close audit-file.
      *
       9010-write-audit-record-exit.
           exit.
      *
       end program suspdesk.
