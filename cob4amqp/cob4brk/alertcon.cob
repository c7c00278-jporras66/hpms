      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      alertcon.
       author.          fjavier.porras@gmail.com.
       date-written.    18/09/2026.
      *---------------------------------------------------------------*
      *    alert console : the acknowledge / close screen over the
      *    open alerts alertmgr.cob keeps in the ALERTS state file.
      *    the shift sees what is open, its severity, how long it
      *    has been open and who owns it, and can :
      *
      *      2=acknowledge - take ownership of an alert : it becomes
      *                      ACK under the signed-on operator,
      *                      which also stops a CRITICAL one from
      *                      escalating.  an
      *                      alert already acknowledged changes hands
      *                      to whoever acknowledges it again.
      *      3=close       - the alert is dealt with : it leaves the
      *                      state file, and the next arrival of the
      *                      same type and key opens a new alert.
      *
      *    both land in ALERTHIST with their times, in alertmgr's
      *    layout, and in the shared operations log (ops_log_file,
      *    default OPSLOG) like every other console action.  an
      *    unnamed operator (operator_id) can look but not act ;
      *    acknowledging and closing need the OPERATOR role in the
      *    operator registry, checked by opsignon.cob against the
      *    sign-on bridgecon made or, run on its own, with the PIN
      *    in operator_pin.  CRITICAL alerts are listed first, then
      *    MAJOR, then MINOR.
      *
      *    the state file is read fresh before every action and
      *    rewritten straight after it, so an alert alertmgr opened
      *    while the screen was up is neither lost nor clobbered.
      *
      *    file names follow alertmgr's variables : alert_state_file
      *    (ALERTS) and alert_hist_file (ALERTHIST).  runs on its own
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
           select alerts-file assign to ws-alerts-file
                  organization line sequential
                  file status is w-alerts-status.
      *
           select hist-file assign to ws-hist-file
                  organization line sequential
                  file status is w-hist-status.
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
       fd  alerts-file.
       01  alerts-line  pic x(272).
      *
       fd  hist-file.
       01  hist-record  pic x(250).
      *
       fd  opslog-file.
       01  opslog-record pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-alertcon-ws-start'.
       01 pgm-name pic x(15)
                 value 'alertcon.cob'.
      *
       01 ws-alerts-file     pic x(100) value 'ALERTS'.
       01 ws-alerts-env      pic x(100).
       01 w-alerts-status    pic x(02) value '00'.
       01 ws-hist-file       pic x(100) value 'ALERTHIST'.
       01 ws-hist-env        pic x(100).
       01 w-hist-status      pic x(02) value '00'.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 w-operator-id      pic x(08) value spaces.
       01 w-operator-pin     pic x(08) value spaces.
           copy "ww46-signon.cpy".
      *
       01 w-choice           pic x value spaces.
       01 w-done-sw          pic x value 'N'.
           88 console-done         value 'Y'.
       01 w-target-x         pic x(06) value spaces.
       01 w-target-id        pic 9(06) value zero.
       01 w-action           pic x(08) value spaces.
       01 w-msg              pic x(78) value spaces.
       01 w-now-display      pic x(16) value spaces.
      *
      *    the open alerts, one ww40-alert.cpy record per entry.
      *
       01 w-al-count         pic 9(03) value zero.
       01 w-al-tab.
          05 al-entry occurs 200 times pic x(272).
       01 w-al-i             pic 9(03) value zero.
       01 w-al-found         pic 9(03) value zero.
      *
           copy "ww40-alert.cpy".
      *
      *    the twelve screen rows, most severe first.
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
       01 w-row-i            pic 9(02) value zero.
       01 w-row-count        pic 9(03) value zero.
       01 w-row-more         pic x(40) value spaces.
       01 w-more-disp        pic zz9.
       01 w-pass-sev         pic x(08) value spaces.
       01 w-pass-i           pic 9(01) value zero.
      *
       01 w-row-build.
          05 rb-id           pic 9(06).
          05 filler          pic x(01) value space.
          05 rb-severity     pic x(08).
          05 filler          pic x(01) value space.
          05 rb-status       pic x(04).
          05 filler          pic x(01) value space.
          05 rb-type         pic x(16).
          05 filler          pic x(01) value space.
          05 rb-key          pic x(16).
          05 filler          pic x(01) value space.
          05 rb-owner        pic x(08).
          05 filler          pic x(01) value space.
          05 rb-since        pic x(08).
          05 filler          pic x(01) value space.
          05 rb-repeats      pic zzz9.
      *
       01 w-now-stamp        pic x(14).
       01 w-now-secs         pic 9(12) value zero.
       01 w-stamp            pic x(14).
       01 w-stamp-secs       pic 9(12) value zero.
       01 w-open-secs        pic 9(09) value zero.
       01 w-open-disp        pic z(08)9.
       01 w-hist-event       pic x(08).
       01 w-repeat-disp      pic z(05)9.
       01 w-id-disp          pic z(05)9.
      *
       01  filler pic x(050)
                  value  'pgm-alertcon-ws-end'.
      *
       screen section.
      *--------------.
       01 alert-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp open alerts'.
          05 line 1  column 60 pic x(16) from w-now-display.
          05 line 3  column 2  value
             'id     severity stat type             key'.
          05 line 3  column 53 value
             'owner    since    rpt'.
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
          05 line 17 column 2  value '1=refresh  2=acknowledge  '.
          05 line 17 column 28 value '3=close  0=exit'.
          05 line 17 column 53 value 'operator :'.
          05 line 17 column 64 pic x(08) from w-operator-id.
          05 line 18 column 2  value 'choice :'.
          05 line 18 column 11 pic x to w-choice.
          05 line 18 column 15 value 'alert id :'.
          05 line 18 column 26 pic x(06) to w-target-x.
          05 line 20 column 2  pic x(78) from w-msg.
      *
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
      *---------------------------------------------------------------*
      *
       procedure division.
      *
       1000-main.
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept ws-alerts-env from environment 'alert_state_file'
              not on exception
                 move ws-alerts-env to ws-alerts-file
           end-accept.
           accept ws-hist-env from environment 'alert_hist_file'
              not on exception
                 move ws-hist-env to ws-hist-file
           end-accept.
           accept ws-opslog-env from environment 'ops_log_file'
              not on exception
                 move ws-opslog-env to ws-opslog-file
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
      *    called from bridgecon, a second visit must start clean.
      *
           move 'N' to w-done-sw
           move spaces to w-msg
      *
           perform 2100-console-cycle thru 2100-console-cycle-exit
              until console-done ;
      *
           goback.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one console round : reload the alerts, paint them, take
      *    the operator's choice and act on it.
      * ---------------------------------------------------------------
       2100-console-cycle.
      *
           perform 2110-load-state thru 2110-load-state-exit
           perform 2120-build-rows thru 2120-build-rows-exit
      *
           move spaces to w-choice w-target-x
           display alert-screen
           accept alert-screen
           move spaces to w-msg
      *
           evaluate w-choice
              when '1'
                 continue
              when '2'
                 move 'ACK' to w-action
                 perform 2200-act-on-alert
                    thru 2200-act-on-alert-exit
              when '3'
                 move 'CLOSE' to w-action
                 perform 2200-act-on-alert
                    thru 2200-act-on-alert-exit
              when '0'
                 set console-done to true
              when other
                 continue
           end-evaluate.
      *
       2100-console-cycle-exit.
           exit.
      *
       2110-load-state.
      *
           move zero to w-al-count
           open input alerts-file
           if w-alerts-status not = '00' then
              move '00' to w-alerts-status
              go to 2110-load-state-exit
           end-if
           perform until w-alerts-status = '10'
              read alerts-file
                 at end
                    move '10' to w-alerts-status
                 not at end
                    if alerts-line not = spaces
                       and w-al-count < 200
                       add 1 to w-al-count
                       move alerts-line to al-entry (w-al-count)
                    end-if
              end-read
           end-perform
           close alerts-file
           move '00' to w-alerts-status.
      *
       2110-load-state-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    three passes over the table -- CRITICAL, MAJOR, MINOR --
      *    filling the twelve rows ; whatever does not fit is
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
           move zero to w-row-count
           if w-al-count = zero
              move 'no open alerts' to w-row1
              go to 2120-build-rows-exit
           end-if
           perform 2121-build-pass thru 2121-build-pass-exit
              varying w-pass-i from 1 by 1
              until w-pass-i > 3
           if w-row-count > 12
              compute w-more-disp = w-row-count - 12
              string function trim(w-more-disp) delimited by size
                     ' more alert(s) not shown' delimited by size
                into w-row-more
              end-string
           end-if.
      *
       2120-build-rows-exit.
           exit.
      *
       2121-build-pass.
      *
           evaluate w-pass-i
              when 1 move 'CRITICAL' to w-pass-sev
              when 2 move 'MAJOR'    to w-pass-sev
              when 3 move 'MINOR'    to w-pass-sev
           end-evaluate
           perform varying w-al-i from 1 by 1
                   until w-al-i > w-al-count
              move al-entry (w-al-i) to ww40-alert
      *
      *          a severity this screen does not know sorts with
      *          MAJOR, as alertmgr classifies an unknown type.
      *
              if ww40-severity = w-pass-sev
                 or (w-pass-i = 2
                     and ww40-severity not = 'CRITICAL'
                     and ww40-severity not = 'MINOR'
                     and ww40-severity not = 'MAJOR')
                 add 1 to w-row-count
                 if w-row-count <= 12
                    perform 2122-format-row
                       thru 2122-format-row-exit
                 end-if
              end-if
           end-perform.
      *
       2121-build-pass-exit.
           exit.
      *
       2122-format-row.
      *
           move ww40-id       to rb-id
           move ww40-severity to rb-severity
           move ww40-status   to rb-status
           move ww40-type     to rb-type
           move ww40-key      to rb-key
           move ww40-owner    to rb-owner
           move spaces to rb-since
           string ww40-first-seen (7:2) ' '
                  ww40-first-seen (9:2) ':'
                  ww40-first-seen (11:2)
                  delimited by size into rb-since
           end-string
           move ww40-repeats to rb-repeats
           move w-row-build to w-row (w-row-count).
      *
       2122-format-row-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    acknowledge or close the alert whose id was keyed in :
      *    reload the state so the action lands on the latest copy,
      *    record it, rewrite the state at once.
      * ---------------------------------------------------------------
       2200-act-on-alert.
      *
           if w-operator-id = spaces
              move 'operator_id not set : view only' to w-msg
              go to 2200-act-on-alert-exit
           end-if
           if function trim(w-target-x) is not numeric
              or w-target-x = spaces
              move 'key the id of the alert to act on' to w-msg
              go to 2200-act-on-alert-exit
           end-if
           move function numval(w-target-x) to w-target-id
           perform 2150-check-role thru 2150-check-role-exit
           if ww46-refused
              go to 2200-act-on-alert-exit
           end-if
      *
           perform 2110-load-state thru 2110-load-state-exit
           move zero to w-al-found
           perform varying w-al-i from 1 by 1
                   until w-al-i > w-al-count
              move al-entry (w-al-i) to ww40-alert
              if ww40-id = w-target-id
                 move w-al-i to w-al-found
              end-if
           end-perform
           move w-target-id to w-id-disp
           if w-al-found = zero
              string 'alert ' function trim(w-id-disp)
                     ' is not open' delimited by size into w-msg
              end-string
              go to 2200-act-on-alert-exit
           end-if
      *
           perform 2135-log-action thru 2135-log-action-exit
           move function current-date (1:14) to w-now-stamp
           move al-entry (w-al-found) to ww40-alert
           move ww40-first-seen to w-stamp
           perform 2900-stamp-to-secs thru 2900-stamp-to-secs-exit
           move w-stamp-secs to w-open-secs
           move w-now-stamp to w-stamp
           perform 2900-stamp-to-secs thru 2900-stamp-to-secs-exit
           if w-open-secs = zero or w-stamp-secs < w-open-secs
              move zero to w-open-secs
           else
              compute w-open-secs = w-stamp-secs - w-open-secs
           end-if
      *
           if w-action = 'ACK'
              move 'ACK' to ww40-status
              move w-operator-id to ww40-owner
              move w-now-stamp to ww40-ack-time
              move ww40-alert to al-entry (w-al-found)
              string 'alert ' function trim(w-id-disp)
                     ' acknowledged by ' w-operator-id
                     delimited by size into w-msg
              end-string
           else
      *
      *       a closed alert leaves the table ; the ones after it
      *       close up the gap so the file stays in id order.
      *
              perform varying w-al-i from w-al-found by 1
                      until w-al-i >= w-al-count
                 move al-entry (w-al-i + 1) to al-entry (w-al-i)
              end-perform
              subtract 1 from w-al-count
              string 'alert ' function trim(w-id-disp)
                     ' closed by ' w-operator-id
                     delimited by size into w-msg
              end-string
           end-if
      *
           move w-action to w-hist-event
           perform 2300-write-hist thru 2300-write-hist-exit
           perform 2400-write-state thru 2400-write-state-exit.
      *
       2200-act-on-alert-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the operator's sign-on and role, checked before every
      *    action ; a refusal is shown in the message line (and is
      *    in the OPSLOG already) and the screen stays view only.
      * ---------------------------------------------------------------
       2150-check-role.
      *
           move 'CHECK' to ww46-function
           move 'alertcon' to ww46-tool
           move w-action to ww46-action
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           move 'OPERATOR' to ww46-need-role
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin
           if ww46-refused
              move ww46-msg to w-msg
           end-if.
      *
       2150-check-role-exit.
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
                  ' TOOL=alertcon ACTION=' delimited by size
                  function trim(w-action) delimited by size
                  ' TARGET=' delimited by size
                  function trim(w-id-disp) delimited by size
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
      *    one ALERTHIST line, in alertmgr's layout :
      *
      *      when,event,id,type,key,severity,operator,repeats,secs
      * ---------------------------------------------------------------
       2300-write-hist.
      *
           open extend hist-file
           if w-hist-status = '35'
              open output hist-file
           end-if
           if w-hist-status not = '00'
              move 'can not write alert history' to w-msg
              move '00' to w-hist-status
              go to 2300-write-hist-exit
           end-if
           move ww40-repeats to w-repeat-disp
           move w-open-secs to w-open-disp
           move spaces to hist-record
           string w-now-stamp delimited by size
                  ',' delimited by size
                  function trim(w-hist-event) delimited by size
                  ',' delimited by size
                  ww40-id delimited by size
                  ',' delimited by size
                  function trim(ww40-type) delimited by size
                  ',' delimited by size
                  function trim(ww40-key) delimited by size
                  ',' delimited by size
                  function trim(ww40-severity) delimited by size
                  ',' delimited by size
                  function trim(w-operator-id) delimited by size
                  ',' delimited by size
                  function trim(w-repeat-disp) delimited by size
                  ',' delimited by size
                  function trim(w-open-disp) delimited by size
             into hist-record
           end-string
           write hist-record
           close hist-file.
      *
       2300-write-hist-exit.
           exit.
      *
       2400-write-state.
      *
           open output alerts-file
           if w-alerts-status not = '00' then
              move 'can not rewrite the alert state file' to w-msg
              move '00' to w-alerts-status
              go to 2400-write-state-exit
           end-if
           perform varying w-al-i from 1 by 1
                   until w-al-i > w-al-count
              move al-entry (w-al-i) to alerts-line
              write alerts-line
           end-perform
           close alerts-file.
      *
       2400-write-state-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a yyyymmddhhmmss stamp as seconds, as alertmgr reckons.
      * ---------------------------------------------------------------
       2900-stamp-to-secs.
      *
           move zero to w-stamp-secs
           if w-stamp is not numeric
              go to 2900-stamp-to-secs-exit
           end-if
           compute w-stamp-secs =
                   function integer-of-date
                      (function numval(w-stamp (1:8))) * 86400
                 + function numval(w-stamp (9:2)) * 3600
                 + function numval(w-stamp (11:2)) * 60
                 + function numval(w-stamp (13:2))
           end-compute.
      *
       2900-stamp-to-secs-exit.
           exit.
      *
       end program alertcon.
