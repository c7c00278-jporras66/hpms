      *    events, and a menu that fires dlqtool's existing LIST /
      *    REPLAY / PURGE actions against the dead-letter queue by
      *    msgid -- so a night-shift operator never has to hand-type
      *    six linkage parameters into a command line.  it also
      *    lists the WAREHOUSE file, where cobclient holds messages
      *    carrying a future deliverAfter until they come due,
      *    opens alertcon.cob's screen over the open alerts, and
      *    lists each sender's daily quota usage from the QUOTAUSE
      *    store cobclient keeps, against the QUOTAS table limits,
      *    and opens revcon.cob's four-eyes review over the
      *    messages blocklist screening held and repdesk.cob's
      *    repair desk, where a dead-lettered message is corrected
      *    and resubmitted to the input queue.  a summary line
      *    counts the senders suspended in the SUSPENDS register
      *    (q_suspend_file) and what their hold queues hold, asked
      *    of the broker on every refresh, and S opens suspdesk.cob,
      *    where a sender is suspended and its held messages
      *    released or purged.
      *
      *      lnk_error   - the dead-letter queue dlqtool acts on
      *      lnk_input   - the input queue REPLAY returns messages to
      *
      *    file names honor the same environment variables as the
      *    rest of the shop : q_status_file (BRIDGESTAT) and
      *    q_audit_file (the audit base name), q_warehouse_file
      *    (WAREHOUSE.DAT), q_quota_file (QUOTAS) and
      *    q_quotause_file (QUOTAUSE).  cobclient writes the
      *    audit trail as date-stamped generations of that base
      *    (AUDITLOG.yyyymmdd, see its 1030-open-generations), so
      *    the console rebuilds the current generation's name on
      *    every refresh -- and keeps showing the right file after
      *    midnight without anyone re-exporting a variable.
      *
      *    the console opens on a sign-on screen : the operator id
      *    and PIN are checked against the operator registry by
      *    opsignon.cob, and the session it keeps is what dlqtool
      *    revcon and repdesk see when the console drives them.
      *    replay, review, repair and the suspension desk need
      *    the OPERATOR role (a
      *    repair also a countersign, taken on repdesk's own
      *    screen), purge SUPERVISOR plus
      *    a second operator who signs the countersign screen with
      *    their own PIN -- the console then hands dlqtool the
      *    confirm_operator / confirm_code pair it has always
      *    asked for.
      *---------------------------------------------------------------*
      *             e n v i r o n m e n t   d i v i s i o n           *
      *             =======================================           *
           select depth-file assign to ws-depth-file
                  organization line sequential
                  file status is w-depth-status.
      *
           select warehouse-file assign to ws-warehouse-file
                  organization is indexed
                  access mode is sequential
                  record key is ww30-msgid
                  alternate record key is ww30-uuid
                     with duplicates
                  file status is w-warehouse-status.
      *
           select quotause-file assign to disk
                  organization is indexed
                  access mode is sequential
                  record key is quse-key
                  file status is w-quotause-status.
      *
           select quota-file assign to ws-quota-file
                  organization line sequential
                  file status is w-quota-status.
      *
           select suspend-file assign to ws-suspend-file
                  organization line sequential
                  file status is w-suspend-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       01  status-record   pic x(200).
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
       fd  opslog-file.
       01  opslog-record pic x(200).
      *
       fd  depth-file.
       01  depth-record pic x(200).
      *
      *    WW30-QUEUE is the held message's destination and
      *    WW30-DATE (1:14) its deliverAfter, GMT.
      *
           copy "fd-archive.cpy"
                replacing leading ==WW10== by ==WW30==
                          leading ==ARCHIVE== by ==WAREHOUSE==
                          leading ==WS-ARCHIVE== by ==WS-WAREHOUSE==.
      *
           copy "fd-quotause.cpy".
      *
       fd  quota-file.
       01  quota-line pic x(200).
      *
       fd  suspend-file.
       01  suspend-line pic x(320).
      *
       working-storage section.
      *-----------------------.
       01 w-opslog-status    pic x(02) value '00'.
       01 w-operator-id      pic x(08) value spaces.
      *
      *    the sign-on and countersign screens' fields.
      *
       01 w-signon-id        pic x(08) value spaces.
       01 w-signon-pin       pic x(08) value spaces.
       01 w-signon-try       pic 9(01) value zero.
       01 w-confirm-id       pic x(08) value spaces.
       01 w-confirm-pin      pic x(08) value spaces.
       01 w-screen-msg       pic x(60) value spaces.
       01 w-env-value        pic x(08) value spaces.
           copy "ww46-signon.cpy".
      *
      *    the DEPTHSTAT snapshot depthmon.cob rewrites, shown on
      *    the console so backlog sits next to throughput.
      *
       01 w-depth-status     pic x(02) value '00'.
       01 w-depth-line       pic x(63) value spaces.
      *
      *    the future-dated messages cobclient holds until due.
      *
       01 ws-warehouse-file  pic x(100) value 'WAREHOUSE.DAT'.
       01 ws-warehouse-env   pic x(100).
       01 w-warehouse-status pic x(02) value '00'.
       01 w-whs-count        pic 9(07) value zero.
           copy "fd-archive-ws.cpy"
                replacing leading ==WW10== by ==WW30==.
      *
      *    the quota usage listing : the newest business day in
      *    QUOTAUSE, each sender's line measured against its QUOTAS
      *    limits (its own line, or the '*' line).
      *
       01 ws-quotause-file   pic x(100) value 'QUOTAUSE'.
       01 ws-quotause-env    pic x(100).
       01 w-quotause-status  pic x(02) value '00'.
       01 ws-quota-file      pic x(100) value 'QUOTAS'.
       01 ws-quota-env       pic x(100).
       01 w-quota-status     pic x(02) value '00'.
       01 w-qta-count        pic 9(03) value zero.
       01 w-qta-table.
          05 qta-entry occurs 100 times.
             10 qta-sender    pic x(32).
             10 qta-max-msgs  pic x(20).
             10 qta-max-bytes pic x(20).
             10 qta-warn-pct  pic x(10).
             10 qta-action    pic x(10).
       01 w-qta-i            pic 9(03) value zero.
       01 w-qta-cur          pic 9(03) value zero.
       01 w-qta-day          pic x(08) value spaces.
       01 w-qta-senders      pic 9(05) value zero.
       01 w-qta-max-msgs     pic 9(09) value zero.
       01 w-qta-max-bytes    pic 9(15) value zero.
       01 w-qta-pct          pic 9(05) value zero.
       01 w-qta-pct-bytes    pic 9(05) value zero.
       01 w-qta-action       pic x(06) value spaces.
       01 w-qta-disp-msgs    pic z(08)9.
       01 w-qta-disp-max     pic z(08)9.
       01 w-qta-disp-bytes   pic z(14)9.
       01 w-qta-disp-maxb    pic z(14)9.
       01 w-qta-disp-pct     pic zzzz9.
       01 w-qta-disp-ref     pic z(08)9.
      *
      *    the open suspensions : the latest SUSPENDS line of each
      *    one not yet lifted, and what their hold queues hold
      *    between them.
      *
       01 ws-suspend-file    pic x(100) value 'SUSPENDS'.
       01 ws-suspend-env     pic x(100).
       01 w-suspend-status   pic x(02) value '00'.
           copy "ww48-suspend.cpy".
       01 w-sus-count        pic 9(03) value zero.
       01 w-sus-tab.
          05 sus-entry occurs 200 times pic x(320).
       01 w-sus-i            pic 9(03) value zero.
       01 w-sus-found        pic 9(03) value zero.
       01 w-sus-open         pic 9(03) value zero.
       01 w-sus-held         pic 9(09) value zero.
       01 w-sus-unknown      pic 9(03) value zero.
       01 w-sus-disp-open    pic zz9.
       01 w-sus-disp-held    pic z(08)9.
       01 w-sus-line         pic x(50) value spaces.
       01 w-sus-ptr          pic 9(03) value zero.
       01 w-depth-queue      pic x(101) value spaces.
       01 rc                 binary-short value zero.
      *
      *    the timeout handed to dlqtool, zero-filled across the
      *    whole field : dlqtool's "is numeric" test demands every
      *    byte be a digit, and a space-padded value would fall
          05 line 13 column 2  pic x(78) from w-evt6.
          05 line 14 column 2  pic x(78) from w-evt7.
          05 line 15 column 2  pic x(78) from w-evt8.
          05 line 16 column 2  value 'suspended :'.
          05 line 16 column 14 pic x(50) from w-sus-line.
          05 line 16 column 66 value 'S=suspend'.
          05 line 17 column 2  value '1=refresh  2=list DLQ  '.
          05 line 17 column 25 value '3=replay msgid  4=purge msgid'.
          05 line 17 column 56 value '0=exit'.
          05 line 17 column 64 value '9=repair'.
          05 line 18 column 2  value 'choice :'.
          05 line 18 column 11 pic x to w-choice.
          05 line 18 column 25 value '5=list warehouse'.
          05 line 18 column 44 value '6=alerts'.
          05 line 18 column 56 value '7=quotas'.
          05 line 18 column 66 value '8=review'.
      *
       01 msgid-screen.
          05 line 20 column 2  value 'msgid :'.
          05 line 20 column 10 pic x(61) to w-target-msgid.
      *
       01 signon-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp bridge console'.
          05 line 3  column 2  value 'operator :'.
          05 line 3  column 13 pic x(08) using w-signon-id.
          05 line 4  column 2  value 'PIN      :'.
          05 line 4  column 13 pic x(08) secure to w-signon-pin.
          05 line 6  column 2  pic x(60) from w-screen-msg.
      *
       01 countersign-screen.
          05 line 21 column 2  value 'countersigned by :'.
          05 line 21 column 21 pic x(08) to w-confirm-id.
          05 line 21 column 31 value 'PIN :'.
          05 line 21 column 37 pic x(08) secure to w-confirm-pin.
      *
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
              not on exception
                 move ws-depth-env to ws-depth-file
           end-accept.
           accept ws-warehouse-env from environment 'q_warehouse_file'
              not on exception
                 move ws-warehouse-env to ws-warehouse-file
           end-accept.
           accept ws-quotause-env from environment 'q_quotause_file'
              not on exception
                 move ws-quotause-env to ws-quotause-file
           end-accept.
           accept ws-quota-env from environment 'q_quota_file'
              not on exception
                 move ws-quota-env to ws-quota-file
           end-accept.
           accept ws-suspend-env from environment 'q_suspend_file'
              not on exception
                 move ws-suspend-env to ws-suspend-file
           end-accept.
           move ws-audit-file to w-audit-base.
      *
           if lnk_timeout not = spaces
           end-if
           move all '0' to w-dlq-timeout
           move w-dlq-tmo-num to w-dlq-timeout (93:9).
      *
           perform 1100-sign-on thru 1100-sign-on-exit
           if ww46-refused
              goback
           end-if
      *
           perform 2100-console-cycle thru 2100-console-cycle-exit
              until console-done ;
           exit.
      *
      * ---------------------------------------------------------------
      *    three tries at the sign-on screen.  the signed-on id
      *    replaces whatever operator_id held, in the environment
      *    too, so the tools the console calls log the same name.
      * ---------------------------------------------------------------
       1100-sign-on.
      *
           move w-operator-id to w-signon-id
           move spaces to w-screen-msg
           set ww46-refused to true
           perform 1110-try-sign-on thru 1110-try-sign-on-exit
              varying w-signon-try from 1 by 1
              until w-signon-try > 3 or ww46-ok
           if ww46-ok
              move w-signon-id to w-operator-id
              display 'operator_id' upon environment-name
              display w-operator-id upon environment-value
              display pgm-name ' - signed on : '
                      function trim(w-operator-id) ' '
                      function trim(ww46-role)
           end-if.
      *
       1100-sign-on-exit.
           exit.
      *
       1110-try-sign-on.
      *
           move spaces to w-signon-pin
           display signon-screen
           accept signon-screen
           move 'SIGNON' to ww46-function
           move 'CONSOLE' to ww46-action
           move w-signon-id to ww46-oper
           move w-signon-pin to ww46-pin
           move 'VIEWER' to ww46-need-role
           perform 1120-call-signon thru 1120-call-signon-exit
           move spaces to w-signon-pin
           if ww46-refused
              move ww46-msg to w-screen-msg
           end-if.
      *
       1110-try-sign-on-exit.
           exit.
      *
       1120-call-signon.
      *
           move 'bridgecon' to ww46-tool
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin.
      *
       1120-call-signon-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the signed-on operator's role against one action ; a
      *    refusal is shown on the console (opsignon has already
      *    put it in the OPSLOG).
      * ---------------------------------------------------------------
       1130-check-role.
      *
           move 'CHECK' to ww46-function
           move w-operator-id to ww46-oper
           move spaces to ww46-pin
           perform 1120-call-signon thru 1120-call-signon-exit
           if ww46-refused
              display pgm-name ' - refused : '
                      function trim(ww46-msg)
           end-if.
      *
       1130-check-role-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    purge countersign : the second operator signs here with
      *    their own PIN, opsignon holds the countersign, and dlqtool
      *    is handed the confirm_operator / confirm_code pair it
      *    checks -- the code being today's date, as always.
      * ---------------------------------------------------------------
       1140-countersign.
      *
           move spaces to w-confirm-id w-confirm-pin
           display countersign-screen
           accept countersign-screen
           move 'COUNTER' to ww46-function
           move 'PURGE' to ww46-action
           move w-confirm-id to ww46-oper
           move w-confirm-pin to ww46-pin
           move 'OPERATOR' to ww46-need-role
           perform 1120-call-signon thru 1120-call-signon-exit
           move spaces to w-confirm-pin
           if ww46-refused
              display pgm-name ' - countersign refused : '
                      function trim(ww46-msg)
              go to 1140-countersign-exit
           end-if
           display 'confirm_operator' upon environment-name
           display w-confirm-id upon environment-value
           move function current-date (1:8) to w-env-value
           display 'confirm_code' upon environment-name
           display w-env-value upon environment-value.
      *
       1140-countersign-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the countersign is for one purge only.
      * ---------------------------------------------------------------
       1150-clear-countersign.
      *
           move spaces to w-env-value
           display 'confirm_operator' upon environment-name
           display w-env-value upon environment-value
           display 'confirm_code' upon environment-name
           display w-env-value upon environment-value.
      *
       1150-clear-countersign-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one console round : refresh what the screen shows, paint
      *    it, take the operator's choice and act on it.
      * ---------------------------------------------------------------
              thru 2115-read-depths-exit
           perform 2120-read-recent-events
              thru 2120-read-recent-events-exit
           perform 2125-read-suspensions
              thru 2125-read-suspensions-exit
      *
           move spaces to w-choice
           display console-screen
                 perform 2130-run-dlqtool
                    thru 2130-run-dlqtool-exit
              when '3'
                 move 'REPLAY' to ww46-action
                 move 'OPERATOR' to ww46-need-role
                 perform 1130-check-role thru 1130-check-role-exit
                 if ww46-ok
                    perform 2140-ask-msgid
                       thru 2140-ask-msgid-exit
                 end-if
                 if ww46-ok and w-target-msgid not = spaces
                    move 'REPLAY' to w-mode
                    perform 2130-run-dlqtool
                       thru 2130-run-dlqtool-exit
                 end-if
              when '4'
                 move 'PURGE' to ww46-action
                 move 'SUPERVISOR' to ww46-need-role
                 perform 1130-check-role thru 1130-check-role-exit
                 if ww46-ok
                    perform 2140-ask-msgid
                       thru 2140-ask-msgid-exit
                 end-if
                 if ww46-ok and w-target-msgid not = spaces
                    perform 1140-countersign
                       thru 1140-countersign-exit
                 end-if
                 if ww46-ok and w-target-msgid not = spaces
                    move 'PURGE' to w-mode
                    perform 2130-run-dlqtool
                       thru 2130-run-dlqtool-exit
                    perform 1150-clear-countersign
                       thru 1150-clear-countersign-exit
                 end-if
              when '5'
                 move 'WHSLIST' to w-mode
                 move spaces to w-target-msgid
                 perform 2135-log-action
                    thru 2135-log-action-exit
                 perform 2150-list-warehouse
                    thru 2150-list-warehouse-exit
              when '6'
                 move 'ALERTS' to w-mode
                 move spaces to w-target-msgid
                 perform 2135-log-action
                    thru 2135-log-action-exit
                 call 'alertcon'
                 on exception
                    display pgm-name ' - alertcon not linked in'
                 end-call
              when '7'
                 move 'QUOTALIST' to w-mode
                 move spaces to w-target-msgid
                 perform 2135-log-action
                    thru 2135-log-action-exit
                 perform 2160-list-quota-usage
                    thru 2160-list-quota-usage-exit
              when '8'
                 move 'REVIEW' to ww46-action
                 move 'OPERATOR' to ww46-need-role
                 perform 1130-check-role thru 1130-check-role-exit
                 if ww46-refused
                    go to 2100-console-cycle-exit
                 end-if
                 move 'REVIEW' to w-mode
                 move spaces to w-target-msgid
                 perform 2135-log-action
                    thru 2135-log-action-exit
                 call 'revcon' using
                      by reference lnk_input,
                      by reference w-dlq-timeout,
                      by reference errstatus
                 on exception
                    display pgm-name ' - revcon not linked in'
                 end-call
              when '9'
                 move 'REPAIR' to ww46-action
                 move 'OPERATOR' to ww46-need-role
                 perform 1130-check-role thru 1130-check-role-exit
                 if ww46-refused
                    go to 2100-console-cycle-exit
                 end-if
                 move 'REPAIR' to w-mode
                 move spaces to w-target-msgid
                 perform 2135-log-action
                    thru 2135-log-action-exit
                 call 'repdesk' using
                      by reference lnk_error,
                      by reference lnk_input,
                      by reference w-dlq-timeout,
                      by reference errstatus
                 on exception
                    display pgm-name ' - repdesk not linked in'
                 end-call
              when 'S'
              when 's'
                 move 'SUSPEND' to ww46-action
                 move 'OPERATOR' to ww46-need-role
                 perform 1130-check-role thru 1130-check-role-exit
                 if ww46-refused
                    go to 2100-console-cycle-exit
                 end-if
                 move 'SUSPEND' to w-mode
                 move spaces to w-target-msgid
                 perform 2135-log-action
                    thru 2135-log-action-exit
                 call 'suspdesk' using
                      by reference lnk_input,
                      by reference w-dlq-timeout,
                      by reference errstatus
                 on exception
                    display pgm-name ' - suspdesk not linked in'
                 end-call
              when '0'
                 set console-done to true
              when other
           exit.
      *
      * ---------------------------------------------------------------
      *    the open suspensions : the register read whole, each line
      *    replacing what the table held for its suspension, then
      *    every ACTIVE or RELEASING one's hold queue depth asked of
      *    the broker -- a depth it will not give is counted apart.
      * ---------------------------------------------------------------
       2125-read-suspensions.
      *
           move zero to w-sus-count w-sus-open w-sus-held
                        w-sus-unknown
           move 'none' to w-sus-line
           open input suspend-file
           if w-suspend-status not = '00'
              move '00' to w-suspend-status
              go to 2125-read-suspensions-exit
           end-if
           perform until w-suspend-status = '10'
              read suspend-file
                 at end
                    move '10' to w-suspend-status
                 not at end
                    if suspend-line not = spaces
                       and suspend-line (1:1) not = '*'
                       perform 2126-keep-suspension
                          thru 2126-keep-suspension-exit
                    end-if
              end-read
           end-perform
           close suspend-file
           move '00' to w-suspend-status
      *
           perform varying w-sus-i from 1 by 1
                   until w-sus-i > w-sus-count
              move sus-entry (w-sus-i) to ww48-suspend
              if ww48-is-active or ww48-is-releasing
                 add 1 to w-sus-open
                 move ww48-hold-queue to w-depth-queue
                 call 'amqpQueueDepthCC' using
                      by reference w-depth-queue,
                      by reference errstatus
                 returning rc
                 on exception
                    move -1 to rc
                 end-call
                 if rc < 0
                    add 1 to w-sus-unknown
                 else
                    add rc to w-sus-held
                 end-if
              end-if
           end-perform
           if w-sus-open = zero
              go to 2125-read-suspensions-exit
           end-if
           move w-sus-open to w-sus-disp-open
           move w-sus-held to w-sus-disp-held
      *
      *    worded to fit the fifty columns before 'S=suspend'.
      *
           move spaces to w-sus-line
           move 1 to w-sus-ptr
           string function trim(w-sus-disp-open) delimited by size
                  ' sender(s), ' delimited by size
                  function trim(w-sus-disp-held) delimited by size
                  ' held' delimited by size
             into w-sus-line with pointer w-sus-ptr
           end-string
           if w-sus-unknown > zero
              move w-sus-unknown to w-sus-disp-open
              string ' (' delimited by size
                     function trim(w-sus-disp-open)
                     delimited by size
                     ' unreadable)' delimited by size
                into w-sus-line with pointer w-sus-ptr
              end-string
           end-if.
      *
       2125-read-suspensions-exit.
           exit.
      *
       2126-keep-suspension.
      *
           move suspend-line to ww48-suspend
           move zero to w-sus-found
           perform varying w-sus-i from 1 by 1
                   until w-sus-i > w-sus-count
                      or w-sus-found > 0
              if sus-entry (w-sus-i) (1:47) = ww48-key
                 move w-sus-i to w-sus-found
              end-if
           end-perform
      *
      *    a lifted suspension leaves the table, so only the open
      *    ones ever take up room in it.
      *
           if ww48-is-released or ww48-is-purged
              if w-sus-found > zero
                 perform varying w-sus-i from w-sus-found by 1
                         until w-sus-i >= w-sus-count
                    move sus-entry (w-sus-i + 1)
                      to sus-entry (w-sus-i)
                 end-perform
                 subtract 1 from w-sus-count
              end-if
              go to 2126-keep-suspension-exit
           end-if
           if w-sus-found = zero
              if w-sus-count >= 200
                 go to 2126-keep-suspension-exit
              end-if
              add 1 to w-sus-count
              move w-sus-count to w-sus-found
           end-if
           move suspend-line to sus-entry (w-sus-found).
      *
       2126-keep-suspension-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    fire one dlqtool action with the linkage it has always
      *    taken ; its own DISPLAYs scroll below the screen, which
      *    is exactly the detail the operator asked to see.
      *
       2140-ask-msgid-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    list what the warehouse holds, one line per message : when
      *    it comes due (GMT), its msgid, where it goes and how long
      *    it is.  like dlqtool's LIST, the lines scroll below the
      *    screen.  the file is opened for input only ; cobclient
      *    owns it, and a held message can only leave it by being
      *    released.
      * ---------------------------------------------------------------
       2150-list-warehouse.
      *
           move zero to w-whs-count
           open input warehouse-file
           if w-warehouse-status not = '00'
              display pgm-name ' - warehouse empty or not found ('
                      function trim(ws-warehouse-file) '), status '
                      w-warehouse-status
              move '00' to w-warehouse-status
              go to 2150-list-warehouse-exit
           end-if
           display 'due (GMT)      msgid / destination / length'
           perform until w-warehouse-status not = '00'
              read warehouse-file
                 at end
                    move '10' to w-warehouse-status
                 not at end
                    add 1 to w-whs-count
                    display ww30-date (1:14) ' '
                            function trim(ww30-msgid) ' -> '
                            function trim(ww30-queue) ' '
                            ww30-msglen ' bytes '
                            ww30-testrun
              end-read
           end-perform
           close warehouse-file
           move '00' to w-warehouse-status
           display pgm-name ' - ' w-whs-count
                   ' message(s) held in the warehouse'.
      *
       2150-list-warehouse-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    list the quota usage of the newest business day QUOTAUSE
      *    holds, one line per sender : messages and bytes admitted
      *    against the QUOTAS limits (0 = unlimited), the larger
      *    percentage of the two, what the quota refused, whether
      *    the warning (W) or over-quota (X) alert has gone out,
      *    and what the quota does with the excess.  the store is
      *    cobclient's, shared by every instance ; it is only ever
      *    read here.  the lines scroll below the screen, like the
      *    warehouse listing.
      * ---------------------------------------------------------------
       2160-list-quota-usage.
      *
           perform 2161-load-quota-limits
              thru 2161-load-quota-limits-exit
      *
      *    the key runs business date then senderId : the last
      *    record read carries the newest day.
      *
           move spaces to w-qta-day
           move zero to w-qta-senders
           open input quotause-file
           if w-quotause-status not = '00'
              display pgm-name ' - no quota usage recorded ('
                      function trim(ws-quotause-file) '), status '
                      w-quotause-status
              move '00' to w-quotause-status
              go to 2160-list-quota-usage-exit
           end-if
           perform until w-quotause-status not = '00'
              read quotause-file
                 at end
                    move '10' to w-quotause-status
                 not at end
                    move quse-bizdate to w-qta-day
              end-read
           end-perform
           close quotause-file
           if w-qta-day = spaces
              display pgm-name ' - no quota usage recorded yet'
              move '00' to w-quotause-status
              go to 2160-list-quota-usage-exit
           end-if
      *
           display 'quota usage, business day ' w-qta-day
           display 'sender                               msgs /'
                   '      max            bytes /             max'
                   '   pct   refused A action'
           open input quotause-file
           perform until w-quotause-status not = '00'
              read quotause-file
                 at end
                    move '10' to w-quotause-status
                 not at end
                    if quse-bizdate = w-qta-day
                       perform 2162-show-one-sender
                          thru 2162-show-one-sender-exit
                    end-if
              end-read
           end-perform
           close quotause-file
           move '00' to w-quotause-status
           display pgm-name ' - ' w-qta-senders
                   ' sender(s) metered on ' w-qta-day.
      *
       2160-list-quota-usage-exit.
           exit.
      *
       2161-load-quota-limits.
      *
           move zero to w-qta-count
           open input quota-file
           if w-quota-status not = '00'
              display pgm-name ' - no quota table ('
                      function trim(ws-quota-file)
                      '), limits not shown'
              move '00' to w-quota-status
              go to 2161-load-quota-limits-exit
           end-if
           perform until w-quota-status not = '00'
              read quota-file
                 at end
                    move '10' to w-quota-status
                 not at end
                    if quota-line not = spaces
                       and (quota-line (1:1) not = '*'
                            or quota-line (2:1) = ',')
                       and w-qta-count < 100
                       add 1 to w-qta-count
                       unstring quota-line delimited by ','
                           into qta-sender (w-qta-count)
                                qta-max-msgs (w-qta-count)
                                qta-max-bytes (w-qta-count)
                                qta-warn-pct (w-qta-count)
                                qta-action (w-qta-count)
                       end-unstring
                    end-if
              end-read
           end-perform
           close quota-file
           move '00' to w-quota-status.
      *
       2161-load-quota-limits-exit.
           exit.
      *
       2162-show-one-sender.
      *
      *    the sender's own line first, the '*' line failing that.
      *
           add 1 to w-qta-senders
           move zero to w-qta-cur
           perform varying w-qta-i from 1 by 1
                   until w-qta-i > w-qta-count or w-qta-cur > 0
              if function trim(qta-sender (w-qta-i))
                 = function trim(quse-sender)
                 move w-qta-i to w-qta-cur
              end-if
           end-perform
           perform varying w-qta-i from 1 by 1
                   until w-qta-i > w-qta-count or w-qta-cur > 0
              if qta-sender (w-qta-i) = '*'
                 move w-qta-i to w-qta-cur
              end-if
           end-perform
      *
           move zero to w-qta-max-msgs w-qta-max-bytes
                        w-qta-pct w-qta-pct-bytes
           move '?' to w-qta-action
           if w-qta-cur > 0
              if function trim(qta-max-msgs (w-qta-cur)) is numeric
                 move function numval(qta-max-msgs (w-qta-cur))
                   to w-qta-max-msgs
              end-if
              if function trim(qta-max-bytes (w-qta-cur)) is numeric
                 move function numval(qta-max-bytes (w-qta-cur))
                   to w-qta-max-bytes
              end-if
              move function upper-case(qta-action (w-qta-cur))
                to w-qta-action
              if w-qta-action = spaces
                 move 'REJECT' to w-qta-action
              end-if
           end-if
           if w-qta-max-msgs > 0
              compute w-qta-pct = quse-msgs * 100 / w-qta-max-msgs
           end-if
           if w-qta-max-bytes > 0
              compute w-qta-pct-bytes =
                      quse-bytes * 100 / w-qta-max-bytes
           end-if
           if w-qta-pct-bytes > w-qta-pct
              move w-qta-pct-bytes to w-qta-pct
           end-if
      *
           move quse-msgs to w-qta-disp-msgs
           move w-qta-max-msgs to w-qta-disp-max
           move quse-bytes to w-qta-disp-bytes
           move w-qta-max-bytes to w-qta-disp-maxb
           move w-qta-pct to w-qta-disp-pct
           move quse-refused to w-qta-disp-ref
           display quse-sender ' '
                   w-qta-disp-msgs ' / ' w-qta-disp-max ' '
                   w-qta-disp-bytes ' / ' w-qta-disp-maxb ' '
                   w-qta-disp-pct '% ' w-qta-disp-ref ' '
                   quse-alert-state ' ' w-qta-action.
      *
       2162-show-one-sender-exit.
           exit.
      *
       end program bridgecon.
