      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      alertmgr.
       author.          fjavier.porras@gmail.com.
       date-written.    18/09/2026.
      *---------------------------------------------------------------*
      *    alert manager : cobclient's stall, error-rate,
      *    sequence-gap and sender quota alerts, depthmon's backlog
      *    alerts, feedwatch's missing-feed alerts and rcptwatch's
      *    receipt alerts all land on q_monitor_queue as one-line
      *    JSON.
      *    this program drains that queue and turns the stream into
      *    a short list of open alerts :
      *
      *      - each alert is classified by its type (the "alert"
      *        value) and its key -- the "queue" it names, or its
      *        "senderId"/"msgCategory", or (bridge) for the
      *        bridge-wide STALL and ERRRATE -- and given the
      *        severity the ALERTSEV table names for its type ;
      *      - while an alert of that type and key is open (OPEN or
      *        ACK), a repeat arrival is suppressed : it only bumps
      *        the repeat count, the last-seen time and the detail ;
      *      - a CRITICAL alert nobody has acknowledged after
      *        alert_escalate_secs is escalated, once : a line on
      *        the console and an ESCALATION alert on
      *        alert_escalate_queue when one is named ;
      *      - every open, escalate, acknowledge and close lands in
      *        the ALERTHIST history with its time.
      *
      *    the open alerts live in the ALERTS state file (layout
      *    ww40-alert.cpy), which alertcon.cob -- the acknowledge /
      *    close screen -- reads and rewrites as well.  to keep the
      *    two from overwriting each other's work, each cycle here
      *    drains the queue first and only then reads, updates and
      *    rewrites the state file in one short step.
      *
      *    ALERTSEV is one alert type per line, '*' comments :
      *
      *       type,severity        e.g. BACKLOG,CRITICAL
      *
      *    severity CRITICAL, MAJOR or MINOR.  without the file, or
      *    for a type it does not list, the built-in defaults below
      *    apply ; a type nobody has classified is MAJOR.
      *
      *      q_monitor_queue       - the queue drained (required)
      *      alert_state_file      - open alerts   (default ALERTS)
      *      alert_hist_file       - history       (default ALERTHIST)
      *      alert_sev_file        - severities    (default ALERTSEV)
      *      alert_escalate_secs   - unacknowledged CRITICAL age
      *                              that escalates (default 900)
      *      alert_escalate_queue  - where ESCALATION goes (blank =
      *                              console only)
      *      alert_recv_timeout_ms - idle wait ending a drain
      *                              (default 2000)
      *      alert_cycles          - drain cycles before ending
      *                              (default 1, the cron-driven
      *                              one-shot ; larger runs it
      *                              resident, like depthmon)
      *      alert_interval_secs   - seconds between cycles
      *                              (default 60)
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
           select sev-file assign to ws-sev-file
                  organization line sequential
                  file status is w-sev-status.
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
       fd  sev-file.
       01  sev-line     pic x(80).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-alertmgr-ws-start'.
       01 pgm-name pic x(15)
                 value 'alertmgr.cob'.
      *
       01 err pic x(100).
      *
       01 ws-alerts-file     pic x(100) value 'ALERTS'.
       01 ws-alerts-env      pic x(100).
       01 w-alerts-status    pic x(02) value '00'.
       01 ws-hist-file       pic x(100) value 'ALERTHIST'.
       01 ws-hist-env        pic x(100).
       01 w-hist-status      pic x(02) value '00'.
       01 ws-sev-file        pic x(100) value 'ALERTSEV'.
       01 ws-sev-env         pic x(100).
       01 w-sev-status       pic x(02) value '00'.
      *
       01 w-monitor-queue    pic x(101) value spaces.
       01 w-escalate-queue   pic x(101) value spaces.
       01 w-escalate-secs    pic 9(07) value 900.
       01 w-escalate-env     pic x(08).
       01 w-timeout-ms       usage binary-long value 2000.
       01 w-timeout-env      pic x(08).
       01 w-cycles           pic 9(05) value 1.
       01 w-cycles-env       pic x(06).
       01 w-cycle-no         pic 9(05) value zero.
       01 w-interval-secs    pic 9(05) value 60.
       01 w-interval-env     pic x(06).
       01 w-sleep-ns         pic 9(09) comp-5 value 999999999.
       01 w-nap-i            pic 9(05) value zero.
      *
      *    the built-in severities, overridden type by type from
      *    ALERTSEV.
      *
       01 w-sev-defaults.
          05 filler pic x(32) value
             'STALL                   CRITICAL'.
          05 filler pic x(32) value
             'SEQUENCE-GAP-TIMEOUT    CRITICAL'.
          05 filler pic x(32) value
             'MISSING-FEED            CRITICAL'.
          05 filler pic x(32) value
             'ERRRATE                 MAJOR   '.
          05 filler pic x(32) value
             'BACKLOG                 MAJOR   '.
          05 filler pic x(32) value
             'VOLUME-OUT-OF-BAND      MINOR   '.
          05 filler pic x(32) value
             'RECEIPT-OVERDUE         MAJOR   '.
          05 filler pic x(32) value
             'RECEIPT-FAILED          MAJOR   '.
          05 filler pic x(32) value
             'QUOTA-WARNING           MINOR   '.
          05 filler pic x(32) value
             'QUOTA-EXCEEDED          MAJOR   '.
       01 w-sev-defaults-tab redefines w-sev-defaults.
          05 sd-entry occurs 10 times.
             10 sd-type     pic x(24).
             10 sd-severity pic x(08).
      *
       01 w-sev-count        pic 9(02) value zero.
       01 w-sev-tab.
          05 sv-entry occurs 40 times.
             10 sv-type     pic x(24).
             10 sv-severity pic x(08).
       01 w-sev-i            pic 9(02) value zero.
       01 w-sev-type-x       pic x(40).
       01 w-sev-sev-x        pic x(40).
      *
      *    the alerts drained this cycle, held until the state file
      *    is read.
      *
       01 w-pend-count       pic 9(03) value zero.
       01 w-pend-tab.
          05 pd-text occurs 100 times pic x(256).
       01 w-pd-i             pic 9(03) value zero.
       01 w-drain-sw         pic x value 'N'.
          88 queue-idle            value 'Y'.
       01 w-text-len         pic 9(04) value zero.
      *
      *    the open alerts, one ww40-alert.cpy record per entry.
      *
       01 w-al-count         pic 9(03) value zero.
       01 w-al-tab.
          05 al-entry occurs 200 times pic x(272).
       01 w-al-i             pic 9(03) value zero.
       01 w-al-found         pic 9(03) value zero.
       01 w-state-sw         pic x value 'N'.
          88 state-changed         value 'Y'.
       01 w-last-id          pic 9(06) value zero.
      *
           copy "ww40-alert.cpy".
      *
      *    one incoming alert, picked apart.
      *
       01 w-in-type          pic x(24).
       01 w-in-key           pic x(40).
       01 w-in-severity      pic x(08).
       01 w-in-queue         pic x(40).
       01 w-in-sender        pic x(20).
       01 w-in-category      pic x(20).
       01 w-js-before        pic x(256).
       01 w-js-after         pic x(256).
      *
       01 w-now-stamp        pic x(14).
       01 w-now-secs         pic 9(12) value zero.
       01 w-stamp            pic x(14).
       01 w-stamp-secs       pic 9(12) value zero.
       01 w-open-secs        pic 9(09) value zero.
       01 w-open-disp        pic z(08)9.
       01 w-hist-event       pic x(08).
       01 w-hist-oper        pic x(08) value spaces.
       01 w-repeat-disp      pic z(05)9.
      *
       01 w-alert-buffer     pic x(256).
       01 w-alert-len        binary-short value zero.
       01 w-alert-mimetype   pic x(51) value 'application/json'.
       01 w-id-disp          pic z(05)9.
      *
       01 cnt-totals.
          05 cnt-read        pic 9(09) value zero.
          05 cnt-opened      pic 9(09) value zero.
          05 cnt-suppressed  pic 9(09) value zero.
          05 cnt-escalated   pic 9(09) value zero.
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
      *
       01 rc     binary-short value zero.
          88 rc-timeout value -2.
       01  filler pic x(050)
                  value  'pgm-alertmgr-ws-end'.
      *
       linkage section.
       01 errstatus        pic  x(101).
      *
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
      *---------------------------------------------------------------*
      *
       procedure division using
               by reference errstatus.
      *
       1000-main.
      *
           display 'start : ' pgm-name.
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept w-monitor-queue from environment 'q_monitor_queue'
              not on exception
                 continue
           end-accept.
           accept ws-alerts-env from environment 'alert_state_file'
              not on exception
                 move ws-alerts-env to ws-alerts-file
           end-accept.
           accept ws-hist-env from environment 'alert_hist_file'
              not on exception
                 move ws-hist-env to ws-hist-file
           end-accept.
           accept ws-sev-env from environment 'alert_sev_file'
              not on exception
                 move ws-sev-env to ws-sev-file
           end-accept.
           accept w-escalate-queue from environment
                  'alert_escalate_queue'
              not on exception
                 continue
           end-accept.
           accept w-escalate-env from environment
                  'alert_escalate_secs'
              not on exception
                 if function trim(w-escalate-env) is numeric
                    move function numval(w-escalate-env)
                      to w-escalate-secs
                 end-if
           end-accept.
           accept w-timeout-env from environment
                  'alert_recv_timeout_ms'
              not on exception
                 if function trim(w-timeout-env) is numeric
                    move function numval(w-timeout-env)
                      to w-timeout-ms
                 end-if
           end-accept.
           accept w-cycles-env from environment 'alert_cycles'
              not on exception
                 if function trim(w-cycles-env) is numeric
                    and function numval(w-cycles-env) > 0
                    move function numval(w-cycles-env)
                      to w-cycles
                 end-if
           end-accept.
           accept w-interval-env from environment
                  'alert_interval_secs'
              not on exception
                 if function trim(w-interval-env) is numeric
                    move function numval(w-interval-env)
                      to w-interval-secs
                 end-if
           end-accept.
      *
           if w-monitor-queue = spaces
              or w-monitor-queue = low-values then
              string 'q_monitor_queue names no queue to drain'
              delimited by size into err
              perform 3000-end
           end-if.
      *
           perform 1100-load-severities
              thru 1100-load-severities-exit
           perform 1200-find-last-id
              thru 1200-find-last-id-exit
      *
           perform 2100-alert-cycle thru 2100-alert-cycle-exit
              varying w-cycle-no from 1 by 1
              until w-cycle-no > w-cycles ;
      *
           perform 3000-end.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the built-in severities first, then ALERTSEV on top : a
      *    type it lists replaces the default, a new type is added.
      * ---------------------------------------------------------------
       1100-load-severities.
      *
           perform varying w-sev-i from 1 by 1 until w-sev-i > 10
              move sd-type (w-sev-i)     to sv-type (w-sev-i)
              move sd-severity (w-sev-i) to sv-severity (w-sev-i)
           end-perform
           move 10 to w-sev-count
      *
           open input sev-file
           if w-sev-status not = '00' then
              display pgm-name ' - no severity table ('
                      function trim(ws-sev-file)
                      '), built-in severities apply'
              move '00' to w-sev-status
              go to 1100-load-severities-exit
           end-if
           perform until w-sev-status = '10'
              read sev-file
                 at end
                    move '10' to w-sev-status
                 not at end
                    perform 1110-load-one-severity
                       thru 1110-load-one-severity-exit
              end-read
           end-perform
           close sev-file
           move '00' to w-sev-status.
      *
       1100-load-severities-exit.
           exit.
      *
       1110-load-one-severity.
      *
           if sev-line = spaces or sev-line (1:1) = '*'
              go to 1110-load-one-severity-exit
           end-if
           move spaces to w-sev-type-x w-sev-sev-x
           unstring sev-line delimited by ','
               into w-sev-type-x w-sev-sev-x
           end-unstring
           move function upper-case(function trim(w-sev-type-x))
             to w-sev-type-x
           move function upper-case(function trim(w-sev-sev-x))
             to w-sev-sev-x
           if w-sev-type-x = spaces
              or w-sev-type-x (25:) not = spaces
              or (w-sev-sev-x not = 'CRITICAL'
                  and w-sev-sev-x not = 'MAJOR'
                  and w-sev-sev-x not = 'MINOR')
              display pgm-name ' - bad severity line ignored : '
                      sev-line (1:60)
              go to 1110-load-one-severity-exit
           end-if
      *
           move zero to w-al-found
           perform varying w-sev-i from 1 by 1
                   until w-sev-i > w-sev-count
              if sv-type (w-sev-i) = w-sev-type-x
                 move w-sev-i to w-al-found
              end-if
           end-perform
           if w-al-found = zero
              if w-sev-count >= 40
                 display pgm-name ' - severity table full, line '
                         'ignored : ' sev-line (1:60)
                 go to 1110-load-one-severity-exit
              end-if
              add 1 to w-sev-count
              move w-sev-count to w-al-found
              move w-sev-type-x to sv-type (w-al-found)
           end-if
           move w-sev-sev-x to sv-severity (w-al-found).
      *
       1110-load-one-severity-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    alert ids run on across runs : the highest id the history
      *    has ever recorded is where numbering resumes, so a closed
      *    alert's id is never handed out again.
      * ---------------------------------------------------------------
       1200-find-last-id.
      *
           move zero to w-last-id
           open input hist-file
           if w-hist-status not = '00' then
              move '00' to w-hist-status
              go to 1200-find-last-id-exit
           end-if
           perform until w-hist-status = '10'
              read hist-file
                 at end
                    move '10' to w-hist-status
                 not at end
                    move spaces to w-js-before w-js-after
                    unstring hist-record delimited by ','
                        into w-stamp w-hist-event w-js-after
                    end-unstring
                    if w-js-after (1:6) is numeric
                       and w-js-after (1:6) > w-last-id
                       move w-js-after (1:6) to w-last-id
                    end-if
              end-read
           end-perform
           close hist-file
           move '00' to w-hist-status.
      *
       1200-find-last-id-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one cycle : drain the monitor queue, fold what arrived
      *    into the open alerts, escalate what has waited too long,
      *    and rewrite the state file if anything moved.
      * ---------------------------------------------------------------
       2100-alert-cycle.
      *
           move zero to w-pend-count
           move 'N' to w-drain-sw
           perform 2200-drain-one thru 2200-drain-one-exit
              until queue-idle
                 or w-pend-count >= 100
      *
           move function current-date (1:14) to w-now-stamp
           move w-now-stamp to w-stamp
           perform 2900-stamp-to-secs thru 2900-stamp-to-secs-exit
           move w-stamp-secs to w-now-secs
      *
           move 'N' to w-state-sw
           perform 2300-load-state thru 2300-load-state-exit
           perform 2400-merge-one thru 2400-merge-one-exit
              varying w-pd-i from 1 by 1
              until w-pd-i > w-pend-count
           perform 2500-check-escalation
              thru 2500-check-escalation-exit
              varying w-al-i from 1 by 1
              until w-al-i > w-al-count
           if state-changed
              perform 2600-write-state thru 2600-write-state-exit
           end-if
      *
           if w-cycle-no < w-cycles
              perform varying w-nap-i from 1 by 1
                      until w-nap-i > w-interval-secs
                 call 'CBL_OC_NANOSLEEP' using w-sleep-ns
                 on exception
                    continue
                 end-call
              end-perform
           end-if.
      *
       2100-alert-cycle-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    take the next alert off q_monitor_queue ; an idle queue
      *    (rc-timeout) ends the drain, the same as dlqtool's read.
      * ---------------------------------------------------------------
       2200-drain-one.
      *
           move spaces to q_message
           call 'amqpRecvMessageCC' using
                by reference w-monitor-queue,
                by reference q_msgid,
                by reference q_message,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by value w-timeout-ms,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpRecvMessageCC'
              into err
              perform 3000-end
           end-call.
      *
           if rc-timeout then
              set queue-idle to true
              go to 2200-drain-one-exit
           end-if
           if rc < 0 then
              display pgm-name ' - amqpRecvMessageCC error rc : ' rc
              set queue-idle to true
              go to 2200-drain-one-exit
           end-if
      *
           add 1 to cnt-read
           add 1 to w-pend-count
           move rc to w-text-len
           if w-text-len > 256
              move 256 to w-text-len
           end-if
           move spaces to pd-text (w-pend-count)
           if w-text-len > zero
              move q_message (1:w-text-len)
                to pd-text (w-pend-count)
           end-if.
      *
       2200-drain-one-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    read the open alerts as alertcon last left them.
      * ---------------------------------------------------------------
       2300-load-state.
      *
           move zero to w-al-count
           open input alerts-file
           if w-alerts-status not = '00' then
              move '00' to w-alerts-status
              go to 2300-load-state-exit
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
                       move alerts-line to ww40-alert
                       if ww40-id is numeric
                          and ww40-id > w-last-id
                          move ww40-id to w-last-id
                       end-if
                    end-if
              end-read
           end-perform
           close alerts-file
           move '00' to w-alerts-status.
      *
       2300-load-state-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    classify one arrival and either suppress it against the
      *    open alert of the same type and key, or open a new one.
      * ---------------------------------------------------------------
       2400-merge-one.
      *
           perform 2410-parse-alert thru 2410-parse-alert-exit
      *
      *    our own escalations, when they are routed back onto the
      *    monitor queue, are already on the alert they escalate.
      *
           if w-in-type = 'ESCALATION'
              go to 2400-merge-one-exit
           end-if
      *
           move zero to w-al-found
           perform varying w-al-i from 1 by 1
                   until w-al-i > w-al-count
              move al-entry (w-al-i) to ww40-alert
              if ww40-type = w-in-type
                 and ww40-key = w-in-key
                 move w-al-i to w-al-found
              end-if
           end-perform
      *
           if w-al-found > zero
              move al-entry (w-al-found) to ww40-alert
              add 1 to ww40-repeats
              move w-now-stamp to ww40-last-seen
              move pd-text (w-pd-i) (1:120) to ww40-detail
              move ww40-alert to al-entry (w-al-found)
              add 1 to cnt-suppressed
              set state-changed to true
              go to 2400-merge-one-exit
           end-if
      *
           if w-al-count >= 200
              display pgm-name ' - open alert table full, '
                      'not tracked : ' pd-text (w-pd-i) (1:60)
              go to 2400-merge-one-exit
           end-if
           add 1 to w-last-id
           move spaces to ww40-alert
           move w-last-id     to ww40-id
           move w-in-severity to ww40-severity
           move 'OPEN'        to ww40-status
           move w-in-type     to ww40-type
           move w-in-key      to ww40-key
           move w-now-stamp   to ww40-first-seen ww40-last-seen
           move zero          to ww40-repeats
           move 'N'           to ww40-escalated
           move pd-text (w-pd-i) (1:120) to ww40-detail
           add 1 to w-al-count
           move ww40-alert to al-entry (w-al-count)
           add 1 to cnt-opened
           set state-changed to true
      *
           move w-last-id to w-id-disp
           display pgm-name ' - OPEN ' function trim(w-id-disp) ' '
                   function trim(ww40-severity) ' '
                   function trim(ww40-type) ' '
                   function trim(ww40-key)
           move 'OPEN' to w-hist-event
           move zero to w-open-secs
           perform 2700-write-hist thru 2700-write-hist-exit.
      *
       2400-merge-one-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the alerts are flat JSON objects of string and number
      *    members ; the type is the "alert" member and the key the
      *    first of "queue" or "senderId" (with "msgCategory" when
      *    there is one) the alert carries.
      * ---------------------------------------------------------------
       2410-parse-alert.
      *
           move spaces to w-in-type w-in-key w-in-queue
                          w-in-sender w-in-category
      *
           move spaces to w-js-before w-js-after
           unstring pd-text (w-pd-i) delimited by '"alert":"'
               into w-js-before w-js-after
           end-unstring
           unstring w-js-after delimited by '"'
               into w-in-type
           end-unstring
           move function upper-case(w-in-type) to w-in-type
           if w-in-type = spaces
              move 'UNKNOWN' to w-in-type
           end-if
      *
           move spaces to w-js-before w-js-after
           unstring pd-text (w-pd-i) delimited by '"queue":"'
               into w-js-before w-js-after
           end-unstring
           unstring w-js-after delimited by '"'
               into w-in-queue
           end-unstring
           move spaces to w-js-before w-js-after
           unstring pd-text (w-pd-i) delimited by '"senderId":"'
               into w-js-before w-js-after
           end-unstring
           unstring w-js-after delimited by '"'
               into w-in-sender
           end-unstring
           move spaces to w-js-before w-js-after
           unstring pd-text (w-pd-i) delimited by '"msgCategory":"'
               into w-js-before w-js-after
           end-unstring
           unstring w-js-after delimited by '"'
               into w-in-category
           end-unstring
      *
           evaluate true
              when w-in-queue not = spaces
                 move w-in-queue to w-in-key
              when w-in-sender not = spaces
                 and w-in-category not = spaces
                 string function trim(w-in-sender) delimited by size
                        '/' delimited by size
                        function trim(w-in-category)
                            delimited by size
                   into w-in-key
                 end-string
              when w-in-sender not = spaces
                 move w-in-sender to w-in-key
              when other
                 move '(bridge)' to w-in-key
           end-evaluate
      *
           move 'MAJOR' to w-in-severity
           perform varying w-sev-i from 1 by 1
                   until w-sev-i > w-sev-count
              if sv-type (w-sev-i) = w-in-type
                 move sv-severity (w-sev-i) to w-in-severity
              end-if
           end-perform.
      *
       2410-parse-alert-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a CRITICAL alert still OPEN -- nobody has acknowledged it
      *    -- alert_escalate_secs after it was first seen is
      *    escalated once.  acknowledging it, or having escalated
      *    it already, keeps it quiet.
      * ---------------------------------------------------------------
       2500-check-escalation.
      *
           move al-entry (w-al-i) to ww40-alert
           if not ww40-is-open
              or not ww40-is-critical
              or ww40-was-escalated
              go to 2500-check-escalation-exit
           end-if
           move ww40-first-seen to w-stamp
           perform 2900-stamp-to-secs thru 2900-stamp-to-secs-exit
           if w-stamp-secs = zero
              or w-now-secs < w-stamp-secs + w-escalate-secs
              go to 2500-check-escalation-exit
           end-if
           compute w-open-secs = w-now-secs - w-stamp-secs
      *
           move 'Y' to ww40-escalated
           move ww40-alert to al-entry (w-al-i)
           add 1 to cnt-escalated
           set state-changed to true
      *
           move ww40-id to w-id-disp
           move w-open-secs to w-open-disp
           display pgm-name ' - ESCALATION : alert '
                   function trim(w-id-disp) ' '
                   function trim(ww40-type) ' '
                   function trim(ww40-key)
                   ' unacknowledged for '
                   function trim(w-open-disp) ' second(s)'
           move 'ESCALATE' to w-hist-event
           perform 2700-write-hist thru 2700-write-hist-exit
      *
           if w-escalate-queue = spaces
              or w-escalate-queue = low-values
              go to 2500-check-escalation-exit
           end-if
           move spaces to w-alert-buffer
           string '{"alert":"ESCALATION","alertId":'
                      delimited by size
                  function trim(w-id-disp) delimited by size
                  ',"type":"' delimited by size
                  function trim(ww40-type) delimited by size
                  '","key":"' delimited by size
                  function trim(ww40-key) delimited by size
                  '","severity":"' delimited by size
                  function trim(ww40-severity) delimited by size
                  '","openSecs":' delimited by size
                  function trim(w-open-disp) delimited by size
                  '}' delimited by size
             into w-alert-buffer
           end-string
           move function length(function trim(w-alert-buffer))
             to w-alert-len
           move zero to q_num
           call 'amqpSendMessageCC' using
                by reference w-escalate-queue,
                by reference w-alert-buffer,
                by value w-alert-len,
                by reference w-alert-mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              display pgm-name ' - amqpSendMessageCC not available '
                      'for escalations'
           not on exception
              if rc < 0
                 display pgm-name ' - escalation publish failed rc '
                         rc
              end-if
           end-call.
      *
       2500-check-escalation-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    rewrite the state file whole, in id order, like
      *    depthmon's DEPTHSTAT.
      * ---------------------------------------------------------------
       2600-write-state.
      *
           open output alerts-file
           if w-alerts-status not = '00' then
              display pgm-name ' - can not write alert state ('
                      function trim(ws-alerts-file) '), status '
                      w-alerts-status
              move '00' to w-alerts-status
              go to 2600-write-state-exit
           end-if
           perform varying w-al-i from 1 by 1
                   until w-al-i > w-al-count
              move al-entry (w-al-i) to alerts-line
              write alerts-line
           end-perform
           close alerts-file.
      *
       2600-write-state-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one ALERTHIST line for the alert in WW40-ALERT :
      *
      *      when,event,id,type,key,severity,operator,repeats,secs
      *
      *    secs is how long the alert had been open (ESCALATE,
      *    CLOSE) ; alertcon.cob writes the ACK and CLOSE lines in
      *    the same layout.
      * ---------------------------------------------------------------
       2700-write-hist.
      *
           open extend hist-file
           if w-hist-status = '35'
              open output hist-file
           end-if
           if w-hist-status not = '00'
              display pgm-name ' - can not write alert history, '
                      'status ' w-hist-status
              move '00' to w-hist-status
              go to 2700-write-hist-exit
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
                  function trim(w-hist-oper) delimited by size
                  ',' delimited by size
                  function trim(w-repeat-disp) delimited by size
                  ',' delimited by size
                  function trim(w-open-disp) delimited by size
             into hist-record
           end-string
           write hist-record
           close hist-file.
      *
       2700-write-hist-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a yyyymmddhhmmss stamp as seconds since the calendar's
      *    day one, so two stamps subtract across midnight ; an
      *    unusable stamp gives zero.
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
       3000-end.
      *
           display 'end   : ' pgm-name.
      *
           call 'amqpDisconnectCC' using
                by reference errstatus
           returning rc
           on exception
              display pgm-name
                      ' - amqpDisconnectCC not available, skipping'
           end-call.
      *
           display pgm-name ' - summary : read '     cnt-read
                   ', opened '                        cnt-opened
                   ', suppressed '                     cnt-suppressed
                   ', escalated '                       cnt-escalated.
      *
           if err not = spaces then
              display pgm-name ' - ' err
              move -1 to return-code
           else
              move 0 to return-code
           end-if.
      *
           goback.
      *
       3000-end-exit.
           exit.
      *
       end program alertmgr.
