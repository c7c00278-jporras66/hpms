      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      rcptwatch.
       author.          fjavier.porras@gmail.com.
       date-written.    22/09/2026.
      *---------------------------------------------------------------*
      *    downstream receipt tracking : a confirmed delivery
      *    (cobclient's 2101-confirm-delivery) proves the broker took
      *    the message, not that the consuming application processed
      *    it.  a consumer that wants to close that gap publishes a
      *    small receipt for every message it has processed, to the
      *    receipts queue, either as JSON :
      *
      *       {"messageUUID":"...","status":"OK"}
      *
      *    or as plain text, uuid[,status] ; status is OK or FAILED
      *    (blank = OK).  each run of this program :
      *
      *      - drains the receipts queue into the RECEIPTS journal
      *        (one generation per arrival day, base + '.' +
      *        yyyymmdd), so a receipt is kept even when it arrives
      *        days before anyone asks about it ;
      *      - takes the day's deliveries from the AUDITLOG
      *        generation -- the WRITE events, and the deferred
      *        UNPRK, UNSPL and WRELS deliveries (a message released
      *        after review is delivered by the bridge's own WRITE)
      *        -- each carrying the destination queue it went to ;
      *      - pairs the receipts of that day and the next with
      *        them by messageUUID.  a receipt that pairs with no
      *        delivery is looked up in the day's ARCHIVE generation
      *        by its uuid : a message the bridge read but never
      *        delivered (it was dead-lettered, say) is told apart
      *        from a uuid the bridge never saw that day ;
      *      - prints the outstanding-receipts report by destination
      *        queue, and lists the overdue and FAILED messages ;
      *      - publishes a RECEIPT-OVERDUE alert to q_monitor_queue
      *        for a destination with messages past its deadline and
      *        no receipt, and a RECEIPT-FAILED alert for one whose
      *        consumer sent FAILED receipts.  a destination alerts
      *        again only when its count grows (RCPTSTATE keeps what
      *        was last raised today), so the cron-driven run does
      *        not repeat itself.
      *
      *    which destinations send receipts, and how long they have,
      *    is configuration (RCPTDEST, name overridable from
      *    rcpt_dest_file), one destination per line, '*' comments :
      *
      *       queue,minutes     receipts expected within minutes
      *       queue,NONE        this destination sends no receipts
      *       *,minutes         every destination not listed
      *
      *    without a '*' line a destination not listed is excluded,
      *    so a consumer that never sends receipts costs nothing
      *    more than leaving it out.  test traffic is left out
      *    unless include_test=Y.
      *
      *      rcpt_queue          - the receipts queue (blank = do
      *                            not drain, report only)
      *      rcpt_recv_timeout_ms- idle wait ending a drain
      *                            (default 2000)
      *      rcpt_file           - receipts journal BASE name
      *                            (default RECEIPTS)
      *      rcpt_state_file     - alert memory (default RCPTSTATE)
      *      q_audit_file        - the audit BASE name (AUDITLOG)
      *      q_archive_file      - the archive BASE name
      *                            (ARCHIVE.DAT)
      *      q_report_date       - yyyymmdd : report an earlier day
      *                            (report only, no drain, no alerts)
      *      q_monitor_queue     - where alerts go (blank = off)
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
           select dest-file assign to ws-dest-file
                  organization line sequential
                  file status is w-dest-status.
      *
           select rcpt-file assign to ws-rcpt-file
                  organization line sequential
                  file status is w-rcpt-status.
      *
           select audit-file assign to ws-audit-file
                  organization line sequential
                  file status is w-audit-status.
      *
           select archive-file assign to ws-archive-file
                  organization is indexed
                  access mode is dynamic
                  record key is ww10-msgid
                  alternate record key is ww10-uuid
                     with duplicates
                  file status is w-archive-status.
      *
           select state-file assign to ws-state-file
                  organization line sequential
                  file status is w-state-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
       fd  dest-file.
       01  dest-line      pic x(80).
      *
       fd  rcpt-file.
       01  rcpt-record    pic x(120).
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record   pic x(217).
      *
           copy "fd-archive.cpy".
      *
       fd  state-file.
       01  state-record   pic x(80).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-rcptwatch-ws-start'.
       01 pgm-name pic x(15)
                 value 'rcptwatch.cob'.
      *
       01 err pic x(100).
      *
       01 ws-dest-file       pic x(100) value 'RCPTDEST'.
       01 ws-dest-env        pic x(100).
       01 w-dest-status      pic x(02) value '00'.
       01 ws-rcpt-file       pic x(100) value spaces.
       01 w-rcpt-base        pic x(100) value 'RECEIPTS'.
       01 ws-rcpt-env        pic x(100).
       01 w-rcpt-status      pic x(02) value '00'.
       01 ws-audit-file      pic x(100) value spaces.
       01 w-audit-base       pic x(100) value 'AUDITLOG'.
       01 ws-audit-env       pic x(100).
       01 w-audit-status     pic x(02) value '00'.
       01 ws-archive-file    pic x(100) value spaces.
       01 w-archive-base     pic x(100) value 'ARCHIVE.DAT'.
       01 ws-archive-env     pic x(100).
       01 w-archive-status   pic x(02) value '00'.
       01 w-archive-sw       pic x value 'N'.
           88 archive-open         value 'Y'.
       01 ws-state-file      pic x(100) value 'RCPTSTATE'.
       01 ws-state-env       pic x(100).
       01 w-state-status     pic x(02) value '00'.
      *
           copy "fd-archive-ws.cpy".
      *
           copy "fd-audit.cpy".
      *
      *    the destinations : configured ones first, then every
      *    other destination the day's deliveries name.
      *
       01 w-dq-count         pic 9(02) value zero.
       01 w-dest-table.
          05 dq-entry occurs 60 times.
             10 dq-name       pic x(32).
             10 dq-mode       pic x.
                88 dq-expects-receipts value 'E'.
                88 dq-excluded         value 'X'.
             10 dq-minutes    pic 9(05).
             10 dq-forwarded  pic 9(07).
             10 dq-ok         pic 9(07).
             10 dq-failed     pic 9(07).
             10 dq-pending    pic 9(07).
             10 dq-overdue    pic 9(07).
             10 dq-oldest     pic x(61).
             10 dq-alerted-od pic 9(07).
             10 dq-alerted-fl pic 9(07).
       01 w-dq-i             pic 9(02) value zero.
       01 w-dq-hit           pic 9(02) value zero.
       01 w-default-sw       pic x value 'N'.
           88 default-expects      value 'Y'.
       01 w-default-minutes  pic 9(05) value zero.
       01 w-dest-name-x      pic x(40).
       01 w-dest-mins-x      pic x(10).
      *
      *    the day's deliveries, one entry per messageUUID ; a
      *    20000-entry table searched serially, the same capacity
      *    recdetail.cob keeps for a day's msgids.
      *
       01 w-fw-count         pic 9(05) value zero.
       01 w-fw-overflow      pic 9(05) value zero.
       01 w-fw-table.
          05 fw-entry occurs 20000 times.
             10 fw-uuid       pic x(61).
             10 fw-msgid      pic x(61).
             10 fw-dest-i     pic 9(02).
             10 fw-stamp      pic x(14).
             10 fw-receipt    pic x.
                88 fw-no-receipt       value space.
                88 fw-receipt-ok       value 'O'.
                88 fw-receipt-failed   value 'F'.
       01 w-fw-i             pic 9(05) value zero.
       01 w-fw-hit           pic 9(05) value zero.
      *
      *    one receipt, as drained or as journalled.
      *
       01 w-rc-text          pic x(256).
       01 w-rc-uuid          pic x(61).
       01 w-rc-status        pic x(08).
       01 w-rc-stamp         pic x(14).
       01 w-js-before        pic x(256).
       01 w-js-after         pic x(256).
       01 w-text-len         pic 9(04) value zero.
       01 w-drain-sw         pic x value 'N'.
           88 queue-idle           value 'Y'.
       01 w-rcpt-queue       pic x(101) value spaces.
       01 w-timeout-ms       usage binary-long value 2000.
       01 w-timeout-env      pic x(08).
       01 w-next-day-sw      pic x value 'N'.
           88 reading-next-day     value 'Y'.
      *
       01 w-report-date      pic x(08) value spaces.
       01 w-report-env       pic x(08).
       01 w-next-date        pic 9(08) value zero.
       01 w-gen-date         pic x(08) value spaces.
       01 w-past-day-sw      pic x value 'N'.
           88 reporting-past-day   value 'Y'.
       01 w-include-test     pic x value 'N'.
           88 include-test-traffic value 'Y'.
      *
       01 w-now-stamp        pic x(14).
       01 w-now-secs         pic 9(12) value zero.
       01 w-stamp            pic x(14).
       01 w-stamp-secs       pic 9(12) value zero.
      *
      *    the state line : date, destination, alert, count raised.
      *
       01 w-state-date       pic x(08).
       01 w-state-dest       pic x(32).
       01 w-state-alert      pic x(20).
       01 w-state-count-x    pic x(10).
      *
       01 w-monitor-queue    pic x(101) value spaces.
       01 w-alert-kind       pic x(20) value spaces.
       01 w-alert-count      pic 9(07) value zero.
       01 w-alert-buffer     pic x(256).
       01 w-alert-len        binary-short value zero.
       01 w-alert-mimetype   pic x(51) value 'application/json'.
      *
       01 w-count-disp       pic z(06)9.
       01 w-ok-disp          pic z(06)9.
       01 w-failed-disp      pic z(06)9.
       01 w-pending-disp     pic z(06)9.
       01 w-overdue-disp     pic z(06)9.
       01 w-mins-disp        pic z(04)9.
       01 w-listed           pic 9(05) value zero.
      *
       01 cnt-totals.
          05 cnt-drained     pic 9(07) value zero.
          05 cnt-bad-rcpt    pic 9(07) value zero.
          05 cnt-receipts    pic 9(07) value zero.
          05 cnt-matched     pic 9(07) value zero.
          05 cnt-undelivered pic 9(07) value zero.
          05 cnt-unknown     pic 9(07) value zero.
          05 cnt-excluded    pic 9(07) value zero.
          05 cnt-alerts      pic 9(05) value zero.
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
      *
       01 rc     binary-short value zero.
          88 rc-timeout value -2.
       01  filler pic x(050)
                  value  'pgm-rcptwatch-ws-end'.
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
           accept ws-dest-env from environment 'rcpt_dest_file'
              not on exception
                 move ws-dest-env to ws-dest-file
           end-accept.
           accept ws-rcpt-env from environment 'rcpt_file'
              not on exception
                 move ws-rcpt-env to w-rcpt-base
           end-accept.
           accept ws-state-env from environment 'rcpt_state_file'
              not on exception
                 move ws-state-env to ws-state-file
           end-accept.
           accept ws-audit-env from environment 'q_audit_file'
              not on exception
                 move ws-audit-env to w-audit-base
           end-accept.
           accept ws-archive-env from environment 'q_archive_file'
              not on exception
                 move ws-archive-env to w-archive-base
           end-accept.
           accept w-rcpt-queue from environment 'rcpt_queue'
              not on exception
                 continue
           end-accept.
           accept w-timeout-env from environment
                  'rcpt_recv_timeout_ms'
              not on exception
                 if function trim(w-timeout-env) is numeric
                    move function numval(w-timeout-env)
                      to w-timeout-ms
                 end-if
           end-accept.
           accept w-include-test from environment 'include_test'
              not on exception
                 continue
           end-accept.
           accept w-monitor-queue from environment 'q_monitor_queue'
              not on exception
                 continue
           end-accept.
      *
      *    an earlier day is reported only : its receipts were
      *    drained by the runs of that day, and its alerts were
      *    raised then.
      *
           move function current-date (1:8) to w-report-date
           accept w-report-env from environment 'q_report_date'
              not on exception
                 if w-report-env is numeric
                    and w-report-env < function current-date (1:8)
                    move w-report-env to w-report-date
                    set reporting-past-day to true
                 end-if
           end-accept.
           compute w-next-date = function date-of-integer
                   (function integer-of-date
                      (function numval(w-report-date)) + 1)
           end-compute.
      *
           perform 1100-load-destinations
              thru 1100-load-destinations-exit.
           if w-dq-count = zero and not default-expects then
              string 'no destination in '
                     function trim(ws-dest-file)
                     ' expects receipts'
              delimited by size into err
              perform 3000-end
           end-if.
      *
           if not reporting-past-day
              and w-rcpt-queue not = spaces
              and w-rcpt-queue not = low-values
              perform 2000-drain-receipts
                 thru 2000-drain-receipts-exit
           end-if.
      *
           perform 2100-load-deliveries
              thru 2100-load-deliveries-exit
           perform 2200-match-receipts
              thru 2200-match-receipts-exit
           perform 2300-judge-deadlines
              thru 2300-judge-deadlines-exit
           perform 4000-outstanding-report
              thru 4000-outstanding-report-exit
      *
           if not reporting-past-day
              perform 2400-raise-alerts
                 thru 2400-raise-alerts-exit
           end-if.
      *
           perform 3000-end.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the destination configuration, loaded once.
      * ---------------------------------------------------------------
       1100-load-destinations.
      *
           open input dest-file
           if w-dest-status not = '00' then
              display pgm-name ' - no destination table ('
                      function trim(ws-dest-file) '), status '
                      w-dest-status
              move '00' to w-dest-status
              go to 1100-load-destinations-exit
           end-if
           perform until w-dest-status = '10'
              read dest-file
                 at end
                    move '10' to w-dest-status
                 not at end
                    perform 1110-load-one-destination
                       thru 1110-load-one-destination-exit
              end-read
           end-perform
           close dest-file
           move '00' to w-dest-status
           display pgm-name ' - ' w-dq-count
                   ' destination(s) configured in '
                   function trim(ws-dest-file).
      *
       1100-load-destinations-exit.
           exit.
      *
       1110-load-one-destination.
      *
           if dest-line = spaces or dest-line (1:1) = '*'
              and dest-line (2:1) not = ','
              go to 1110-load-one-destination-exit
           end-if
           move spaces to w-dest-name-x w-dest-mins-x
           unstring dest-line delimited by ','
               into w-dest-name-x w-dest-mins-x
           end-unstring
           move function trim(w-dest-name-x) to w-dest-name-x
           move function upper-case(function trim(w-dest-mins-x))
             to w-dest-mins-x
           if w-dest-name-x = spaces
              or w-dest-name-x (33:) not = spaces
              or (w-dest-mins-x not = 'NONE'
                  and (w-dest-mins-x = spaces
                       or function trim(w-dest-mins-x)
                          is not numeric))
              display pgm-name ' - bad destination line ignored : '
                      dest-line (1:60)
              go to 1110-load-one-destination-exit
           end-if
      *
           if w-dest-name-x = '*'
              if w-dest-mins-x not = 'NONE'
                 set default-expects to true
                 move function numval(w-dest-mins-x)
                   to w-default-minutes
              end-if
              go to 1110-load-one-destination-exit
           end-if
      *
           if w-dq-count >= 50
              display pgm-name ' - destination table full, line '
                      'ignored : ' dest-line (1:60)
              go to 1110-load-one-destination-exit
           end-if
           add 1 to w-dq-count
           move w-dq-count to w-dq-i
           perform 1120-clear-destination
              thru 1120-clear-destination-exit
           move w-dest-name-x to dq-name (w-dq-i)
           if w-dest-mins-x = 'NONE'
              move 'X' to dq-mode (w-dq-i)
           else
              move 'E' to dq-mode (w-dq-i)
              move function numval(w-dest-mins-x)
                to dq-minutes (w-dq-i)
           end-if.
      *
       1110-load-one-destination-exit.
           exit.
      *
       1120-clear-destination.
      *
           move spaces to dq-name (w-dq-i) dq-oldest (w-dq-i)
           move 'X' to dq-mode (w-dq-i)
           move zero to dq-minutes (w-dq-i) dq-forwarded (w-dq-i)
                        dq-ok (w-dq-i) dq-failed (w-dq-i)
                        dq-pending (w-dq-i) dq-overdue (w-dq-i)
                        dq-alerted-od (w-dq-i) dq-alerted-fl (w-dq-i).
      *
       1120-clear-destination-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    drain the receipts queue into today's RECEIPTS journal ;
      *    an idle queue (rc-timeout) ends the drain, the same as
      *    dlqtool's read.
      * ---------------------------------------------------------------
       2000-drain-receipts.
      *
           move w-report-date to w-gen-date
           perform 2010-name-receipt-gen
              thru 2010-name-receipt-gen-exit
           open extend rcpt-file
           if w-rcpt-status = '35'
              open output rcpt-file
           end-if
           if w-rcpt-status not = '00'
              display pgm-name ' - can not write receipts journal '
                      function trim(ws-rcpt-file) ', status '
                      w-rcpt-status ' ; queue left undrained'
              move '00' to w-rcpt-status
              go to 2000-drain-receipts-exit
           end-if
           move 'N' to w-drain-sw
           perform 2020-drain-one thru 2020-drain-one-exit
              until queue-idle
           close rcpt-file
           move '00' to w-rcpt-status
           display pgm-name ' - ' cnt-drained
                   ' receipt(s) drained from '
                   function trim(w-rcpt-queue).
      *
       2000-drain-receipts-exit.
           exit.
      *
       2010-name-receipt-gen.
      *
           move spaces to ws-rcpt-file
           string function trim(w-rcpt-base) delimited by size
                  '.'                        delimited by size
                  w-gen-date                 delimited by size
             into ws-rcpt-file
           end-string.
      *
       2010-name-receipt-gen-exit.
           exit.
      *
       2020-drain-one.
      *
           move spaces to q_message
           call 'amqpRecvMessageCC' using
                by reference w-rcpt-queue,
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
              close rcpt-file
              perform 3000-end
           end-call.
      *
           if rc-timeout then
              set queue-idle to true
              go to 2020-drain-one-exit
           end-if
           if rc < 0 then
              display pgm-name ' - amqpRecvMessageCC error rc : ' rc
              set queue-idle to true
              go to 2020-drain-one-exit
           end-if
      *
           move rc to w-text-len
           if w-text-len > 256
              move 256 to w-text-len
           end-if
           move spaces to w-rc-text
           if w-text-len > zero
              move q_message (1:w-text-len) to w-rc-text
           end-if
           perform 2030-parse-receipt thru 2030-parse-receipt-exit
           if w-rc-uuid = spaces
              or (w-rc-status not = 'OK'
                  and w-rc-status not = 'FAILED')
              add 1 to cnt-bad-rcpt
              display pgm-name ' - unreadable receipt dropped : '
                      w-rc-text (1:60)
              go to 2020-drain-one-exit
           end-if
      *
           add 1 to cnt-drained
           move spaces to rcpt-record
           string function current-date (1:14) delimited by size
                  ',' delimited by size
                  function trim(w-rc-uuid) delimited by size
                  ',' delimited by size
                  function trim(w-rc-status) delimited by size
             into rcpt-record
           end-string
           write rcpt-record.
      *
       2020-drain-one-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a receipt is the JSON object, or plain uuid[,status].
      * ---------------------------------------------------------------
       2030-parse-receipt.
      *
           move spaces to w-rc-uuid w-rc-status
           move spaces to w-js-before w-js-after
           unstring w-rc-text delimited by '"messageUUID":"'
               into w-js-before w-js-after
           end-unstring
           if w-js-after not = spaces
              unstring w-js-after delimited by '"'
                  into w-rc-uuid
              end-unstring
              move spaces to w-js-before w-js-after
              unstring w-rc-text delimited by '"status":"'
                  into w-js-before w-js-after
              end-unstring
              unstring w-js-after delimited by '"'
                  into w-rc-status
              end-unstring
           else
              unstring w-rc-text delimited by ','
                  into w-rc-uuid w-rc-status
              end-unstring
              move function trim(w-rc-uuid) to w-rc-uuid
           end-if
           move function upper-case(function trim(w-rc-status))
             to w-rc-status
           if w-rc-status = spaces
              move 'OK' to w-rc-status
           end-if.
      *
       2030-parse-receipt-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the day's deliveries, from the AUDITLOG generation : the
      *    events that hand a message to its destination, each
      *    naming that destination in its reason field.
      * ---------------------------------------------------------------
       2100-load-deliveries.
      *
           move spaces to ws-audit-file
           string function trim(w-audit-base) delimited by size
                  '.'                         delimited by size
                  w-report-date               delimited by size
             into ws-audit-file
           end-string
           open input audit-file
           if w-audit-status not = '00' then
              display pgm-name ' - no audit trail for '
                      w-report-date ' (' function trim(ws-audit-file)
                      '), status ' w-audit-status
              move '00' to w-audit-status
              go to 2100-load-deliveries-exit
           end-if
           perform until w-audit-status = '10'
              read audit-file
                 at end
                    move '10' to w-audit-status
                 not at end
                    move audit-record to w-audit-line
                    if w-audit-event = 'WRITE' or 'UNPRK'
                                    or 'UNSPL' or 'WRELS'
                       perform 2110-take-delivery
                          thru 2110-take-delivery-exit
                    end-if
              end-read
           end-perform
           close audit-file
           move '00' to w-audit-status
           if w-fw-overflow > zero
              display pgm-name ' - delivery table full, '
                      w-fw-overflow ' delivery(ies) not tracked'
           end-if.
      *
       2100-load-deliveries-exit.
           exit.
      *
       2110-take-delivery.
      *
           if w-audit-testrun = 'T' and not include-test-traffic
              go to 2110-take-delivery-exit
           end-if
           if w-audit-uuid = spaces
              go to 2110-take-delivery-exit
           end-if
      *
      *    which destination, and does it send receipts at all ?
      *    a record written before deliveries named their queue
      *    has a blank one and can not be judged.
      *
           if w-audit-reason = spaces
              add 1 to cnt-excluded
              go to 2110-take-delivery-exit
           end-if
           move zero to w-dq-hit
           perform varying w-dq-i from 1 by 1
                   until w-dq-i > w-dq-count
              if dq-name (w-dq-i) = w-audit-reason
                 move w-dq-i to w-dq-hit
              end-if
           end-perform
           if w-dq-hit = zero
              if w-dq-count >= 60
                 add 1 to cnt-excluded
                 go to 2110-take-delivery-exit
              end-if
              add 1 to w-dq-count
              move w-dq-count to w-dq-i
              perform 1120-clear-destination
                 thru 1120-clear-destination-exit
              move w-audit-reason to dq-name (w-dq-i)
              if default-expects
                 move 'E' to dq-mode (w-dq-i)
                 move w-default-minutes to dq-minutes (w-dq-i)
              end-if
              move w-dq-i to w-dq-hit
           end-if
           if dq-excluded (w-dq-hit)
              add 1 to cnt-excluded
              go to 2110-take-delivery-exit
           end-if
      *
      *    a message delivered twice (re-driven after a park, say)
      *    is judged on its latest delivery.
      *
           move zero to w-fw-hit
           perform varying w-fw-i from 1 by 1
                   until w-fw-i > w-fw-count or w-fw-hit > 0
              if fw-uuid (w-fw-i) = w-audit-uuid
                 move w-fw-i to w-fw-hit
              end-if
           end-perform
           if w-fw-hit = zero
              if w-fw-count >= 20000
                 add 1 to w-fw-overflow
                 go to 2110-take-delivery-exit
              end-if
              add 1 to w-fw-count
              move w-fw-count to w-fw-hit
              move w-audit-uuid to fw-uuid (w-fw-hit)
              move space to fw-receipt (w-fw-hit)
           end-if
           move w-audit-msgid to fw-msgid (w-fw-hit)
           move w-dq-hit to fw-dest-i (w-fw-hit)
           move spaces to w-stamp
           string w-report-date delimited by size
                  w-audit-hh delimited by size
                  w-audit-mm delimited by size
                  w-audit-ss delimited by size
             into w-stamp
           end-string
           move w-stamp to fw-stamp (w-fw-hit).
      *
       2110-take-delivery-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    pair the journalled receipts with the deliveries : the
      *    report day's generation, then the next day's, where the
      *    receipts for the evening's messages land.
      * ---------------------------------------------------------------
       2200-match-receipts.
      *
           open input archive-file
           if w-archive-status = '00'
              set archive-open to true
           end-if
      *
           move 'N' to w-next-day-sw
           move w-report-date to w-gen-date
           perform 2210-read-receipt-gen
              thru 2210-read-receipt-gen-exit
           set reading-next-day to true
           move w-next-date to w-gen-date
           perform 2210-read-receipt-gen
              thru 2210-read-receipt-gen-exit
      *
           if archive-open
              close archive-file
           end-if
           move '00' to w-archive-status.
      *
       2200-match-receipts-exit.
           exit.
      *
       2210-read-receipt-gen.
      *
           perform 2010-name-receipt-gen
              thru 2010-name-receipt-gen-exit
           open input rcpt-file
           if w-rcpt-status not = '00'
              move '00' to w-rcpt-status
              go to 2210-read-receipt-gen-exit
           end-if
           perform until w-rcpt-status = '10'
              read rcpt-file
                 at end
                    move '10' to w-rcpt-status
                 not at end
                    perform 2220-match-one-receipt
                       thru 2220-match-one-receipt-exit
              end-read
           end-perform
           close rcpt-file
           move '00' to w-rcpt-status.
      *
       2210-read-receipt-gen-exit.
           exit.
      *
       2220-match-one-receipt.
      *
           if rcpt-record = spaces
              go to 2220-match-one-receipt-exit
           end-if
           move spaces to w-rc-stamp w-rc-uuid w-rc-status
           unstring rcpt-record delimited by ','
               into w-rc-stamp w-rc-uuid w-rc-status
           end-unstring
           if not reading-next-day
              add 1 to cnt-receipts
           end-if
      *
           move zero to w-fw-hit
           perform varying w-fw-i from 1 by 1
                   until w-fw-i > w-fw-count or w-fw-hit > 0
              if fw-uuid (w-fw-i) = w-rc-uuid
                 move w-fw-i to w-fw-hit
              end-if
           end-perform
      *
      *    the next day's journal is mostly receipts for the next
      *    day's messages ; only the ones that pair count here.
      *
           if w-fw-hit = zero
              if not reading-next-day
                 perform 2230-explain-stray-receipt
                    thru 2230-explain-stray-receipt-exit
              end-if
              go to 2220-match-one-receipt-exit
           end-if
      *
      *    a FAILED receipt stands even if an OK one follows : the
      *    consumer said it could not process the message once.
      *
           if reading-next-day
              add 1 to cnt-receipts
           end-if
           add 1 to cnt-matched
           if w-rc-status = 'FAILED'
              move 'F' to fw-receipt (w-fw-hit)
           else
              if fw-no-receipt (w-fw-hit)
                 move 'O' to fw-receipt (w-fw-hit)
              end-if
           end-if.
      *
       2220-match-one-receipt-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a receipt for no delivery of the day : the archive keeps
      *    every message the bridge read, so a uuid found there was
      *    read that day and never delivered ; anything else is a
      *    message of another day, or none the bridge knows.
      * ---------------------------------------------------------------
       2230-explain-stray-receipt.
      *
           if archive-open
              move w-rc-uuid to ww10-uuid
              read archive-file key is ww10-uuid
                 invalid key
                    continue
                 not invalid key
                    add 1 to cnt-undelivered
                    display pgm-name ' - receipt ('
                            function trim(w-rc-status)
                            ') for msgid '
                            function trim(ww10-msgid)
                            ', read but never delivered'
                    go to 2230-explain-stray-receipt-exit
              end-read
           end-if
           add 1 to cnt-unknown
           display pgm-name ' - receipt for uuid '
                   function trim(w-rc-uuid)
                   ' matches no message delivered on '
                   w-report-date.
      *
       2230-explain-stray-receipt-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    every delivery still without a receipt is pending until
      *    its destination's deadline, overdue after it.
      * ---------------------------------------------------------------
       2300-judge-deadlines.
      *
           move function current-date (1:14) to w-now-stamp
           move w-now-stamp to w-stamp
           perform 2900-stamp-to-secs thru 2900-stamp-to-secs-exit
           move w-stamp-secs to w-now-secs
      *
           perform 2310-judge-one thru 2310-judge-one-exit
              varying w-fw-i from 1 by 1
              until w-fw-i > w-fw-count.
      *
       2300-judge-deadlines-exit.
           exit.
      *
       2310-judge-one.
      *
           move fw-dest-i (w-fw-i) to w-dq-i
           add 1 to dq-forwarded (w-dq-i)
           evaluate true
              when fw-receipt-ok (w-fw-i)
                 add 1 to dq-ok (w-dq-i)
                 go to 2310-judge-one-exit
              when fw-receipt-failed (w-fw-i)
                 add 1 to dq-failed (w-dq-i)
                 go to 2310-judge-one-exit
           end-evaluate
      *
           move fw-stamp (w-fw-i) to w-stamp
           perform 2900-stamp-to-secs thru 2900-stamp-to-secs-exit
           if w-now-secs < w-stamp-secs + dq-minutes (w-dq-i) * 60
              add 1 to dq-pending (w-dq-i)
           else
              add 1 to dq-overdue (w-dq-i)
              if dq-oldest (w-dq-i) = spaces
                 move fw-msgid (w-fw-i) to dq-oldest (w-dq-i)
              end-if
           end-if.
      *
       2310-judge-one-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one alert per destination and kind, raised again only
      *    when the count has grown since the last one raised
      *    today.
      * ---------------------------------------------------------------
       2400-raise-alerts.
      *
           perform 2410-load-state thru 2410-load-state-exit
           perform varying w-dq-i from 1 by 1
                   until w-dq-i > w-dq-count
              if dq-expects-receipts (w-dq-i)
                 if dq-overdue (w-dq-i) > dq-alerted-od (w-dq-i)
                    move 'RECEIPT-OVERDUE' to w-alert-kind
                    move dq-overdue (w-dq-i) to w-alert-count
                    perform 2420-raise-alert
                       thru 2420-raise-alert-exit
                 end-if
                 if dq-failed (w-dq-i) > dq-alerted-fl (w-dq-i)
                    move 'RECEIPT-FAILED' to w-alert-kind
                    move dq-failed (w-dq-i) to w-alert-count
                    perform 2420-raise-alert
                       thru 2420-raise-alert-exit
                 end-if
              end-if
           end-perform.
      *
       2400-raise-alerts-exit.
           exit.
      *
       2410-load-state.
      *
           open input state-file
           if w-state-status not = '00'
              move '00' to w-state-status
              go to 2410-load-state-exit
           end-if
           perform until w-state-status = '10'
              read state-file
                 at end
                    move '10' to w-state-status
                 not at end
                    move spaces to w-state-date w-state-dest
                                   w-state-alert w-state-count-x
                    unstring state-record delimited by ','
                        into w-state-date w-state-dest
                             w-state-alert w-state-count-x
                    end-unstring
                    if w-state-date = w-report-date
                       and function trim(w-state-count-x)
                           is numeric
                       perform varying w-dq-i from 1 by 1
                               until w-dq-i > w-dq-count
                          if dq-name (w-dq-i) = w-state-dest
                             perform 2411-take-state
                                thru 2411-take-state-exit
                          end-if
                       end-perform
                    end-if
              end-read
           end-perform
           close state-file
           move '00' to w-state-status.
      *
       2410-load-state-exit.
           exit.
      *
       2411-take-state.
      *
           move function numval(w-state-count-x) to w-alert-count
           if w-state-alert = 'RECEIPT-OVERDUE'
              and w-alert-count > dq-alerted-od (w-dq-i)
              move w-alert-count to dq-alerted-od (w-dq-i)
           end-if
           if w-state-alert = 'RECEIPT-FAILED'
              and w-alert-count > dq-alerted-fl (w-dq-i)
              move w-alert-count to dq-alerted-fl (w-dq-i)
           end-if.
      *
       2411-take-state-exit.
           exit.
      *
       2420-raise-alert.
      *
           add 1 to cnt-alerts
           move w-alert-count to w-count-disp
           move dq-minutes (w-dq-i) to w-mins-disp
           display pgm-name ' - ' function trim(w-alert-kind) ' : '
                   'destination ' function trim(dq-name (w-dq-i))
                   ' count ' function trim(w-count-disp)
                   ' deadline ' function trim(w-mins-disp) ' min'
      *
           open extend state-file
           if w-state-status = '35'
              open output state-file
           end-if
           if w-state-status = '00'
              move spaces to state-record
              string w-report-date delimited by size
                     ',' delimited by size
                     function trim(dq-name (w-dq-i))
                         delimited by size
                     ',' delimited by size
                     function trim(w-alert-kind) delimited by size
                     ',' delimited by size
                     function trim(w-count-disp) delimited by size
                into state-record
              end-string
              write state-record
              close state-file
           else
              display pgm-name ' - can not record alert state, '
                      'status ' w-state-status
           end-if
           move '00' to w-state-status
      *
           if w-monitor-queue = spaces
              go to 2420-raise-alert-exit
           end-if
           move spaces to w-alert-buffer
           string '{"alert":"' delimited by size
                  function trim(w-alert-kind) delimited by size
                  '","queue":"' delimited by size
                  function trim(dq-name (w-dq-i)) delimited by size
                  '","count":' delimited by size
                  function trim(w-count-disp) delimited by size
                  ',"deadlineMins":' delimited by size
                  function trim(w-mins-disp) delimited by size
                  ',"oldestMsgid":"' delimited by size
                  function trim(dq-oldest (w-dq-i))
                      delimited by size
                  '"}' delimited by size
             into w-alert-buffer
           end-string
           move function length(function trim(w-alert-buffer))
             to w-alert-len
           move zero to q_num
           call 'amqpSendMessageCC' using
                by reference w-monitor-queue,
                by reference w-alert-buffer,
                by value w-alert-len,
                by reference w-alert-mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              display pgm-name ' - amqpSendMessageCC not available '
                      'for alerts'
           not on exception
              if rc < 0
                 display pgm-name ' - alert publish failed rc ' rc
              end-if
           end-call.
      *
       2420-raise-alert-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a yyyymmddhhmmss stamp as seconds, so two stamps
      *    subtract across midnight ; an unusable stamp gives zero.
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
      * ---------------------------------------------------------------
      *    the outstanding-receipts report : one line per
      *    destination that expects receipts, then the overdue and
      *    FAILED messages themselves (the first 100).
      * ---------------------------------------------------------------
       4000-outstanding-report.
      *
           display ' '
           display pgm-name ' - outstanding receipts for '
                   w-report-date
           display '  destination                      deadline'
                   ' delivered      ok  failed pending overdue'
           perform varying w-dq-i from 1 by 1
                   until w-dq-i > w-dq-count
              if dq-expects-receipts (w-dq-i)
                 move dq-minutes (w-dq-i)   to w-mins-disp
                 move dq-forwarded (w-dq-i) to w-count-disp
                 move dq-ok (w-dq-i)        to w-ok-disp
                 move dq-failed (w-dq-i)    to w-failed-disp
                 move dq-pending (w-dq-i)   to w-pending-disp
                 move dq-overdue (w-dq-i)   to w-overdue-disp
                 display '  ' dq-name (w-dq-i) ' '
                         w-mins-disp 'm  '
                         w-count-disp ' ' w-ok-disp ' '
                         w-failed-disp ' ' w-pending-disp ' '
                         w-overdue-disp
              end-if
           end-perform
      *
           move zero to w-listed
           perform 4100-list-one-exception
              thru 4100-list-one-exception-exit
              varying w-fw-i from 1 by 1
              until w-fw-i > w-fw-count
      *
           display ' '
           display pgm-name ' - ' cnt-receipts ' receipt(s), '
                   cnt-matched ' paired, '
                   cnt-undelivered ' for undelivered message(s), '
                   cnt-unknown ' unmatched'
           display pgm-name ' - ' cnt-excluded
                   ' delivery(ies) to destinations that send no '
                   'receipts'.
      *
       4000-outstanding-report-exit.
           exit.
      *
       4100-list-one-exception.
      *
           move fw-dest-i (w-fw-i) to w-dq-i
           if fw-receipt-ok (w-fw-i)
              go to 4100-list-one-exception-exit
           end-if
           if fw-no-receipt (w-fw-i)
              move fw-stamp (w-fw-i) to w-stamp
              perform 2900-stamp-to-secs
                 thru 2900-stamp-to-secs-exit
              if w-now-secs < w-stamp-secs + dq-minutes (w-dq-i) * 60
                 go to 4100-list-one-exception-exit
              end-if
           end-if
           add 1 to w-listed
           if w-listed > 100
              go to 4100-list-one-exception-exit
           end-if
           if w-listed = 1
              display ' '
              display '  delivered (local)  destination'
                      '                      receipt  msgid'
           end-if
           if fw-receipt-failed (w-fw-i)
              move 'FAILED' to w-rc-status
           else
              move 'OVERDUE' to w-rc-status
           end-if
           display '  ' fw-stamp (w-fw-i) '     '
                   dq-name (w-dq-i) ' ' w-rc-status ' '
                   function trim(fw-msgid (w-fw-i)).
      *
       4100-list-one-exception-exit.
           exit.
      *
       3000-end.
      *
           display 'end   : ' pgm-name ' - ' cnt-alerts
                   ' alert(s) raised'.
      *
           call 'amqpDisconnectCC' using
                by reference errstatus
           returning rc
           on exception
              display pgm-name
                      ' - amqpDisconnectCC not available, skipping'
           end-call.
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
       end program rcptwatch.
