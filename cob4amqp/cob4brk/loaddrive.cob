      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      loaddrive.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    load and soak driver : fileinject.cob publishes a file
      *    once, flat out, and bridgetest.cob proves correctness,
      *    not volume.  this one publishes generated testRun-stamped
      *    traffic to a queue at a steady rate, in a chosen mix of
      *    mimetypes and payload sizes, for a chosen length of time,
      *    while one or more cobclient instances (archiving, masking,
      *    AUDITDB and digest stamping switched on, as in production)
      *    consume it.  loadrpt.cob then reads the run back out of
      *    TRANLOG/AUDITLOG and says how much the bridge sustained.
      *
      *      lnk_target   - queue to publish to (required) ; the
      *                     input queue the instances under test read
      *      lnk_testrun  - test-run marker value, stamped as the
      *                     testRun property on every message ; blank
      *                     defaults to LOAD-yyyymmddhhmmss
      *
      *    and from the environment :
      *
      *      load_rate          - messages per second (default 10)
      *      load_duration_secs - how long to publish (default 60,
      *                           at most a day)
      *      load_mix           - the mimetype mix as weights, out of
      *                           100 : JSON=n,WW02=n,XML=n (default
      *                           JSON=40,WW02=40,XML=20)
      *      load_sizes         - payload sizes in bytes, used in
      *                           turn for the json and xml traffic
      *                           (default 256,1024,4096 ; a WW02
      *                           record is always its own length)
      *      load_sample_secs   - seconds between input-queue depth
      *                           samples (default 5)
      *      load_drain_secs    - how long to wait, once publishing
      *                           stops, for the instances to empty
      *                           the queue (default 300)
      *      load_hist_file     - run history base name (default
      *                           LOADHIST) ; the run's file is
      *                           LOADHIST.<testrun>
      *
      *    the history file carries one RUN line (the settings), a
      *    SAMPLE line per depth reading (time, seconds into the run,
      *    messages published so far, depth) and an END line ; the
      *    depth curve is what shows where the bridge stopped
      *    keeping up.  depth comes from amqpQueueDepthCC, as in
      *    depthmon.cob ; a client library without it runs the load
      *    unsampled and says so.
      *
      *    at the end the report is run in-process when loadrpt is
      *    linked in ; when it is not, run it separately with
      *    load_testrun set to this run's marker.
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
           select hist-file assign to ws-hist-file
                  organization line sequential
                  file status is w-hist-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
       fd  hist-file.
       01  hist-record  pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-loaddrive-ws-start'.
       01 pgm-name pic x(15)
                 value 'loaddrive.cob'.
      *
       01 err pic x(100).
      *
       01 w-counts.
          05 cnt-published  pic 9(09) value zero.
          05 cnt-json       pic 9(09) value zero.
          05 cnt-ww02       pic 9(09) value zero.
          05 cnt-xml        pic 9(09) value zero.
          05 cnt-bytes      pic 9(12) value zero.
          05 cnt-samples    pic 9(06) value zero.
      *
       01 ws-hist-file      pic x(100) value 'LOADHIST'.
       01 ws-hist-env       pic x(100).
       01 w-hist-status     pic x(02) value '00'.
      *
       01 w-testrun-value   pic x(32) value spaces.
       01 w-run-stamp       pic x(16) value spaces.
       01 w-env-value       pic x(100).
      *
      *    the load settings.
      *
       01 w-rate            pic 9(05) value 10.
       01 w-duration        pic 9(06) value 60.
       01 w-sample-secs     pic 9(05) value 5.
       01 w-drain-secs      pic 9(06) value 300.
       01 w-mix-text        pic x(60) value 'JSON=40,WW02=40,XML=20'.
       01 w-sizes-text      pic x(60) value '256,1024,4096'.
      *
       01 w-mix-json        pic 9(03) value zero.
       01 w-mix-ww02        pic 9(03) value zero.
       01 w-mix-xml         pic 9(03) value zero.
       01 w-mix-total       pic 9(03) value zero.
       01 w-cr-json         pic s9(05) value zero.
       01 w-cr-ww02         pic s9(05) value zero.
       01 w-cr-xml          pic s9(05) value zero.
       01 w-mix-items.
          05 w-mix-entry    pic x(20) occurs 3 times.
       01 w-mix-name        pic x(10).
       01 w-mix-weight-x    pic x(10).
      *
       01 w-size-count      pic 9(02) value zero.
       01 w-size-items.
          05 w-size-entry   pic x(10) occurs 10 times.
       01 w-size-table.
          05 w-size         pic 9(04) occurs 10 times.
       01 w-size-next       pic 9(02) value zero.
      *
      *    the clock : hundredths of a second since day zero, so a
      *    run that crosses midnight keeps counting.
      *
       01 w-now-stamp       pic x(16).
       01 w-now-hsecs       usage binary-double value zero.
       01 w-start-hsecs     usage binary-double value zero.
       01 w-elapsed-hsecs   usage binary-double value zero.
       01 w-elapsed-secs    pic 9(06) value zero.
       01 w-end-hsecs       usage binary-double value zero.
       01 w-next-sample     usage binary-double value zero.
       01 w-target-count    usage binary-double value zero.
       01 w-tick-ns         pic 9(09) comp-5 value 10000000.
      *
       01 w-depth           usage binary-long value zero.
       01 w-depth-disp      pic 9(09) value zero.
       01 w-depth-sw        pic x value 'Y'.
           88 depth-available      value 'Y'.
       01 w-drained-sw      pic x value 'N'.
           88 queue-drained        value 'Y'.
      *
      *    one message : its kind, its size, its sequence number.
      *
       01 w-seq             pic 9(09) value zero.
       01 w-slot            pic 9(03) value zero.
       01 w-kind            pic x(04).
       01 w-want-size       pic 9(04) value zero.
       01 w-ptr             pic 9(05) value zero.
       01 w-pad             pic s9(05) value zero.
       01 w-tail            pic x(16).
       01 w-tail-len        pic 9(02) value zero.
      *
           copy "ww02-record.cpy".
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
      *
       01 rc     binary-short value zero.
       01 w-rc-disp pic -(5)9.
       01  filler pic x(050)
                  value  'pgm-loaddrive-ws-end'.
      *
       linkage section.
       01 lnk_target       pic  x(101).
       01 lnk_testrun      pic  x(101).
       01 errstatus        pic  x(101).
      *
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
      *---------------------------------------------------------------*
      *
       procedure division using
               by reference lnk_target ,
               by reference lnk_testrun ,
               by reference errstatus.
      *
       1000-main.
      *
           display 'start : ' pgm-name.
           move lnk_target to q_output
           move function current-date (1:16) to w-run-stamp.
      *
           if q_output = spaces or q_output = low-values then
              string 'lnk_target queue name is missing or blank'
              delimited by size into err
              perform 3000-end
           end-if.
      *
           if lnk_testrun = spaces or lnk_testrun = low-values then
              string 'LOAD-' delimited by size
                     w-run-stamp (1:14) delimited by size
                into w-testrun-value
              end-string
           else
              move lnk_testrun (1:32) to w-testrun-value
           end-if.
      *
           perform 1010-load-settings thru 1010-load-settings-exit
      *
           display pgm-name ' - target queue : ' q_output
           display pgm-name ' - testRun      : ' w-testrun-value
           display pgm-name ' - rate         : ' w-rate
                   ' msg/sec for ' w-duration ' sec'
           display pgm-name ' - mix          : JSON ' w-mix-json
                   ' WW02 ' w-mix-ww02 ' XML ' w-mix-xml
           display pgm-name ' - sizes        : '
                   function trim(w-sizes-text)
      *
           move ws-hist-file to w-env-value
           move spaces to ws-hist-file
           string function trim(w-env-value) delimited by size
                  '.' delimited by size
                  function trim(w-testrun-value) delimited by size
             into ws-hist-file
           end-string
           open output hist-file
           if w-hist-status not = '00'
              string 'can not create ' function trim(ws-hist-file)
                     ', status ' w-hist-status
              delimited by size into err
              perform 3000-end
           end-if
           move spaces to hist-record
           string 'RUN ' delimited by size
                  function trim(w-testrun-value) delimited by size
                  ' ' delimited by size
                  w-run-stamp delimited by size
                  ' TARGET=' delimited by size
                  function trim(q_output) delimited by size
                  ' RATE=' delimited by size
                  w-rate delimited by size
                  ' DURATION=' delimited by size
                  w-duration delimited by size
                  ' MIX=' delimited by size
                  w-mix-json delimited by size
                  '/' delimited by size
                  w-mix-ww02 delimited by size
                  '/' delimited by size
                  w-mix-xml delimited by size
                  ' SIZES=' delimited by size
                  function trim(w-sizes-text) delimited by size
             into hist-record
           end-string
           write hist-record
      *
      *    publish phase, then drain phase.
      *
           perform 9000-read-clock
           move w-now-hsecs to w-start-hsecs
           compute w-end-hsecs = w-start-hsecs + w-duration * 100
           move w-start-hsecs to w-next-sample
           perform 2000-publish-tick thru 2000-publish-tick-exit
              until w-now-hsecs >= w-end-hsecs
           perform 2300-sample-depth thru 2300-sample-depth-exit
      *
           compute w-end-hsecs = w-now-hsecs + w-drain-secs * 100
           if depth-available and w-depth > 0
              display pgm-name ' - publishing done, waiting up to '
                      w-drain-secs ' sec for the queue to drain'
              perform 2400-drain-tick thru 2400-drain-tick-exit
                 until w-now-hsecs >= w-end-hsecs
                    or w-depth <= 0
                    or not depth-available
           end-if
           if depth-available and w-depth <= 0
              set queue-drained to true
           end-if
      *
           move spaces to hist-record
           string 'END ' delimited by size
                  w-now-stamp delimited by size
                  ' PUBLISHED=' delimited by size
                  cnt-published delimited by size
                  ' BYTES=' delimited by size
                  cnt-bytes delimited by size
                  ' DRAINED=' delimited by size
                  w-drained-sw delimited by size
             into hist-record
           end-string
           write hist-record
           close hist-file
      *
           display pgm-name ' - published ' cnt-published
                   ' (json ' cnt-json ', ww02 ' cnt-ww02
                   ', xml ' cnt-xml ')'
           if not queue-drained
              display pgm-name ' - ** the queue did not drain in '
                      'the wait ; the report covers what the '
                      'instances disposed of'
           end-if
      *
           perform 2500-run-report thru 2500-run-report-exit
           perform 3000-end.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the settings.  an unset variable leaves its default alone,
      *    same as everywhere else in this shop.
      * ---------------------------------------------------------------
       1010-load-settings.
      *
           accept w-env-value from environment 'load_rate'
              not on exception
                 if function trim(w-env-value) is numeric
                    move function numval(w-env-value) to w-rate
                 end-if
           end-accept
           accept w-env-value from environment 'load_duration_secs'
              not on exception
                 if function trim(w-env-value) is numeric
                    move function numval(w-env-value) to w-duration
                 end-if
           end-accept
           accept w-env-value from environment 'load_sample_secs'
              not on exception
                 if function trim(w-env-value) is numeric
                    move function numval(w-env-value)
                      to w-sample-secs
                 end-if
           end-accept
           accept w-env-value from environment 'load_drain_secs'
              not on exception
                 if function trim(w-env-value) is numeric
                    move function numval(w-env-value)
                      to w-drain-secs
                 end-if
           end-accept
           accept w-env-value from environment 'load_mix'
              not on exception
                 move function upper-case(w-env-value)
                   to w-mix-text
           end-accept
           accept w-env-value from environment 'load_sizes'
              not on exception
                 move w-env-value to w-sizes-text
           end-accept
           accept ws-hist-env from environment 'load_hist_file'
              not on exception
                 move ws-hist-env to ws-hist-file
           end-accept
      *
           if w-rate = zero or w-rate > 1000
              string 'load_rate must be 1 to 1000 messages a second'
              delimited by size into err
              perform 3000-end
           end-if
           if w-duration = zero or w-duration > 86400
              string 'load_duration_secs must be 1 to 86400'
              delimited by size into err
              perform 3000-end
           end-if
           if w-sample-secs = zero
              move 1 to w-sample-secs
           end-if
      *
      *    the mix : name=weight items, the weights out of 100.
      *
           move spaces to w-mix-items
           unstring w-mix-text delimited by ','
               into w-mix-entry (1) w-mix-entry (2) w-mix-entry (3)
           end-unstring
           perform varying w-slot from 1 by 1 until w-slot > 3
              if w-mix-entry (w-slot) not = spaces
                 move spaces to w-mix-name w-mix-weight-x
                 unstring w-mix-entry (w-slot) delimited by '='
                     into w-mix-name w-mix-weight-x
                 end-unstring
                 if function trim(w-mix-weight-x) is not numeric
                    string 'load_mix item '
                           function trim(w-mix-entry (w-slot))
                           ' has no numeric weight'
                    delimited by size into err
                    perform 3000-end
                 end-if
                 evaluate function trim(w-mix-name)
                    when 'JSON'
                       move function numval(w-mix-weight-x)
                         to w-mix-json
                    when 'WW02'
                       move function numval(w-mix-weight-x)
                         to w-mix-ww02
                    when 'XML'
                       move function numval(w-mix-weight-x)
                         to w-mix-xml
                    when other
                       string 'load_mix names '
                              function trim(w-mix-name)
                              ' -- only JSON, WW02 and XML'
                       delimited by size into err
                       perform 3000-end
                 end-evaluate
              end-if
           end-perform
           compute w-mix-total = w-mix-json + w-mix-ww02 + w-mix-xml
           if w-mix-total not = 100
              string 'load_mix weights add up to ' w-mix-total
                     ', not 100'
              delimited by size into err
              perform 3000-end
           end-if
      *
      *    the sizes : up to ten, each big enough for the message's
      *    own framing and no bigger than the message buffer.
      *
           move spaces to w-size-items
           unstring w-sizes-text delimited by ','
               into w-size-entry (1) w-size-entry (2)
                    w-size-entry (3) w-size-entry (4)
                    w-size-entry (5) w-size-entry (6)
                    w-size-entry (7) w-size-entry (8)
                    w-size-entry (9) w-size-entry (10)
           end-unstring
           perform varying w-slot from 1 by 1 until w-slot > 10
              if w-size-entry (w-slot) not = spaces
                 if function trim(w-size-entry (w-slot))
                    is not numeric
                    or function numval(w-size-entry (w-slot)) < 128
                    or function numval(w-size-entry (w-slot)) > 4096
                    string 'load_sizes item '
                           function trim(w-size-entry (w-slot))
                           ' is not a size from 128 to 4096'
                    delimited by size into err
                    perform 3000-end
                 end-if
                 add 1 to w-size-count
                 move function numval(w-size-entry (w-slot))
                   to w-size (w-size-count)
              end-if
           end-perform
           if w-size-count = zero
              move 1 to w-size-count
              move 1024 to w-size (1)
           end-if.
      *
       1010-load-settings-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one tick of the publish phase : catch up to where the
      *    rate says the count should be by now, sample the depth
      *    when a sample is due, and sleep briefly.
      * ---------------------------------------------------------------
       2000-publish-tick.
      *
           compute w-elapsed-hsecs = w-now-hsecs - w-start-hsecs
           compute w-target-count = w-rate * w-elapsed-hsecs / 100
           if w-target-count < 1
              move 1 to w-target-count
           end-if
           perform 2100-send-one thru 2100-send-one-exit
              until cnt-published >= w-target-count
           if w-now-hsecs >= w-next-sample
              perform 2300-sample-depth thru 2300-sample-depth-exit
           end-if
           call 'CBL_OC_NANOSLEEP' using w-tick-ns
           end-call
           perform 9000-read-clock.
      *
       2000-publish-tick-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    build and publish the next message.  the kind is a
      *    weighted round robin : each kind earns its weight every
      *    message and the kind with most credit goes next, paying
      *    back a hundred -- so any stretch of the run carries the
      *    mix, not blocks of one kind.  the json and xml sizes take
      *    the size list in turn.
      * ---------------------------------------------------------------
       2100-send-one.
      *
           add 1 to w-seq
           add w-mix-json to w-cr-json
           add w-mix-ww02 to w-cr-ww02
           add w-mix-xml  to w-cr-xml
           evaluate true
              when w-cr-json >= w-cr-ww02 and w-cr-json >= w-cr-xml
                 move 'JSON' to w-kind
                 subtract 100 from w-cr-json
              when w-cr-ww02 >= w-cr-xml
                 move 'WW02' to w-kind
                 subtract 100 from w-cr-ww02
              when other
                 move 'XML' to w-kind
                 subtract 100 from w-cr-xml
           end-evaluate
           if w-kind not = 'WW02'
              add 1 to w-size-next
              if w-size-next > w-size-count
                 move 1 to w-size-next
              end-if
              move w-size (w-size-next) to w-want-size
           end-if
      *
           move low-values to q_message
           move 1 to w-ptr
           evaluate w-kind
              when 'JSON'
                 string '{"loadRun":"' delimited by size
                        function trim(w-testrun-value)
                           delimited by size
                        '","seq":' delimited by size
                        w-seq delimited by size
                        ',"pad":"' delimited by size
                   into q_message
                   with pointer w-ptr
                 end-string
                 move '"}' to w-tail
                 move 2 to w-tail-len
                 perform 2110-pad-and-close
                    thru 2110-pad-and-close-exit
                 move 'application/json' to q_mimetype
                 add 1 to cnt-json
              when 'XML'
                 string '<load><run>' delimited by size
                        function trim(w-testrun-value)
                           delimited by size
                        '</run><seq>' delimited by size
                        w-seq delimited by size
                        '</seq><pad>' delimited by size
                   into q_message
                   with pointer w-ptr
                 end-string
                 move '</pad></load>' to w-tail
                 move 13 to w-tail-len
                 perform 2110-pad-and-close
                    thru 2110-pad-and-close-exit
                 move 'application/xml' to q_mimetype
                 add 1 to cnt-xml
              when other
                 move function current-date to ww02-date
                 move function mod(w-seq, 10000) to ww02-id1
                 move ww02-id1 to ww02-id2 ww02-id3 ww02-id4
                 move spaces to ww02-buffer
                 string 'LOADRUN=' delimited by size
                        function trim(w-testrun-value)
                           delimited by size
                   into ww02-buffer
                 end-string
                 move ww02-file-data
                   to q_message (1:length of ww02-file-data)
                 move length of ww02-file-data to q_msglen
                 move 'application/octet-stream' to q_mimetype
                 add 1 to cnt-ww02
           end-evaluate
      *
           move 1 to q_num
           move TESTRUN         to q_name (1)
           move w-testrun-value to q_value (1)
      *
           call 'amqpSendMessageCC' using
                by reference q_output,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              delimited by size into err
              perform 3000-end
           end-call.
           if rc < 0 then
              move rc to w-rc-disp
              string 'amqpSendMessageCC failed after ' cnt-published
                     ' message(s), rc ' function trim(w-rc-disp)
              delimited by size into err
              perform 3000-end
           end-if.
      *
           add 1 to cnt-published
           add q_msglen to cnt-bytes.
      *
       2100-send-one-exit.
           exit.
      *
      *    pad the payload out to the wanted size with 'x' and close
      *    it ; a size smaller than the framing just gets no pad.
      *
       2110-pad-and-close.
      *
           compute w-pad = w-want-size - (w-ptr - 1) - w-tail-len
           if w-pad > 0
              move all 'x' to q_message (w-ptr:w-pad)
              add w-pad to w-ptr
           end-if
           move w-tail (1:w-tail-len) to q_message (w-ptr:w-tail-len)
           compute q_msglen = w-ptr - 1 + w-tail-len.
      *
       2110-pad-and-close-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one depth reading of the target queue, written as a
      *    SAMPLE line.
      * ---------------------------------------------------------------
       2300-sample-depth.
      *
           compute w-next-sample = w-now-hsecs + w-sample-secs * 100
           if not depth-available
              go to 2300-sample-depth-exit
           end-if
           call 'amqpQueueDepthCC' using
                by reference q_output,
                by reference errstatus
           returning w-depth
           on exception
              display pgm-name ' - amqpQueueDepthCC not available in '
                      'this client library ; the run goes unsampled'
              move 'N' to w-depth-sw
              go to 2300-sample-depth-exit
           end-call
           if w-depth < 0
              display pgm-name ' - depth of '
                      function trim(q_output)
                      ' unreadable, rc ' w-depth
              go to 2300-sample-depth-exit
           end-if
      *
           compute w-elapsed-secs =
                   (w-now-hsecs - w-start-hsecs) / 100
           move w-depth to w-depth-disp
           add 1 to cnt-samples
           move spaces to hist-record
           string 'SAMPLE ' delimited by size
                  w-now-stamp delimited by size
                  ' ' delimited by size
                  w-elapsed-secs delimited by size
                  ' ' delimited by size
                  cnt-published delimited by size
                  ' ' delimited by size
                  w-depth-disp delimited by size
             into hist-record
           end-string
           write hist-record.
      *
       2300-sample-depth-exit.
           exit.
      *
      *    the drain phase : nothing published, the depth sampled
      *    until it reaches zero or the wait runs out.
      *
       2400-drain-tick.
      *
           if w-now-hsecs >= w-next-sample
              perform 2300-sample-depth thru 2300-sample-depth-exit
           end-if
           call 'CBL_OC_NANOSLEEP' using w-tick-ns
           end-call
           perform 9000-read-clock.
      *
       2400-drain-tick-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the report, in-process when it is linked in.
      * ---------------------------------------------------------------
       2500-run-report.
      *
           display 'load_testrun' upon environment-name
           display w-testrun-value upon environment-value
           call 'loadrpt'
           on exception
              display pgm-name ' - loadrpt not linked in ; run it '
                      'with load_testrun='
                      function trim(w-testrun-value)
           end-call.
      *
       2500-run-report-exit.
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
       9000-read-clock.
      *
           move function current-date (1:16) to w-now-stamp
           compute w-now-hsecs =
                   (function integer-of-date
                       (function numval(w-now-stamp (1:8))) * 86400
                    + function numval(w-now-stamp (9:2)) * 3600
                    + function numval(w-now-stamp (11:2)) * 60
                    + function numval(w-now-stamp (13:2))) * 100
                   + function numval(w-now-stamp (15:2)).
      *
       9000-read-clock-exit.
           exit.
      *
       end program loaddrive.
