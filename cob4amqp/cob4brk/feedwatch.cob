      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      feedwatch.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    missing-feed watchdog : the stall alert fires when the
      *    whole bridge goes quiet and depthmon watches backlogs,
      *    but one partner failing to send its morning feed while
      *    everyone else keeps traffic flowing went unnoticed until
      *    somebody downstream asked.  this watchdog checks the
      *    day's TRANLOG (the senderId and msgCategory columns
      *    cobclient's 9016 writes) against an expected-feed
      *    schedule, publishes a MISSING-FEED or VOLUME-OUT-OF-BAND
      *    alert to the existing q_monitor_queue, naming the sender,
      *    as soon as a feed's deadline passes, and prints an
      *    end-of-day conformance listing on request.
      *
      *    the schedule (FEEDSCHED, name overridable from
      *    feed_sched_file) is line-sequential CSV, one expected
      *    feed per line, '*' comments allowed :
      *
      *       senderId,msgCategory,deadline,days,min,max
      *
      *       msgCategory - '*' matches any category from the sender
      *       deadline    - hhmm, local time, by which the feed must
      *                     have arrived
      *       days        - ALL, BD or ME, exactly as in director's
      *                     ROUTETAB (blank = ALL) ; the shop
      *                     calendar (CALFILE / q_calendar_file)
      *                     decides what kind of day today is
      *       min / max   - the expected volume band in messages
      *                     (blank max = no upper limit)
      *
      *    each feed alerts at most once a day.  the alerts already
      *    raised are kept in FEEDSTATE (feed_state_file), so the
      *    cron-driven one-shot run does not repeat them every time
      *    it fires.  test traffic is left out of the counts unless
      *    include_test=Y.
      *
      *      q_tranlog_file    - the tranlog BASE name (default
      *                          TRANLOG ; the generation read is
      *                          base + '.' + yyyymmdd)
      *      feed_interval_secs- seconds between checks (default 300)
      *      feed_cycles       - checks before ending (default 1,
      *                          the cron-driven one-shot ; larger
      *                          runs it resident)
      *      feed_report       - Y prints the conformance listing
      *                          after the last check
      *      q_report_date     - yyyymmdd : list an earlier day
      *                          (listing only, no alerts)
      *      q_monitor_queue   - where alerts go (blank = off),
      *                          the same queue cobclient alerts on
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
           select sched-file assign to ws-sched-file
                  organization line sequential
                  file status is w-sched-status.
      *
           select calendar-file assign to ws-calendar-file
                  organization line sequential
                  file status is w-calendar-status.
      *
           select tranlog-file assign to ws-tranlog-file
                  organization line sequential
                  file status is w-tranlog-status.
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
       fd  sched-file.
       01  sched-line     pic x(120).
      *
       fd  calendar-file.
       01  calendar-line  pic x(80).
      *
       fd  tranlog-file.
       01  w-tranlog-line pic x(250).
      *
       fd  state-file.
       01  state-record   pic x(80).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-feedwatch-ws-start'.
       01 pgm-name pic x(15)
                 value 'feedwatch.cob'.
      *
       01 err pic x(100).
      *
       01 ws-sched-file      pic x(100) value 'FEEDSCHED'.
       01 ws-sched-env       pic x(100).
       01 w-sched-status     pic x(02) value '00'.
       01 ws-calendar-file   pic x(100) value 'CALFILE'.
       01 ws-calendar-env    pic x(100).
       01 w-calendar-status  pic x(02) value '00'.
       01 ws-tranlog-file    pic x(100) value spaces.
       01 w-tranlog-base     pic x(100) value 'TRANLOG'.
       01 ws-tranlog-env     pic x(100).
       01 w-tranlog-status   pic x(02) value '00'.
       01 ws-state-file      pic x(100) value 'FEEDSTATE'.
       01 ws-state-env       pic x(100).
       01 w-state-status     pic x(02) value '00'.
      *
      *    the expected-feed schedule, with each feed's running
      *    picture for the day.
      *
       01 w-fs-tab-count     pic 9(02) value zero.
       01 w-feed-table.
          05 fs-entry occurs 50 times.
             10 fs-sender     pic x(32).
             10 fs-category   pic x(20).
             10 fs-deadline   pic x(04).
             10 fs-days       pic x(03).
             10 fs-min        pic 9(07).
             10 fs-max        pic 9(07).
             10 fs-count      pic 9(09).
             10 fs-first      pic x(06).
             10 fs-due-sw     pic x.
                88 fs-due-today    value 'Y'.
             10 fs-alerted-sw pic x.
                88 fs-alerted      value 'Y'.
       01 w-fs-i             pic 9(02) value zero.
       01 w-fs-hit           pic 9(02) value zero.
       01 w-fs-deadline-x    pic x(08).
       01 w-fs-min-x         pic x(09).
       01 w-fs-max-x         pic x(09).
      *
      *    traffic from sender/category pairs the schedule does not
      *    know, for the conformance listing.
      *
       01 w-un-tab-count     pic 9(02) value zero.
       01 w-unsched-table.
          05 un-entry occurs 50 times.
             10 un-sender     pic x(32).
             10 un-category   pic x(20).
             10 un-count      pic 9(09).
       01 w-un-i             pic 9(02) value zero.
       01 w-un-hit           pic 9(02) value zero.
      *
      *    the shop calendar, as director.cob reads it.
      *
       01 w-cal-date-x       pic x(08).
       01 w-cal-flag-x       pic x(08).
       01 w-today            pic x(08) value spaces.
       01 w-today-env        pic x(08).
       01 w-today-int        pic 9(08) value zero.
       01 w-today-dow        pic 9(01) value zero.
       01 w-now-hhmm         pic x(04) value spaces.
       01 w-business-sw      pic x value 'N'.
           88 today-is-business    value 'Y'.
       01 w-monthend-sw      pic x value 'N'.
           88 today-is-monthend    value 'Y'.
       01 w-past-day-sw      pic x value 'N'.
           88 listing-past-day     value 'Y'.
      *
      *    one tranlog line, as unstrung (the CSV 9016 writes).
      *
       01 tl-timestamp       pic x(16).
       01 tl-msgid           pic x(61).
       01 tl-mimetype        pic x(51).
       01 tl-msglen-x        pic x(10).
       01 tl-retry-x         pic x(10).
       01 tl-queue           pic x(101).
       01 tl-instance        pic x(04).
       01 tl-tier            pic x(01).
       01 tl-senderid        pic x(32).
       01 tl-category        pic x(20).
       01 tl-testrun         pic x(01).
      *
       01 w-include-test     pic x value 'N'.
           88 include-test-traffic value 'Y'.
      *
      *    the state line : date, sender, category, alert raised.
      *
       01 w-state-date       pic x(08).
       01 w-state-sender     pic x(32).
       01 w-state-category   pic x(20).
       01 w-state-alert      pic x(20).
      *
       01 w-interval-secs    pic 9(05) value 300.
       01 w-interval-env     pic x(06).
       01 w-cycles           pic 9(05) value 1.
       01 w-cycles-env       pic x(06).
       01 w-cycle-no         pic 9(05) value zero.
       01 w-report-sw        pic x value 'N'.
           88 conformance-wanted   value 'Y'.
      *
       01 w-monitor-queue    pic x(101) value spaces.
       01 w-alert-kind       pic x(20) value spaces.
       01 w-alert-buffer     pic x(256).
       01 w-alert-len        binary-short value zero.
       01 w-alert-mimetype   pic x(51) value 'application/json'.
       01 w-count-disp       pic z(08)9.
       01 w-min-disp         pic z(06)9.
       01 w-max-disp         pic z(06)9.
      *
       01 w-status-text      pic x(08) value spaces.
       01 cnt-alerts         pic 9(05) value zero.
       01 cnt-ok             pic 9(05) value zero.
       01 cnt-exceptions     pic 9(05) value zero.
       01 cnt-not-due        pic 9(05) value zero.
      *
       01 w-sleep-ns         pic 9(09) comp-5 value 999999999.
       01 w-nap-i            pic 9(05) value zero.
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
      *
       01 rc     binary-short value zero.
       01  filler pic x(050)
                  value  'pgm-feedwatch-ws-end'.
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
           accept ws-sched-env from environment 'feed_sched_file'
              not on exception
                 move ws-sched-env to ws-sched-file
           end-accept.
           accept ws-calendar-env from environment 'q_calendar_file'
              not on exception
                 move ws-calendar-env to ws-calendar-file
           end-accept.
           accept ws-tranlog-env from environment 'q_tranlog_file'
              not on exception
                 move ws-tranlog-env to w-tranlog-base
           end-accept.
           accept ws-state-env from environment 'feed_state_file'
              not on exception
                 move ws-state-env to ws-state-file
           end-accept.
           accept w-interval-env from environment
                  'feed_interval_secs'
              not on exception
                 if function trim(w-interval-env) is numeric
                    move function numval(w-interval-env)
                      to w-interval-secs
                 end-if
           end-accept.
           accept w-cycles-env from environment 'feed_cycles'
              not on exception
                 if function trim(w-cycles-env) is numeric
                    and function numval(w-cycles-env) > 0
                    move function numval(w-cycles-env)
                      to w-cycles
                 end-if
           end-accept.
           accept w-report-sw from environment 'feed_report'
              not on exception
                 continue
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
      *    an earlier day can only be listed : its deadlines passed
      *    long ago, and alerting on them now helps nobody.
      *
           accept w-today-env from environment 'q_report_date'
              not on exception
                 if w-today-env is numeric
                    and w-today-env < function current-date (1:8)
                    set listing-past-day to true
                    set conformance-wanted to true
                    move 1 to w-cycles
                 end-if
           end-accept.
      *
           perform 1100-load-schedule thru 1100-load-schedule-exit.
           if w-fs-tab-count = zero then
              string 'no expected feeds in '
                     function trim(ws-sched-file)
              delimited by size into err
              perform 3000-end
           end-if.
      *
           perform 2100-watch-cycle thru 2100-watch-cycle-exit
              varying w-cycle-no from 1 by 1
              until w-cycle-no > w-cycles ;
      *
           if conformance-wanted
              perform 4000-conformance-listing
                 thru 4000-conformance-listing-exit
           end-if.
      *
           perform 3000-end.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the expected-feed schedule once at start.
      * ---------------------------------------------------------------
       1100-load-schedule.
      *
           open input sched-file
           if w-sched-status not = '00' then
              display pgm-name ' - no feed schedule ('
                      function trim(ws-sched-file) '), status '
                      w-sched-status
              go to 1100-load-schedule-exit
           end-if
      *
           perform until w-sched-status = '10'
              read sched-file
                 at end
                    move '10' to w-sched-status
                 not at end
                    perform 1110-load-one-feed
                       thru 1110-load-one-feed-exit
              end-read
           end-perform
           close sched-file
           display pgm-name ' - ' w-fs-tab-count
                   ' expected feed(s) loaded from '
                   function trim(ws-sched-file).
      *
       1100-load-schedule-exit.
           exit.
      *
       1110-load-one-feed.
      *
           if sched-line = spaces or sched-line (1:1) = '*'
              go to 1110-load-one-feed-exit
           end-if
           if w-fs-tab-count >= 50
              display pgm-name ' - feed schedule full, line '
                      'ignored : ' sched-line (1:60)
              go to 1110-load-one-feed-exit
           end-if
      *
           add 1 to w-fs-tab-count
           move w-fs-tab-count to w-fs-i
           move spaces to w-fs-deadline-x w-fs-min-x w-fs-max-x
           unstring sched-line delimited by ','
               into fs-sender (w-fs-i)
                    fs-category (w-fs-i)
                    w-fs-deadline-x
                    fs-days (w-fs-i)
                    w-fs-min-x
                    w-fs-max-x
           end-unstring
           move function upper-case(fs-days (w-fs-i))
             to fs-days (w-fs-i)
           if fs-days (w-fs-i) = spaces
              move 'ALL' to fs-days (w-fs-i)
           end-if
           move w-fs-deadline-x (1:4) to fs-deadline (w-fs-i)
           move zero to fs-min (w-fs-i) fs-max (w-fs-i)
           if function trim(w-fs-min-x) is numeric
              and w-fs-min-x not = spaces
              move function numval(w-fs-min-x) to fs-min (w-fs-i)
           end-if
           if function trim(w-fs-max-x) is numeric
              and w-fs-max-x not = spaces
              move function numval(w-fs-max-x) to fs-max (w-fs-i)
           end-if
      *
           if fs-sender (w-fs-i) = spaces
              or fs-category (w-fs-i) = spaces
              or fs-deadline (w-fs-i) is not numeric
              or w-fs-deadline-x (5:) not = spaces
              or (fs-days (w-fs-i) not = 'ALL'
                  and fs-days (w-fs-i) not = 'BD '
                  and fs-days (w-fs-i) not = 'ME ')
              or (fs-max (w-fs-i) > zero
                  and fs-max (w-fs-i) < fs-min (w-fs-i))
              display pgm-name ' - bad feed line ignored : '
                      sched-line (1:60)
              subtract 1 from w-fs-tab-count
           end-if.
      *
       1110-load-one-feed-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    what kind of day w-today is : listed dates take their flag
      *    from the shop calendar, unlisted dates default to Monday-
      *    Friday = business (day 1 of integer-of-date is 1601-01-01,
      *    a Monday), and month-end status comes only from the
      *    calendar -- director.cob's rules exactly.
      * ---------------------------------------------------------------
       1200-load-calendar.
      *
           move 'N' to w-business-sw
           move 'N' to w-monthend-sw
           move function integer-of-date(function numval(w-today))
             to w-today-int
           compute w-today-dow = function mod(w-today-int - 1, 7)
           if w-today-dow < 5
              set today-is-business to true
           end-if
      *
           open input calendar-file
           if w-calendar-status not = '00' then
              go to 1200-load-calendar-exit
           end-if
           perform until w-calendar-status = '10'
              read calendar-file
                 at end
                    move '10' to w-calendar-status
                 not at end
                    perform 1210-take-calendar-day
                       thru 1210-take-calendar-day-exit
              end-read
           end-perform
           close calendar-file.
      *
       1200-load-calendar-exit.
           exit.
      *
       1210-take-calendar-day.
      *
           if calendar-line = spaces or calendar-line (1:1) = '*'
              go to 1210-take-calendar-day-exit
           end-if
           move spaces to w-cal-date-x w-cal-flag-x
           unstring calendar-line delimited by ','
               into w-cal-date-x
                    w-cal-flag-x
           end-unstring
           if w-cal-date-x not = w-today
              go to 1210-take-calendar-day-exit
           end-if
           evaluate w-cal-flag-x (1:1)
              when 'H'
                 move 'N' to w-business-sw
              when 'B'
                 set today-is-business to true
              when 'E'
                 set today-is-business to true
                 set today-is-monthend to true
           end-evaluate.
      *
       1210-take-calendar-day-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the alerts already raised today, so a feed alerts once a
      *    day however often the watchdog runs.
      * ---------------------------------------------------------------
       1300-load-state.
      *
           open input state-file
           if w-state-status not = '00' then
              move '00' to w-state-status
              go to 1300-load-state-exit
           end-if
           perform until w-state-status = '10'
              read state-file
                 at end
                    move '10' to w-state-status
                 not at end
                    move spaces to w-state-date w-state-sender
                                   w-state-category w-state-alert
                    unstring state-record delimited by ','
                        into w-state-date
                             w-state-sender
                             w-state-category
                             w-state-alert
                    end-unstring
                    if w-state-date = w-today
                       perform varying w-fs-i from 1 by 1
                               until w-fs-i > w-fs-tab-count
                          if fs-sender (w-fs-i) = w-state-sender
                             and fs-category (w-fs-i)
                                 = w-state-category
                             move 'Y' to fs-alerted-sw (w-fs-i)
                          end-if
                       end-perform
                    end-if
              end-read
           end-perform
           close state-file
           move '00' to w-state-status.
      *
       1300-load-state-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one check : work out the day (a resident watchdog crosses
      *    midnight), count the day's traffic per feed, judge every
      *    feed due today, then nap until the next check.
      * ---------------------------------------------------------------
       2100-watch-cycle.
      *
           if listing-past-day
              move w-today-env to w-today
              move '2400' to w-now-hhmm
           else
              move function current-date (1:8) to w-today
              move function current-date (9:4) to w-now-hhmm
           end-if
           perform 1200-load-calendar thru 1200-load-calendar-exit
      *
           perform varying w-fs-i from 1 by 1
                   until w-fs-i > w-fs-tab-count
              move zero to fs-count (w-fs-i)
              move spaces to fs-first (w-fs-i)
              move 'N' to fs-alerted-sw (w-fs-i)
              evaluate fs-days (w-fs-i)
                 when 'BD '
                    move w-business-sw to fs-due-sw (w-fs-i)
                 when 'ME '
                    move w-monthend-sw to fs-due-sw (w-fs-i)
                 when other
                    move 'Y' to fs-due-sw (w-fs-i)
              end-evaluate
           end-perform
           move zero to w-un-tab-count
           perform 1300-load-state thru 1300-load-state-exit
      *
           perform 2110-count-tranlog thru 2110-count-tranlog-exit
      *
           if not listing-past-day
              perform 2200-judge-one-feed
                 thru 2200-judge-one-feed-exit
                 varying w-fs-i from 1 by 1
                 until w-fs-i > w-fs-tab-count
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
       2100-watch-cycle-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    read the day's tranlog generation through.  no generation
      *    yet is a day with no traffic so far -- which is exactly
      *    what a missing feed looks like.
      * ---------------------------------------------------------------
       2110-count-tranlog.
      *
           move spaces to ws-tranlog-file
           string function trim(w-tranlog-base) delimited by size
                  '.'                           delimited by size
                  w-today                       delimited by size
             into ws-tranlog-file
           end-string
           open input tranlog-file
           if w-tranlog-status not = '00'
              move '00' to w-tranlog-status
              go to 2110-count-tranlog-exit
           end-if
           perform until w-tranlog-status = '10'
              read tranlog-file
                 at end
                    move '10' to w-tranlog-status
                 not at end
                    perform 2120-count-one-line
                       thru 2120-count-one-line-exit
              end-read
           end-perform
           close tranlog-file
           move '00' to w-tranlog-status.
      *
       2110-count-tranlog-exit.
           exit.
      *
       2120-count-one-line.
      *
           move spaces to tl-timestamp tl-msgid tl-mimetype
                          tl-msglen-x tl-retry-x tl-queue
                          tl-instance tl-tier tl-senderid
                          tl-category tl-testrun
           unstring w-tranlog-line delimited by ','
               into tl-timestamp
                    tl-msgid
                    tl-mimetype
                    tl-msglen-x
                    tl-retry-x
                    tl-queue
                    tl-instance
                    tl-tier
                    tl-senderid
                    tl-category
                    tl-testrun
           end-unstring
           if tl-testrun = 'T' and not include-test-traffic
              go to 2120-count-one-line-exit
           end-if
           if tl-senderid = spaces
              go to 2120-count-one-line-exit
           end-if
      *
      *    the exact category line first, the sender's '*' line
      *    otherwise.
      *
           move zero to w-fs-hit
           perform varying w-fs-i from 1 by 1
                   until w-fs-i > w-fs-tab-count
              if fs-sender (w-fs-i) = tl-senderid
                 if fs-category (w-fs-i) = tl-category
                    move w-fs-i to w-fs-hit
                 else
                    if fs-category (w-fs-i) = '*'
                       and w-fs-hit = zero
                       move w-fs-i to w-fs-hit
                    end-if
                 end-if
              end-if
           end-perform
      *
           if w-fs-hit > zero
              add 1 to fs-count (w-fs-hit)
              if fs-first (w-fs-hit) = spaces
                 or tl-timestamp (9:6) < fs-first (w-fs-hit)
                 move tl-timestamp (9:6) to fs-first (w-fs-hit)
              end-if
              go to 2120-count-one-line-exit
           end-if
      *
           move zero to w-un-hit
           perform varying w-un-i from 1 by 1
                   until w-un-i > w-un-tab-count
              if un-sender (w-un-i) = tl-senderid
                 and un-category (w-un-i) = tl-category
                 move w-un-i to w-un-hit
              end-if
           end-perform
           if w-un-hit = zero and w-un-tab-count < 50
              add 1 to w-un-tab-count
              move w-un-tab-count to w-un-hit
              move tl-senderid to un-sender (w-un-hit)
              move tl-category to un-category (w-un-hit)
              move zero to un-count (w-un-hit)
           end-if
           if w-un-hit > zero
              add 1 to un-count (w-un-hit)
           end-if.
      *
       2120-count-one-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one feed, once a day : nothing by the deadline is a
      *    MISSING-FEED ; a count outside the band at the deadline
      *    is VOLUME-OUT-OF-BAND -- and so is a count over the
      *    maximum at any time, which needs no deadline to be wrong.
      * ---------------------------------------------------------------
       2200-judge-one-feed.
      *
           if not fs-due-today (w-fs-i) or fs-alerted (w-fs-i)
              go to 2200-judge-one-feed-exit
           end-if
      *
           move spaces to w-alert-kind
           if w-now-hhmm < fs-deadline (w-fs-i)
              if fs-max (w-fs-i) > zero
                 and fs-count (w-fs-i) > fs-max (w-fs-i)
                 move 'VOLUME-OUT-OF-BAND' to w-alert-kind
              end-if
           else
              if fs-count (w-fs-i) = zero
                 move 'MISSING-FEED' to w-alert-kind
              else
                 if fs-count (w-fs-i) < fs-min (w-fs-i)
                    or (fs-max (w-fs-i) > zero
                        and fs-count (w-fs-i) > fs-max (w-fs-i))
                    move 'VOLUME-OUT-OF-BAND' to w-alert-kind
                 end-if
              end-if
           end-if
           if w-alert-kind = spaces
              go to 2200-judge-one-feed-exit
           end-if
      *
           move 'Y' to fs-alerted-sw (w-fs-i)
           perform 2300-raise-alert thru 2300-raise-alert-exit.
      *
       2200-judge-one-feed-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the alert : on the job log, in FEEDSTATE, and published
      *    to q_monitor_queue in the JSON shape the bridge's own
      *    alerts use.
      * ---------------------------------------------------------------
       2300-raise-alert.
      *
           add 1 to cnt-alerts
           move fs-count (w-fs-i) to w-count-disp
           move fs-min (w-fs-i) to w-min-disp
           move fs-max (w-fs-i) to w-max-disp
           display pgm-name ' - ' function trim(w-alert-kind) ' : '
                   'sender ' function trim(fs-sender (w-fs-i))
                   ' category ' function trim(fs-category (w-fs-i))
                   ' deadline ' fs-deadline (w-fs-i)
                   ' count ' function trim(w-count-disp)
      *
           open extend state-file
           if w-state-status = '35'
              open output state-file
           end-if
           if w-state-status = '00'
              move spaces to state-record
              string w-today delimited by size
                     ',' delimited by size
                     function trim(fs-sender (w-fs-i))
                         delimited by size
                     ',' delimited by size
                     function trim(fs-category (w-fs-i))
                         delimited by size
                     ',' delimited by size
                     function trim(w-alert-kind) delimited by size
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
              go to 2300-raise-alert-exit
           end-if
           move spaces to w-alert-buffer
           string '{"alert":"' delimited by size
                  function trim(w-alert-kind) delimited by size
                  '","senderId":"' delimited by size
                  function trim(fs-sender (w-fs-i))
                      delimited by size
                  '","msgCategory":"' delimited by size
                  function trim(fs-category (w-fs-i))
                      delimited by size
                  '","deadline":"' delimited by size
                  fs-deadline (w-fs-i) delimited by size
                  '","count":' delimited by size
                  function trim(w-count-disp) delimited by size
                  ',"min":' delimited by size
                  function trim(w-min-disp) delimited by size
                  ',"max":' delimited by size
                  function trim(w-max-disp) delimited by size
                  '}' delimited by size
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
       2300-raise-alert-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the end-of-day conformance listing : every scheduled feed
      *    with its deadline, first arrival, count and band, and a
      *    verdict -- OK, MISSING, LATE (first arrival after the
      *    deadline), LOW, HIGH, or NOT-DUE on a day its rule
      *    excludes -- then the traffic nobody scheduled.
      * ---------------------------------------------------------------
       4000-conformance-listing.
      *
           display ' '
           display pgm-name ' - feed conformance for ' w-today
                   ' (business day ' w-business-sw
                   ', month-end ' w-monthend-sw ')'
           display '  sender           category             '
                   'due  first    count band            status'
           perform 4100-list-one-feed thru 4100-list-one-feed-exit
              varying w-fs-i from 1 by 1
              until w-fs-i > w-fs-tab-count
      *
           if w-un-tab-count > zero
              display ' '
              display '  unscheduled traffic :'
              perform varying w-un-i from 1 by 1
                      until w-un-i > w-un-tab-count
                 move un-count (w-un-i) to w-count-disp
                 display '  ' un-sender (w-un-i) (1:16) ' '
                         un-category (w-un-i) ' ' w-count-disp
              end-perform
           end-if
      *
           display ' '
           display pgm-name ' - ' cnt-ok ' feed(s) OK, '
                   cnt-exceptions ' exception(s), '
                   cnt-not-due ' not due today'.
      *
       4000-conformance-listing-exit.
           exit.
      *
       4100-list-one-feed.
      *
           evaluate true
              when not fs-due-today (w-fs-i)
                 move 'NOT-DUE' to w-status-text
              when fs-count (w-fs-i) = zero
                 move 'MISSING' to w-status-text
              when fs-first (w-fs-i) (1:4) >= fs-deadline (w-fs-i)
                 move 'LATE' to w-status-text
              when fs-count (w-fs-i) < fs-min (w-fs-i)
                 move 'LOW' to w-status-text
              when fs-max (w-fs-i) > zero
                   and fs-count (w-fs-i) > fs-max (w-fs-i)
                 move 'HIGH' to w-status-text
              when other
                 move 'OK' to w-status-text
           end-evaluate
           evaluate w-status-text
              when 'OK'
                 add 1 to cnt-ok
              when 'NOT-DUE'
                 add 1 to cnt-not-due
              when other
                 add 1 to cnt-exceptions
           end-evaluate
      *
           move fs-count (w-fs-i) to w-count-disp
           move fs-min (w-fs-i) to w-min-disp
           move fs-max (w-fs-i) to w-max-disp
           display '  ' fs-sender (w-fs-i) (1:16) ' '
                   fs-category (w-fs-i) ' '
                   fs-deadline (w-fs-i) ' '
                   fs-first (w-fs-i) ' '
                   w-count-disp ' '
                   w-min-disp '-' w-max-disp ' '
                   w-status-text.
      *
       4100-list-one-feed-exit.
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
       end program feedwatch.
