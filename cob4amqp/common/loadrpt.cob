      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   throughput report for one loaddrive.cob run : reads
      *            the run's history file (LOADHIST.<testrun>) for the
      *            settings and the input-queue depth curve, then the
      *            run's own traffic back out of every instance's
      *            AUDITLOG and TRANLOG generations the run touched --
      *            testRun-flagged, on the run's target queue, inside
      *            the run's window -- and reports :
      *              - the mix and volume the instances actually read
      *              - sustained throughput (messages an hour, WRITE
      *                events over the active window), per instance
      *                and in total, with the busiest minute
      *              - read-to-write latency percentiles (READ event
      *                to WRITE event of the same msgid, whole
      *                seconds, retries included)
      *              - the point where the input-queue depth started
      *                to grow : the last sample at or under the
      *                depth floor, after which it never came back --
      *                the offered rate there is what the bridge
      *                could not keep up with
      *            and appends the measured ceiling to the LOADCAP
      *            file trendrpt.cob projects against.  a run whose
      *            depth never grew did not find the ceiling ; its
      *            line says so (SATURATED=N) and is a lower bound.
      * Tectonics: cobc -x -I ../copy loadrpt.cob
      *     Usage: export load_testrun=... (the run's marker, as
      *            loaddrive printed it ; required) ;
      *            load_instances=01,02,... lists the q_instance_id
      *            values of the instances under test (blank = one
      *            instance with un-suffixed files) ;
      *            q_audit_file / q_tranlog_file are BASE names,
      *            exactly as everywhere else ; load_hist_file is
      *            loaddrive's history base (default LOADHIST) ;
      *            load_depth_floor is the depth still counted as
      *            keeping up (default 50) ; load_window_hours turns
      *            the hourly ceiling into a daily one for LOADCAP
      *            (default 24) ; load_capacity_file names LOADCAP.
      *-----------------------------------------------------------------
       identification division.
       program-id. loadrpt.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select hist-file assign to ws-hist-file
                  organization line sequential
                  file status is ws-hist-status.
      *
           select audit-file assign to ws-audit-file
                  organization line sequential
                  file status is ws-audit-status.
      *
           select tranlog-file assign to ws-tranlog-file
                  organization line sequential
                  file status is ws-tranlog-status.
      *
           select cap-file assign to ws-cap-file
                  organization line sequential
                  file status is ws-cap-status.
      *
       data division.
       file section.
       fd  hist-file.
       01  hist-record         pic x(200).
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record        pic x(217).
      *
       fd  tranlog-file.
       01  w-tranlog-line      pic x(250).
      *
       fd  cap-file.
       01  cap-record          pic x(120).
      *
       working-storage section.
       01  ws-hist-file        pic x(100) value 'LOADHIST'.
       01  ws-hist-status      pic x(02)  value '00'.
       01  ws-audit-file       pic x(100) value 'AUDITLOG'.
       01  ws-audit-status     pic x(02)  value '00'.
       01  ws-tranlog-file     pic x(100) value 'TRANLOG'.
       01  ws-tranlog-status   pic x(02)  value '00'.
       01  ws-cap-file         pic x(100) value 'LOADCAP'.
       01  ws-cap-status       pic x(02)  value '00'.
       01  w-audit-base        pic x(100) value spaces.
       01  w-tranlog-base      pic x(100) value spaces.
       01  w-env-value         pic x(100).
      *
           copy "fd-audit.cpy".
      *
       01  w-testrun           pic x(32)  value spaces.
       01  w-instances-text    pic x(60)  value spaces.
       01  w-depth-floor       pic 9(09)  value 50.
       01  w-window-hours      pic 9(02)  value 24.
      *
      *    the run, from its history file.
      *
       01  w-hist-word         pic x(10).
       01  w-hist-f2           pic x(40).
       01  w-hist-f3           pic x(40).
       01  w-hist-f4           pic x(110).
       01  w-hist-f5           pic x(40).
       01  w-run-start         pic x(16)  value spaces.
       01  w-run-end           pic x(16)  value spaces.
       01  w-target            pic x(101) value spaces.
       01  w-rate-x            pic x(20)  value spaces.
       01  w-duration-x        pic x(20)  value spaces.
       01  w-duration          pic 9(06)  value zero.
       01  w-drained-x         pic x(20)  value spaces.
       01  w-published-x       pic x(30)  value spaces.
       01  w-run-start-secs    usage binary-double value zero.
       01  w-run-end-secs      usage binary-double value zero.
      *
       01  w-sample-count      pic 9(05)  value zero.
       01  w-sample-table.
           05 smp-entry occurs 20000 times.
              10 smp-elapsed   pic 9(06).
              10 smp-published pic 9(09).
              10 smp-depth     pic 9(09).
      *
      *    the instances under test and the generation dates.
      *
       01  w-inst-count        pic 9(02)  value zero.
       01  w-inst-items.
           05 w-inst-entry     pic x(04) occurs 10 times.
       01  w-inst-table.
           05 inst-entry occurs 10 times.
              10 inst-id       pic x(04).
              10 inst-reads    pic 9(09).
              10 inst-writes   pic 9(09).
              10 inst-errors   pic 9(09).
              10 inst-first    usage binary-double.
              10 inst-last     usage binary-double.
       01  w-inst-i            pic 9(02)  value zero.
       01  w-from-int          usage binary-long value zero.
       01  w-to-int            usage binary-long value zero.
       01  w-cur-int           usage binary-long value zero.
       01  w-cur-date          pic 9(08)  value zero.
       01  w-cur-date-x        pic x(08)  value spaces.
      *
      *    reads still waiting for their WRITE, per instance ; a
      *    message in flight across midnight stays in the table as
      *    the next day's generation is read.
      *
       01  w-open-count        pic 9(05)  value zero.
       01  w-open-table.
           05 open-entry occurs 20000 times.
              10 open-msgid    pic x(61).
              10 open-secs     usage binary-double.
       01  w-open-i            pic 9(05)  value zero.
       01  w-open-lost         pic 9(09)  value zero.
      *
      *    one audit event's time, in seconds since day zero.
      *
       01  w-ev-stamp          pic x(14).
       01  w-ev-secs           usage binary-double value zero.
       01  w-lat-secs          usage binary-double value zero.
      *
      *    latency histogram, one bucket a second up to an hour ;
      *    the last bucket holds everything slower.
      *
       01  w-lat-table.
           05 lat-bucket       pic 9(09) occurs 3601 times
                               value zero.
       01  w-lat-count         pic 9(09)  value zero.
       01  w-lat-max           usage binary-double value zero.
       01  w-lat-target        pic 9(09)  value zero.
       01  w-lat-cum           pic 9(09)  value zero.
       01  w-lat-pct           pic 9(03)  value zero.
       01  w-lat-result        pic 9(05)  value zero.
       01  w-lat-b             pic 9(05)  value zero.
      *
      *    WRITE events by minute of the run, for the busiest one.
      *
       01  w-minute-table.
           05 min-writes       pic 9(07) occurs 4320 times
                               value zero.
       01  w-minute-i          usage binary-long value zero.
       01  w-peak-minute       pic 9(07)  value zero.
      *
      *    the run's traffic as TRANLOG saw it.
      *
       01  tl-timestamp        pic x(16).
       01  tl-msgid            pic x(61).
       01  tl-mimetype         pic x(51).
       01  tl-msglen-x         pic x(10).
       01  tl-retry-x          pic x(10).
       01  tl-queue            pic x(101).
       01  tl-instance         pic x(04).
       01  tl-tier             pic x(01).
       01  tl-sender           pic x(40).
       01  tl-category         pic x(40).
       01  tl-testrun          pic x(01).
       01  mt-tab-count        pic 9(02)  value zero.
       01  mimetype-table.
           05 mt-entry occurs 20 times indexed by mt-idx.
              10 mt-name       pic x(51).
              10 mt-count      pic 9(09).
              10 mt-bytes      pic 9(12).
      *
      *    the totals and the verdict.
      *
       01  w-tot-reads         pic 9(09)  value zero.
       01  w-tot-writes        pic 9(09)  value zero.
       01  w-tot-errors        pic 9(09)  value zero.
       01  w-tot-first         usage binary-double value zero.
       01  w-tot-last          usage binary-double value zero.
       01  w-active-secs       usage binary-double value zero.
       01  w-per-hour          pic 9(09)  value zero.
       01  w-per-day           pic 9(11)  value zero.
       01  w-knee-i            pic 9(05)  value zero.
       01  w-last-low          pic 9(05)  value zero.
       01  w-publish-last      pic 9(05)  value zero.
       01  w-offered-hour      pic 9(09)  value zero.
       01  w-saturated-sw      pic x value 'N'.
           88 bridge-saturated       value 'Y'.
       01  w-p50               pic 9(05)  value zero.
       01  w-p90               pic 9(05)  value zero.
       01  w-p95               pic 9(05)  value zero.
       01  w-p99               pic 9(05)  value zero.
      *
       01  i                   pic 9(05)  value zero.
      *
      *    edited fields for the report body.
      *
       01  rpt-count           pic z(08)9.
       01  rpt-bytes           pic z(11)9.
       01  rpt-secs            pic z(05)9.
       01  rpt-rate            pic z(08)9.
      *-----------------------------------------------------------------
       procedure division.
      *
       000-main.
      *
      *    an unset variable must leave its default alone ; see
      *    tranrpt.cob for why.
      *
           accept w-env-value from environment 'load_testrun'
              not on exception
                 move w-env-value to w-testrun
           end-accept
           accept w-env-value from environment 'load_hist_file'
              not on exception
                 move w-env-value to ws-hist-file
           end-accept
           accept w-env-value from environment 'load_instances'
              not on exception
                 move w-env-value to w-instances-text
           end-accept
           accept w-env-value from environment 'q_audit_file'
              not on exception
                 move w-env-value to ws-audit-file
           end-accept
           accept w-env-value from environment 'q_tranlog_file'
              not on exception
                 move w-env-value to ws-tranlog-file
           end-accept
           accept w-env-value from environment 'load_capacity_file'
              not on exception
                 move w-env-value to ws-cap-file
           end-accept
           accept w-env-value from environment 'load_depth_floor'
              not on exception
                 if function trim(w-env-value) is numeric
                    move function numval(w-env-value)
                      to w-depth-floor
                 end-if
           end-accept
           accept w-env-value from environment 'load_window_hours'
              not on exception
                 if function trim(w-env-value) is numeric
                    and function numval(w-env-value) > 0
                    and function numval(w-env-value) <= 24
                    move function numval(w-env-value)
                      to w-window-hours
                 end-if
           end-accept
           move ws-audit-file to w-audit-base
           move ws-tranlog-file to w-tranlog-base
      *
           if w-testrun = spaces
              display 'loadrpt : load_testrun names no run'
              end-display
              move 8 to return-code
              goback
           end-if
      *
           perform 100-read-history thru 100-read-history-exit
           if return-code not = zero
              goback
           end-if
      *
      *    the instances : the listed ids, or the one un-suffixed
      *    instance.
      *
           move spaces to w-inst-items
           unstring w-instances-text delimited by ','
               into w-inst-entry (1) w-inst-entry (2)
                    w-inst-entry (3) w-inst-entry (4)
                    w-inst-entry (5) w-inst-entry (6)
                    w-inst-entry (7) w-inst-entry (8)
                    w-inst-entry (9) w-inst-entry (10)
           end-unstring
           perform varying w-inst-i from 1 by 1 until w-inst-i > 10
              if w-inst-entry (w-inst-i) not = spaces
                 add 1 to w-inst-count
                 move function trim(w-inst-entry (w-inst-i))
                   to inst-id (w-inst-count)
              end-if
           end-perform
           if w-inst-count = zero
              move 1 to w-inst-count
              move spaces to inst-id (1)
           end-if
      *
           move function integer-of-date(
                function numval(w-run-start (1:8))) to w-from-int
           move function integer-of-date(
                function numval(w-run-end (1:8))) to w-to-int
           perform varying w-inst-i from 1 by 1
                   until w-inst-i > w-inst-count
              move zero to inst-reads (w-inst-i)
                           inst-writes (w-inst-i)
                           inst-errors (w-inst-i)
                           inst-first (w-inst-i)
                           inst-last (w-inst-i)
              move zero to w-open-count
              perform varying w-cur-int from w-from-int by 1
                      until w-cur-int > w-to-int
                 perform 200-read-audit-day
                    thru 200-read-audit-day-exit
                 perform 300-read-tranlog-day
                    thru 300-read-tranlog-day-exit
              end-perform
              add w-open-count to w-open-lost
           end-perform
      *
           perform 400-work-out thru 400-work-out-exit
           perform 500-show-report thru 500-show-report-exit
           perform 600-write-capacity thru 600-write-capacity-exit
           goback.
      *-----------------------------------------------------------------
       100-read-history.
      *
           move ws-hist-file to w-env-value
           move spaces to ws-hist-file
           string function trim(w-env-value) delimited by size
                  '.' delimited by size
                  function trim(w-testrun) delimited by size
             into ws-hist-file
           end-string
           open input hist-file
           if ws-hist-status not = '00'
              display 'loadrpt : can not read '
                      function trim(ws-hist-file) ', status '
                      ws-hist-status
              end-display
              move 8 to return-code
              go to 100-read-history-exit
           end-if
           perform until ws-hist-status = '10'
              read hist-file
                 at end
                    move '10' to ws-hist-status
                 not at end
                    perform 110-history-line
                       thru 110-history-line-exit
              end-read
           end-perform
           close hist-file
      *
           if w-run-start = spaces
              display 'loadrpt : ' function trim(ws-hist-file)
                      ' has no RUN line'
              end-display
              move 8 to return-code
              go to 100-read-history-exit
           end-if
      *
      *    a run that never wrote its END line (stopped, or still
      *    running) is reported up to now.
      *
           if w-run-end = spaces
              move function current-date (1:16) to w-run-end
              display 'loadrpt : ** no END line -- the run did not '
                      'finish ; reporting up to now'
              end-display
           end-if
           move w-run-start (1:14) to w-ev-stamp
           perform 900-stamp-secs thru 900-stamp-secs-exit
           move w-ev-secs to w-run-start-secs
           move w-run-end (1:14) to w-ev-stamp
           perform 900-stamp-secs thru 900-stamp-secs-exit
           move w-ev-secs to w-run-end-secs.
      *
       100-read-history-exit.
           exit.
      *-----------------------------------------------------------------
       110-history-line.
      *
           move spaces to w-hist-word w-hist-f2 w-hist-f3
                          w-hist-f4 w-hist-f5
           unstring hist-record delimited by all ' '
               into w-hist-word w-hist-f2 w-hist-f3 w-hist-f4
                    w-hist-f5
           end-unstring
           evaluate w-hist-word
              when 'RUN'
                 move w-hist-f3 to w-run-start
                 move w-hist-f4 (8:) to w-target
                 move w-hist-f5 (6:) to w-rate-x
                 move spaces to w-duration-x
                 unstring hist-record delimited by 'DURATION='
                     into w-hist-f4 w-duration-x
                 end-unstring
                 if w-duration-x (1:6) is numeric
                    move w-duration-x (1:6) to w-duration
                 end-if
              when 'SAMPLE'
                 if w-sample-count < 20000
                    add 1 to w-sample-count
                    move w-hist-f3 to smp-elapsed (w-sample-count)
                    move w-hist-f4 to smp-published (w-sample-count)
                    move w-hist-f5 to smp-depth (w-sample-count)
                 end-if
              when 'END'
                 move w-hist-f2 to w-run-end
                 move w-hist-f3 (11:) to w-published-x
                 move w-hist-f5 (9:) to w-drained-x
           end-evaluate.
      *
       110-history-line-exit.
           exit.
      *-----------------------------------------------------------------
      *    one instance's AUDITLOG generation for one date : the
      *    run's READ, WRITE and ERROR events.
      *-----------------------------------------------------------------
       200-read-audit-day.
      *
           move function date-of-integer(w-cur-int) to w-cur-date
           move w-cur-date to w-cur-date-x
           move spaces to ws-audit-file
           if inst-id (w-inst-i) = spaces
              string function trim(w-audit-base) delimited by size
                     '.' delimited by size
                     w-cur-date-x delimited by size
                into ws-audit-file
              end-string
           else
              string function trim(w-audit-base) delimited by size
                     '.I' delimited by size
                     function trim(inst-id (w-inst-i))
                        delimited by size
                     '.' delimited by size
                     w-cur-date-x delimited by size
                into ws-audit-file
              end-string
           end-if
           open input audit-file
           if ws-audit-status not = '00'
              display 'loadrpt : no ' function trim(ws-audit-file)
              end-display
              move '00' to ws-audit-status
              go to 200-read-audit-day-exit
           end-if
           perform until ws-audit-status = '10'
              read audit-file into w-audit-line
                 at end
                    move '10' to ws-audit-status
                 not at end
                    perform 210-audit-event
                       thru 210-audit-event-exit
              end-read
           end-perform
           close audit-file
           move '00' to ws-audit-status.
      *
       200-read-audit-day-exit.
           exit.
      *-----------------------------------------------------------------
       210-audit-event.
      *
           if w-audit-testrun not = 'T'
              or w-audit-queue not = w-target (1:20)
              go to 210-audit-event-exit
           end-if
           move w-cur-date-x to w-ev-stamp (1:8)
           move w-audit-hh to w-ev-stamp (9:2)
           move w-audit-mm to w-ev-stamp (11:2)
           move w-audit-ss to w-ev-stamp (13:2)
           perform 900-stamp-secs thru 900-stamp-secs-exit
           if w-ev-secs < w-run-start-secs
              or w-ev-secs > w-run-end-secs
              go to 210-audit-event-exit
           end-if
      *
           evaluate w-audit-event
              when 'READ'
                 perform 220-note-read thru 220-note-read-exit
              when 'WRITE'
                 perform 230-note-write thru 230-note-write-exit
              when 'ERROR'
                 add 1 to inst-errors (w-inst-i)
                 perform 240-close-read thru 240-close-read-exit
           end-evaluate.
      *
       210-audit-event-exit.
           exit.
      *-----------------------------------------------------------------
      *    a requeued message is read again ; its latency runs from
      *    the first read, so a later read of the same msgid is not
      *    a new entry.
      *-----------------------------------------------------------------
       220-note-read.
      *
           perform 250-find-open thru 250-find-open-exit
           if w-open-i > zero
              go to 220-note-read-exit
           end-if
           add 1 to inst-reads (w-inst-i)
           if inst-first (w-inst-i) = zero
              move w-ev-secs to inst-first (w-inst-i)
           end-if
           if w-open-count < 20000
              add 1 to w-open-count
              move w-audit-msgid to open-msgid (w-open-count)
              move w-ev-secs to open-secs (w-open-count)
           else
              add 1 to w-open-lost
           end-if.
      *
       220-note-read-exit.
           exit.
      *-----------------------------------------------------------------
       230-note-write.
      *
           add 1 to inst-writes (w-inst-i)
           move w-ev-secs to inst-last (w-inst-i)
           compute w-minute-i =
                   (w-ev-secs - w-run-start-secs) / 60 + 1
           if w-minute-i >= 1 and w-minute-i <= 4320
              add 1 to min-writes (w-minute-i)
           end-if
      *
           perform 250-find-open thru 250-find-open-exit
           if w-open-i = zero
              go to 230-note-write-exit
           end-if
           compute w-lat-secs = w-ev-secs - open-secs (w-open-i)
           if w-lat-secs < 0
              move zero to w-lat-secs
           end-if
           if w-lat-secs > w-lat-max
              move w-lat-secs to w-lat-max
           end-if
           if w-lat-secs > 3600
              add 1 to lat-bucket (3601)
           else
              add 1 to lat-bucket (w-lat-secs + 1)
           end-if
           add 1 to w-lat-count
           perform 240-close-read thru 240-close-read-exit.
      *
       230-note-write-exit.
           exit.
      *-----------------------------------------------------------------
      *    the message is disposed of : its read leaves the table,
      *    the last entry moved into its place.
      *-----------------------------------------------------------------
       240-close-read.
      *
           perform 250-find-open thru 250-find-open-exit
           if w-open-i = zero
              go to 240-close-read-exit
           end-if
           if w-open-i < w-open-count
              move open-entry (w-open-count) to open-entry (w-open-i)
           end-if
           subtract 1 from w-open-count.
      *
       240-close-read-exit.
           exit.
      *-----------------------------------------------------------------
      *    newest first : a message is usually written soon after
      *    it was read.
      *-----------------------------------------------------------------
       250-find-open.
      *
           move w-open-count to w-open-i
           perform until w-open-i = zero
                      or open-msgid (w-open-i) = w-audit-msgid
              subtract 1 from w-open-i
           end-perform.
      *
       250-find-open-exit.
           exit.
      *-----------------------------------------------------------------
      *    the same instance's TRANLOG generation : the mix and the
      *    bytes the run's reads carried.
      *-----------------------------------------------------------------
       300-read-tranlog-day.
      *
           move spaces to ws-tranlog-file
           if inst-id (w-inst-i) = spaces
              string function trim(w-tranlog-base) delimited by size
                     '.' delimited by size
                     w-cur-date-x delimited by size
                into ws-tranlog-file
              end-string
           else
              string function trim(w-tranlog-base) delimited by size
                     '.I' delimited by size
                     function trim(inst-id (w-inst-i))
                        delimited by size
                     '.' delimited by size
                     w-cur-date-x delimited by size
                into ws-tranlog-file
              end-string
           end-if
           open input tranlog-file
           if ws-tranlog-status not = '00'
              move '00' to ws-tranlog-status
              go to 300-read-tranlog-day-exit
           end-if
           perform until ws-tranlog-status = '10'
              read tranlog-file
                 at end
                    move '10' to ws-tranlog-status
                 not at end
                    perform 310-tranlog-line
                       thru 310-tranlog-line-exit
              end-read
           end-perform
           close tranlog-file
           move '00' to ws-tranlog-status.
      *
       300-read-tranlog-day-exit.
           exit.
      *-----------------------------------------------------------------
       310-tranlog-line.
      *
           move spaces to tl-timestamp tl-msgid tl-mimetype
                          tl-msglen-x tl-retry-x tl-queue
                          tl-instance tl-tier tl-sender
                          tl-category tl-testrun
           unstring w-tranlog-line delimited by ','
               into tl-timestamp tl-msgid tl-mimetype
                    tl-msglen-x tl-retry-x tl-queue
                    tl-instance tl-tier tl-sender
                    tl-category tl-testrun
           end-unstring
           if tl-testrun not = 'T'
              or tl-queue not = w-target
              or function trim(tl-msglen-x) is not numeric
              or tl-msglen-x = spaces
              go to 310-tranlog-line-exit
           end-if
           move tl-timestamp (1:14) to w-ev-stamp
           perform 900-stamp-secs thru 900-stamp-secs-exit
           if w-ev-secs < w-run-start-secs
              or w-ev-secs > w-run-end-secs
              go to 310-tranlog-line-exit
           end-if
      *
           set mt-idx to 1
           search mt-entry
              at end
                 continue
              when mt-idx > mt-tab-count
                 if mt-tab-count < 20
                    add 1 to mt-tab-count
                    move tl-mimetype to mt-name (mt-tab-count)
                    move 1 to mt-count (mt-tab-count)
                    move function numval(tl-msglen-x)
                      to mt-bytes (mt-tab-count)
                 end-if
              when mt-name (mt-idx) = tl-mimetype
                 add 1 to mt-count (mt-idx)
                 add function numval(tl-msglen-x) to mt-bytes (mt-idx)
           end-search.
      *
       310-tranlog-line-exit.
           exit.
      *-----------------------------------------------------------------
       400-work-out.
      *
      *    totals and the active window : first read to last write
      *    across all the instances.
      *
           perform varying w-inst-i from 1 by 1
                   until w-inst-i > w-inst-count
              add inst-reads (w-inst-i) to w-tot-reads
              add inst-writes (w-inst-i) to w-tot-writes
              add inst-errors (w-inst-i) to w-tot-errors
              if inst-first (w-inst-i) > zero
                 and (w-tot-first = zero
                      or inst-first (w-inst-i) < w-tot-first)
                 move inst-first (w-inst-i) to w-tot-first
              end-if
              if inst-last (w-inst-i) > w-tot-last
                 move inst-last (w-inst-i) to w-tot-last
              end-if
           end-perform
           compute w-active-secs = w-tot-last - w-tot-first
           if w-active-secs < 1
              move 1 to w-active-secs
           end-if
           compute w-per-hour = w-tot-writes * 3600 / w-active-secs
           compute w-per-day = w-per-hour * w-window-hours
           perform varying w-minute-i from 1 by 1
                   until w-minute-i > 4320
              if min-writes (w-minute-i) > w-peak-minute
                 move min-writes (w-minute-i) to w-peak-minute
              end-if
           end-perform
      *
      *    latency percentiles off the histogram.
      *
           move 50 to w-lat-pct
           perform 410-percentile thru 410-percentile-exit
           move w-lat-result to w-p50
           move 90 to w-lat-pct
           perform 410-percentile thru 410-percentile-exit
           move w-lat-result to w-p90
           move 95 to w-lat-pct
           perform 410-percentile thru 410-percentile-exit
           move w-lat-result to w-p95
           move 99 to w-lat-pct
           perform 410-percentile thru 410-percentile-exit
           move w-lat-result to w-p99
      *
      *    the knee, over the publishing samples only : the depth's
      *    last visit at or under the floor.  growth that never came
      *    back down before publishing stopped means the offered
      *    rate had passed what the instances could take.
      *
           perform varying i from 1 by 1 until i > w-sample-count
              if smp-elapsed (i) <= w-duration
                 move i to w-publish-last
                 if smp-depth (i) <= w-depth-floor
                    move i to w-last-low
                 end-if
              end-if
           end-perform
           if w-publish-last > zero
              and smp-depth (w-publish-last) > w-depth-floor
              set bridge-saturated to true
              compute w-knee-i = w-last-low + 1
              if smp-elapsed (w-knee-i) > zero
                 compute w-offered-hour =
                         smp-published (w-knee-i) * 3600
                         / smp-elapsed (w-knee-i)
              end-if
           end-if.
      *
       400-work-out-exit.
           exit.
      *-----------------------------------------------------------------
       410-percentile.
      *
           move zero to w-lat-result w-lat-cum
           if w-lat-count = zero
              go to 410-percentile-exit
           end-if
           compute w-lat-target =
                   (w-lat-count * w-lat-pct + 99) / 100
           if w-lat-target < 1
              move 1 to w-lat-target
           end-if
           perform varying w-lat-b from 1 by 1
                   until w-lat-b > 3601 or w-lat-cum >= w-lat-target
              add lat-bucket (w-lat-b) to w-lat-cum
           end-perform
           compute w-lat-result = w-lat-b - 2.
      *
       410-percentile-exit.
           exit.
      *-----------------------------------------------------------------
       500-show-report.
      *
           display ' '
           end-display
           display 'loadrpt : load run ' function trim(w-testrun)
                   ' on ' function trim(w-target)
           end-display
           display '  from ' w-run-start (1:14) ' to '
                   w-run-end (1:14) ', offered '
                   function trim(w-rate-x) ' msg/sec for '
                   w-duration ' sec, published '
                   function trim(w-published-x)
           end-display
           if w-drained-x (1:1) = 'N'
              display '  ** the queue had not drained when the '
                      'driver stopped waiting'
              end-display
           end-if
      *
           display ' '
           end-display
           display '  traffic read, by mimetype'
           end-display
           perform varying i from 1 by 1 until i > mt-tab-count
              move mt-count (i) to rpt-count
              move mt-bytes (i) to rpt-bytes
              display '  ' mt-name (i) (1:28) ' ' rpt-count ' '
                      rpt-bytes
              end-display
           end-perform
      *
           display ' '
           end-display
           display '  instance      read   written  rejected   '
                   'per hour'
           end-display
           perform varying w-inst-i from 1 by 1
                   until w-inst-i > w-inst-count
              move zero to rpt-rate
              if inst-last (w-inst-i) > inst-first (w-inst-i)
                 compute rpt-rate = inst-writes (w-inst-i) * 3600
                         / (inst-last (w-inst-i)
                            - inst-first (w-inst-i))
              end-if
              display '  ' inst-id (w-inst-i) '  '
                      inst-reads (w-inst-i) ' '
                      inst-writes (w-inst-i) ' '
                      inst-errors (w-inst-i) ' ' rpt-rate
              end-display
           end-perform
      *
           display ' '
           end-display
           move w-per-hour to rpt-rate
           move w-active-secs to rpt-secs
           display '  sustained throughput : ' rpt-rate
                   ' msg/hour over ' rpt-secs ' active sec'
           end-display
           compute rpt-rate = w-peak-minute * 60
           display '  busiest minute       : ' w-peak-minute
                   ' written (' rpt-rate ' msg/hour)'
           end-display
           if w-open-lost > zero
              move w-open-lost to rpt-count
              display '  ** ' rpt-count ' read(s) never written or '
                      'rejected inside the run window'
              end-display
           end-if
      *
           display ' '
           end-display
           move w-lat-count to rpt-count
           display '  read-to-write latency over ' rpt-count
                   ' message(s), seconds'
           end-display
           move w-lat-max to rpt-secs
           display '    p50 ' w-p50 '  p90 ' w-p90 '  p95 ' w-p95
                   '  p99 ' w-p99 '  max ' rpt-secs
           end-display
      *
           display ' '
           end-display
           evaluate true
              when w-sample-count = zero
                 display '  input queue depth : not sampled'
                 end-display
              when bridge-saturated
                 move smp-elapsed (w-knee-i) to rpt-secs
                 move smp-depth (w-knee-i) to rpt-count
                 display '  input queue depth : started to grow '
                         rpt-secs ' sec into the run (depth '
                         rpt-count ')'
                 end-display
                 move w-offered-hour to rpt-rate
                 display '    offered rate there ' rpt-rate
                         ' msg/hour -- the ceiling was reached'
                 end-display
              when other
                 display '  input queue depth : never grew past '
                         w-depth-floor ' -- the instances kept up ;'
                 end-display
                 display '    the ceiling is above the offered rate'
                 end-display
           end-evaluate.
      *
       500-show-report-exit.
           exit.
      *-----------------------------------------------------------------
      *    the measured ceiling, for trendrpt.  a daily figure from
      *    the hourly one over the bridge's working window.
      *-----------------------------------------------------------------
       600-write-capacity.
      *
           if w-tot-writes = zero
              display 'loadrpt : nothing written, no capacity line'
              end-display
              go to 600-write-capacity-exit
           end-if
           open extend cap-file
           if ws-cap-status = '35'
              open output cap-file
           end-if
           if ws-cap-status not = '00'
              display 'loadrpt : can not write '
                      function trim(ws-cap-file) ', status '
                      ws-cap-status
              end-display
              go to 600-write-capacity-exit
           end-if
           move spaces to cap-record
           string w-run-end (1:8) delimited by size
                  ' ' delimited by size
                  function trim(w-testrun) delimited by size
                  ' INSTANCES=' delimited by size
                  w-inst-count delimited by size
                  ' PERHOUR=' delimited by size
                  w-per-hour delimited by size
                  ' PERDAY=' delimited by size
                  w-per-day delimited by size
                  ' SATURATED=' delimited by size
                  w-saturated-sw delimited by size
                  ' P95=' delimited by size
                  w-p95 delimited by size
             into cap-record
           end-string
           write cap-record
           close cap-file
           display 'loadrpt : capacity line written to '
                   function trim(ws-cap-file)
           end-display.
      *
       600-write-capacity-exit.
           exit.
      *-----------------------------------------------------------------
      *    yyyymmddhhmmss to seconds since day zero.
      *-----------------------------------------------------------------
       900-stamp-secs.
      *
           move zero to w-ev-secs
           if w-ev-stamp is not numeric
              go to 900-stamp-secs-exit
           end-if
           compute w-ev-secs =
                   function integer-of-date
                      (function numval(w-ev-stamp (1:8))) * 86400
                   + function numval(w-ev-stamp (9:2)) * 3600
                   + function numval(w-ev-stamp (11:2)) * 60
                   + function numval(w-ev-stamp (13:2)).
      *
       900-stamp-secs-exit.
           exit.
