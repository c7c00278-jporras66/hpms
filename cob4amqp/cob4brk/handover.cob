      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      handover.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    shift handover report : at a shift change the outgoing
      *    operator used to rebuild the shift by hand from
      *    BRIDGESTAT, DEPTHSTAT, the OPSLOG, dlqrpt output and
      *    RUN_HISTORY, and things got missed.  this program does it
      *    in one pass over one time window :
      *
      *      RUNS       every run that ended in the window (from
      *                 RUN_HISTORY, through RUNHLIST.cbl), marked
      *                 when it also started in it, with its end
      *                 reason and counts ; and every instance's
      *                 current BRIDGESTAT, which is where a run
      *                 still going shows up
      *      DEAD-LETTER the window's dead-letter delta by
      *                 rejectReason, from the AUDITLOG generations :
      *                 ERROR events put a message on the error
      *                 queue (a review rejection's among them),
      *                 dlqpolicy's RPLAY and QUARN take
      *                 one off ; dlqtool's replays and purges are
      *                 in the OPSLOG without a reason, and are
      *                 shown as such
      *      ACTIONS    every OPSLOG line stamped in the window --
      *                 replays, purges, table saves, control
      *                 commands, reviews -- with a count per tool
      *      HOLDS      the park queue depth (q_park_queue), the
      *                 spool's record count (q_spool_file), every
      *                 instance's resequence HELD= count and the
      *                 DEPTHSTAT snapshot, as they stand now
      *      BREAKERS   every destination an instance's BRIDGESTAT
      *                 shows with its circuit breaker open
      *      OUTCOMES   every reconcile / dayclose verdict in the
      *                 OUTCOMES history (ww43-outcome.cpy) in the
      *                 window, UNBALANCED and NOGO flagged
      *
      *    the window : by default it runs from the previous
      *    handover to now, so no hour is left out and none is
      *    reported twice.  every report that runs to now appends
      *    its own stamp to the HANDOVERS history (handover_file) :
      *
      *      yyyymmddhhmmss FROM=yyyymmddhhmmss OPER=operator
      *
      *    and the next report starts from the last such line.  with
      *    no history yet the window is the last eight hours.
      *    handover_from / handover_to (yyyymmddhhmmss) override
      *    either end for a look back at an older shift ; a report
      *    whose window does not end now records nothing, so it
      *    never moves the next shift's starting point.
      *
      *    handover_instances=01,02,... lists the q_instance_id
      *    values running in parallel (up to 10), the same way
      *    loadrpt reads them ; unset means one un-suffixed bridge.
      *    every file name honors the variable its owner reads
      *    (q_status_file, q_audit_file, ops_log_file,
      *    q_outcome_file, depth_stat_file, q_spool_file).
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
      *
      *    the spool, opened only to count what it holds.
      *
           select archive-file assign to disk
                  organization is indexed
                  access mode is sequential
                  record key is ww10-msgid
                  alternate record key is ww10-uuid
                     with duplicates
                  file status is w-archive-status.
      *
           select handover-file assign to ws-handover-file
                  organization line sequential
                  file status is w-handover-status.
      *
           select status-file assign to ws-status-file
                  organization line sequential
                  file status is w-status-status.
      *
           select audit-file assign to ws-audit-file
                  organization line sequential
                  file status is w-audit-status.
      *
           select opslog-file assign to ws-opslog-file
                  organization line sequential
                  file status is w-opslog-status.
      *
           select outcome-file assign to ws-outcome-file
                  organization line sequential
                  file status is w-outcome-status.
      *
           select depth-file assign to ws-depth-file
                  organization line sequential
                  file status is w-depth-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
           copy "fd-archive.cpy".
      *
       fd  handover-file.
       01  handover-record  pic x(80).
      *
       fd  status-file.
       01  status-record  pic x(200).
      *
       fd  audit-file.
       01  audit-record   pic x(217).
      *
       fd  opslog-file.
       01  opslog-record  pic x(200).
      *
       fd  outcome-file
           record contains 106 characters.
       01  outcome-record pic x(106).
      *
       fd  depth-file.
       01  depth-record   pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-handover-ws-start'.
       01 pgm-name pic x(15)
                 value 'handover.cob'.
      *
       01 err pic x(100).
      *
       01 w-now              pic x(14) value spaces.
       01 w-operator-id      pic x(08) value spaces.
       01 w-env-value        pic x(100).
      *
      *    the window, and whether it runs to now.
      *
       01 w-from             pic x(14) value spaces.
       01 w-to               pic x(14) value spaces.
       01 w-from-env         pic x(14) value spaces.
       01 w-to-env           pic x(14) value spaces.
       01 w-to-now-sw        pic x(01) value 'Y'.
          88 window-to-now         value 'Y'.
       01 w-from-source      pic x(30) value spaces.
      *
      *    now less eight hours, in seconds since day zero.
      *
       01 w-secs             pic 9(12) value zero.
       01 w-days             pic 9(08) value zero.
       01 w-day-secs         pic 9(05) value zero.
       01 w-hhmmss.
          05 w-hh            pic 9(02).
          05 w-mi            pic 9(02).
          05 w-ss            pic 9(02).
       01 w-date-9           pic 9(08) value zero.
      *
       01 ws-handover-file   pic x(100) value 'HANDOVERS'.
       01 w-handover-status  pic x(02) value '00'.
       01 w-last-handover    pic x(14) value spaces.
      *
       01 ws-status-base     pic x(100) value 'BRIDGESTAT'.
       01 ws-status-file     pic x(100) value spaces.
       01 w-status-status    pic x(02) value '00'.
       01 ws-audit-base      pic x(100) value 'AUDITLOG'.
       01 ws-audit-file      pic x(100) value spaces.
       01 w-audit-status     pic x(02) value '00'.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 w-opslog-status    pic x(02) value '00'.
       01 ws-outcome-file    pic x(100) value 'OUTCOMES'.
       01 w-outcome-status   pic x(02) value '00'.
       01 ws-depth-file      pic x(100) value 'DEPTHSTAT'.
       01 w-depth-status     pic x(02) value '00'.
      *
           copy "fd-archive-ws.cpy".
       01 ws-archive-file    pic x(100) value 'SPOOL.DAT'.
       01 w-archive-status   pic x(02) value '00'.
       01 w-park-queue       pic x(101) value spaces.
      *
      *    the instances : up to 10, one blank entry for a single
      *    un-suffixed bridge.
      *
       01 w-instances-text   pic x(60) value spaces.
       01 w-inst-count       pic 9(02) value zero.
       01 w-inst-items.
          05 w-inst-entry    pic x(04) occurs 10 times.
       01 w-inst-table.
          05 inst-id         pic x(04) occurs 10 times.
       01 w-inst-i           pic 9(02) value zero.
      *
      *    one BRIDGESTAT snapshot, split.
      *
       01 w-stat-fields.
          05 w-stat-stamp    pic x(16).
          05 w-stat-state    pic x(10).
          05 w-stat-read     pic x(12).
          05 w-stat-write    pic x(12).
          05 w-stat-err      pic x(12).
          05 w-stat-msgid    pic x(61).
          05 w-stat-msgstamp pic x(20).
          05 w-stat-uptime   pic x(12).
          05 w-stat-extra-1  pic x(100).
          05 w-stat-extra-2  pic x(100).
       01 w-stat-held        pic x(12) value spaces.
       01 w-stat-breakers    pic x(100) value spaces.
       01 w-brk-item         pic x(20).
       01 w-brk-dest         pic x(16).
       01 w-brk-state        pic x(01).
       01 w-brk-ptr          pic 9(03) value 1.
      *
      *    the runs RUN_HISTORY holds for the window.
      *
           copy "ww44-runlist.cpy".
       01 w-run-i            pic 9(04) value zero.
       01 w-run-inst         pic x(04).
       01 w-run-started      pic x(14).
       01 w-run-mark         pic x(08).
      *
      *    the dead-letter delta : one entry per reason seen.
      *
       01 w-dl-count         pic 9(03) value zero.
       01 w-dl-table.
          05 dl-entry occurs 100 times.
             10 dl-reason    pic x(32).
             10 dl-in        pic 9(07).
             10 dl-out       pic 9(07).
       01 w-dl-i             pic 9(03) value zero.
       01 w-dl-reason        pic x(32).
       01 w-dl-sign          pic x(01).
       01 w-dl-net           pic s9(07) value zero.
       01 w-dl-tool-out      pic 9(09) value zero.
      *
           copy "fd-audit.cpy".
       01 w-audit-stamp      pic x(14).
       01 w-day-int          pic 9(08) value zero.
       01 w-day-last         pic 9(08) value zero.
       01 w-day              pic 9(08) value zero.
       01 w-gen-inst         pic x(04).
      *
      *    the operator actions : a count per tool.
      *
       01 w-ops-stamp        pic x(14).
       01 w-ops-tool         pic x(20).
       01 w-ops-part         pic x(200).
       01 w-ops-rest         pic x(200).
       01 w-ops-num          pic x(09).
       01 w-tool-count       pic 9(02) value zero.
       01 w-tool-table.
          05 tool-entry occurs 30 times.
             10 tool-name    pic x(20).
             10 tool-actions pic 9(05).
       01 w-tool-i           pic 9(02) value zero.
      *
           copy "ww43-outcome.cpy".
      *
       01 w-counts.
          05 cnt-runs        pic 9(05) value zero.
          05 cnt-started     pic 9(05) value zero.
          05 cnt-actions     pic 9(05) value zero.
          05 cnt-outcomes    pic 9(05) value zero.
          05 cnt-bad         pic 9(05) value zero.
          05 cnt-open-brk    pic 9(05) value zero.
          05 cnt-spool       pic 9(09) value zero.
       01 rpt-count          pic z(08)9.
       01 rpt-count-2        pic z(08)9.
       01 rpt-net            pic -(08)9.
       01 rpt-depth          pic -(08)9.
      *
       01 rc     binary-short value zero.
       01  filler pic x(050)
                  value  'pgm-handover-ws-end'.
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
           move function current-date (1:14) to w-now
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept w-operator-id from environment 'operator_id'
              not on exception
                 continue
           end-accept.
           accept w-env-value from environment 'handover_file'
              not on exception
                 move w-env-value to ws-handover-file
           end-accept.
           accept w-env-value from environment 'handover_instances'
              not on exception
                 move w-env-value to w-instances-text
           end-accept.
           accept w-from-env from environment 'handover_from'
              not on exception
                 continue
           end-accept.
           accept w-to-env from environment 'handover_to'
              not on exception
                 continue
           end-accept.
           accept w-env-value from environment 'q_status_file'
              not on exception
                 move w-env-value to ws-status-base
           end-accept.
           accept w-env-value from environment 'q_audit_file'
              not on exception
                 move w-env-value to ws-audit-base
           end-accept.
           accept w-env-value from environment 'ops_log_file'
              not on exception
                 move w-env-value to ws-opslog-file
           end-accept.
           accept w-env-value from environment 'q_outcome_file'
              not on exception
                 move w-env-value to ws-outcome-file
           end-accept.
           accept w-env-value from environment 'depth_stat_file'
              not on exception
                 move w-env-value to ws-depth-file
           end-accept.
           accept w-env-value from environment 'q_spool_file'
              not on exception
                 move w-env-value to ws-archive-file
           end-accept.
           accept w-park-queue from environment 'q_park_queue'
              not on exception
                 continue
           end-accept.
      *
           perform 1010-split-instances thru 1010-split-instances-exit
           perform 1020-set-window thru 1020-set-window-exit
      *
           display ' '
           display pgm-name ' - shift handover, window '
                   w-from ' to ' w-to
           display pgm-name ' -   from : ' function trim(w-from-source)
           if w-operator-id not = spaces
              display pgm-name ' -   by   : ' w-operator-id
           end-if
      *
           perform 2000-list-runs thru 2000-list-runs-exit
           perform 2100-dead-letter-delta
              thru 2100-dead-letter-delta-exit
           perform 2200-operator-actions
              thru 2200-operator-actions-exit
           perform 2300-holds thru 2300-holds-exit
           perform 2400-breakers thru 2400-breakers-exit
           perform 2500-outcomes thru 2500-outcomes-exit
           perform 2600-record-handover thru 2600-record-handover-exit
      *
           perform 3000-end.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the instance list, split the way loadrpt splits it.
      * ---------------------------------------------------------------
       1010-split-instances.
      *
           move spaces to w-inst-items w-inst-table
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
           end-if.
      *
       1010-split-instances-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the window.  the end is now unless handover_to says
      *    otherwise ; the start is handover_from, else the last
      *    handover recorded before that end, else eight hours
      *    back from it.
      * ---------------------------------------------------------------
       1020-set-window.
      *
           move w-now to w-to
           if w-to-env not = spaces
              if w-to-env is not numeric
                 string 'handover_to must be yyyymmddhhmmss'
                 delimited by size into err
                 perform 3000-end
              end-if
              if w-to-env < w-now
                 move w-to-env to w-to
                 move 'N' to w-to-now-sw
              end-if
           end-if
      *
           if w-from-env not = spaces
              if w-from-env is not numeric
                 string 'handover_from must be yyyymmddhhmmss'
                 delimited by size into err
                 perform 3000-end
              end-if
              move w-from-env to w-from
              move 'handover_from' to w-from-source
              go to 1020-check-window
           end-if
      *
           open input handover-file
           if w-handover-status = '00'
              perform until w-handover-status not = '00'
                 read handover-file
                    at end
                       move '10' to w-handover-status
                    not at end
                       if handover-record (1:14) is numeric
                          move handover-record (1:14)
                            to w-last-handover
                       end-if
                 end-read
              end-perform
              close handover-file
           end-if
           if w-last-handover not = spaces
              and w-last-handover < w-to
              move w-last-handover to w-from
              move 'the previous handover' to w-from-source
              go to 1020-check-window
           end-if
      *
      *    no handover yet : the eight hours up to the window's
      *    end.
      *
           move w-to (1:8) to w-date-9
           move w-to (9:6) to w-hhmmss
           compute w-secs = function integer-of-date (w-date-9)
                          * 86400
                          + w-hh * 3600 + w-mi * 60 + w-ss
                          - 28800
           divide w-secs by 86400 giving w-days
                  remainder w-day-secs
           compute w-hh = w-day-secs / 3600
           compute w-mi = (w-day-secs - w-hh * 3600) / 60
           compute w-ss = w-day-secs - w-hh * 3600 - w-mi * 60
           move function date-of-integer (w-days) to w-date-9
           move w-date-9 to w-from (1:8)
           move w-hhmmss to w-from (9:6)
           move 'no handover yet, last 8 hours' to w-from-source.
      *
       1020-check-window.
      *
           if w-from not < w-to
              string 'the window starts ' w-from
                     ', not before its end ' w-to
              delimited by size into err
              perform 3000-end
           end-if.
      *
       1020-set-window-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    RUNS : what RUN_HISTORY holds for the window, then each
      *    instance's snapshot -- a run still going has no row yet.
      *    the run id is instance-startstamp, so the start is the
      *    part after the dash.
      * ---------------------------------------------------------------
       2000-list-runs.
      *
           display ' '
           display pgm-name ' - RUNS'
           move w-from to ww44-from
           move w-to to ww44-to
           call 'RUNHLIST' using
                by reference ww44-run-list
           on exception
              move 1 to ww44-failed
              move zero to ww44-count
           end-call
           if ww44-failed = 1
              display pgm-name ' -   run history unavailable, '
                      'RUN_HISTORY not read'
           end-if
      *
           perform varying w-run-i from 1 by 1
                   until w-run-i > ww44-count
              add 1 to cnt-runs
              move spaces to w-run-inst w-run-started
              unstring ww44-runid (w-run-i) delimited by '-'
                  into w-run-inst w-run-started
              end-unstring
              move 'ENDED' to w-run-mark
              if w-run-started not < w-from
                 and w-run-started < w-to
                 move 'STARTED' to w-run-mark
                 add 1 to cnt-started
              end-if
              display pgm-name ' -   '
                      ww44-runid (w-run-i) ' '
                      w-run-mark ' ' ww44-ended (w-run-i)
                      ' ' ww44-reason (w-run-i)
              display pgm-name ' -     read '
                      ww44-read (w-run-i) ' write '
                      ww44-write (w-run-i) ' err '
                      ww44-err (w-run-i) ' dupe '
                      ww44-dupe (w-run-i) ' secs '
                      ww44-elapsed (w-run-i)
           end-perform
           if ww44-more = 'Y'
              display pgm-name ' -   ** more runs ended in the '
                      'window than listed, see RUNHRPT'
           end-if
           move cnt-runs to rpt-count
           move cnt-started to rpt-count-2
           display pgm-name ' -   runs ended ' rpt-count
                   ', also started in the window ' rpt-count-2
      *
           perform varying w-inst-i from 1 by 1
                   until w-inst-i > w-inst-count
              perform 2010-read-snapshot thru 2010-read-snapshot-exit
              if w-stat-state = spaces
                 display pgm-name ' -   instance '
                         inst-id (w-inst-i) ' no snapshot ('
                         function trim(ws-status-file) ')'
              else
                 display pgm-name ' -   instance '
                         inst-id (w-inst-i) ' '
                         w-stat-state ' as of ' w-stat-stamp
                 display pgm-name ' -     read '
                         function trim(w-stat-read) ' write '
                         function trim(w-stat-write) ' err '
                         function trim(w-stat-err) ' uptime '
                         function trim(w-stat-uptime)
              end-if
           end-perform.
      *
       2000-list-runs-exit.
           exit.
      *
      *    one instance's BRIDGESTAT : the fixed CSV fields, then
      *    the optional HELD= and breaker fields, in either order.
      *
       2010-read-snapshot.
      *
           move spaces to w-stat-fields w-stat-held w-stat-breakers
           move ws-status-base to ws-status-file
           if inst-id (w-inst-i) not = spaces
              move spaces to ws-status-file
              string function trim(ws-status-base) delimited by size
                     '.I' delimited by size
                     function trim(inst-id (w-inst-i))
                        delimited by size
                into ws-status-file
              end-string
           end-if
           open input status-file
           if w-status-status not = '00'
              go to 2010-read-snapshot-exit
           end-if
           read status-file
              at end
                 continue
              not at end
                 unstring status-record delimited by ','
                     into w-stat-stamp w-stat-state
                          w-stat-read w-stat-write w-stat-err
                          w-stat-msgid w-stat-msgstamp
                          w-stat-uptime
                          w-stat-extra-1 w-stat-extra-2
                 end-unstring
           end-read
           close status-file
      *
           if w-stat-extra-1 (1:5) = 'HELD='
              move w-stat-extra-1 (6:) to w-stat-held
              move w-stat-extra-2 to w-stat-breakers
           else
              move w-stat-extra-1 to w-stat-breakers
              if w-stat-extra-2 (1:5) = 'HELD='
                 move w-stat-extra-2 (6:) to w-stat-held
              end-if
           end-if.
      *
       2010-read-snapshot-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    DEAD-LETTER : every AUDITLOG generation whose day falls in
      *    the window, each instance's and the un-suffixed one the
      *    operator tools write to, events inside the window only.
      * ---------------------------------------------------------------
       2100-dead-letter-delta.
      *
           move w-from (1:8) to w-date-9
           compute w-day-int = function integer-of-date (w-date-9)
           move w-to (1:8) to w-date-9
           compute w-day-last = function integer-of-date (w-date-9)
      *
           perform varying w-day from w-day-int by 1
                   until w-day > w-day-last
              perform varying w-inst-i from 1 by 1
                      until w-inst-i > w-inst-count
                 move inst-id (w-inst-i) to w-gen-inst
                 perform 2110-scan-generation
                    thru 2110-scan-generation-exit
              end-perform
              if inst-id (1) not = spaces
                 move spaces to w-gen-inst
                 perform 2110-scan-generation
                    thru 2110-scan-generation-exit
              end-if
           end-perform
      *
      *    dlqtool's replays and purges, which carry no reason.
      *
           open input opslog-file
           if w-opslog-status = '00'
              perform until w-opslog-status not = '00'
                 read opslog-file
                    at end
                       move '10' to w-opslog-status
                    not at end
                       perform 2120-dlqtool-counts
                          thru 2120-dlqtool-counts-exit
                 end-read
              end-perform
              close opslog-file
           end-if
      *
           display ' '
           display pgm-name ' - DEAD-LETTER delta by rejectReason '
                   '(in, out, net)'
           if w-dl-count = zero and w-dl-tool-out = zero
              display pgm-name ' -   no dead-letter movement'
           end-if
           perform varying w-dl-i from 1 by 1 until w-dl-i > w-dl-count
              move dl-in (w-dl-i) to rpt-count
              move dl-out (w-dl-i) to rpt-count-2
              compute w-dl-net = dl-in (w-dl-i) - dl-out (w-dl-i)
              move w-dl-net to rpt-net
              display pgm-name ' -   ' dl-reason (w-dl-i) ' '
                      rpt-count ' ' rpt-count-2 ' ' rpt-net
           end-perform
           if w-dl-tool-out > zero
              move w-dl-tool-out to rpt-count
              display pgm-name ' -   replayed or purged by dlqtool, '
                      'reason not logged ' rpt-count
           end-if.
      *
       2100-dead-letter-delta-exit.
           exit.
      *
       2110-scan-generation.
      *
           move function date-of-integer (w-day) to w-date-9
           move spaces to ws-audit-file
           if w-gen-inst = spaces
              string function trim(ws-audit-base) delimited by size
                     '.' delimited by size
                     w-date-9 delimited by size
                into ws-audit-file
              end-string
           else
              string function trim(ws-audit-base) delimited by size
                     '.I' delimited by size
                     function trim(w-gen-inst) delimited by size
                     '.' delimited by size
                     w-date-9 delimited by size
                into ws-audit-file
              end-string
           end-if
           open input audit-file
           if w-audit-status not = '00'
              go to 2110-scan-generation-exit
           end-if
           perform until w-audit-status not = '00'
              read audit-file
                 at end
                    move '10' to w-audit-status
                 not at end
                    move audit-record to w-audit-line
                    perform 2111-tally-event
                       thru 2111-tally-event-exit
              end-read
           end-perform
           close audit-file.
      *
       2110-scan-generation-exit.
           exit.
      *
       2111-tally-event.
      *
           evaluate w-audit-event
              when 'ERROR'
                 move '+' to w-dl-sign
              when 'RPLAY'
              when 'QUARN'
                 move '-' to w-dl-sign
              when other
                 go to 2111-tally-event-exit
           end-evaluate
           move spaces to w-audit-stamp
           string audit-record (1:4) audit-record (6:2)
                  audit-record (9:2) audit-record (12:2)
                  audit-record (15:2) audit-record (18:2)
              delimited by size into w-audit-stamp
           end-string
           if w-audit-stamp < w-from or w-audit-stamp not < w-to
              go to 2111-tally-event-exit
           end-if
      *
           move w-audit-reason to w-dl-reason
           if w-dl-reason = spaces
              move 'UNSTAMPED' to w-dl-reason
           end-if
           perform varying w-dl-i from 1 by 1
                   until w-dl-i > w-dl-count
                      or dl-reason (w-dl-i) = w-dl-reason
              continue
           end-perform
           if w-dl-i > w-dl-count
              if w-dl-count >= 100
                 go to 2111-tally-event-exit
              end-if
              add 1 to w-dl-count
              move w-dl-count to w-dl-i
              move w-dl-reason to dl-reason (w-dl-i)
              move zero to dl-in (w-dl-i) dl-out (w-dl-i)
           end-if
           if w-dl-sign = '+'
              add 1 to dl-in (w-dl-i)
           else
              add 1 to dl-out (w-dl-i)
           end-if.
      *
       2111-tally-event-exit.
           exit.
      *
       2120-dlqtool-counts.
      *
           if opslog-record (1:14) < w-from
              or opslog-record (1:14) not < w-to
              go to 2120-dlqtool-counts-exit
           end-if
           move spaces to w-ops-part w-ops-rest
           unstring opslog-record delimited by ' TOOL=dlqtool '
               into w-ops-part w-ops-rest
           end-unstring
           if w-ops-rest = spaces
              go to 2120-dlqtool-counts-exit
           end-if
           move spaces to w-ops-part w-ops-rest
           unstring opslog-record delimited by ' replayed='
               into w-ops-part w-ops-rest
           end-unstring
           move w-ops-rest (1:9) to w-ops-num
           if w-ops-num is numeric
              add function numval(w-ops-num) to w-dl-tool-out
           end-if
           move spaces to w-ops-part w-ops-rest
           unstring opslog-record delimited by ' purged='
               into w-ops-part w-ops-rest
           end-unstring
           move w-ops-rest (1:9) to w-ops-num
           if w-ops-num is numeric
              add function numval(w-ops-num) to w-dl-tool-out
           end-if.
      *
       2120-dlqtool-counts-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    ACTIONS : every OPSLOG line stamped in the window, as it
      *    was written, then how many each tool logged.
      * ---------------------------------------------------------------
       2200-operator-actions.
      *
           display ' '
           display pgm-name ' - OPERATOR ACTIONS ('
                   function trim(ws-opslog-file) ')'
           open input opslog-file
           if w-opslog-status not = '00'
              display pgm-name ' -   no operations log'
              go to 2200-operator-actions-exit
           end-if
           perform until w-opslog-status not = '00'
              read opslog-file
                 at end
                    move '10' to w-opslog-status
                 not at end
                    perform 2210-one-action thru 2210-one-action-exit
              end-read
           end-perform
           close opslog-file
      *
           if cnt-actions = zero
              display pgm-name ' -   no operator actions logged'
           end-if
           perform varying w-tool-i from 1 by 1
                   until w-tool-i > w-tool-count
              move tool-actions (w-tool-i) to rpt-count
              display pgm-name ' -   ' tool-name (w-tool-i) ' '
                      rpt-count ' action(s)'
           end-perform.
      *
       2200-operator-actions-exit.
           exit.
      *
       2210-one-action.
      *
           move opslog-record (1:14) to w-ops-stamp
           if w-ops-stamp is not numeric
              or w-ops-stamp < w-from
              or w-ops-stamp not < w-to
              go to 2210-one-action-exit
           end-if
           add 1 to cnt-actions
           display pgm-name ' -   ' function trim(opslog-record)
      *
           move spaces to w-ops-part w-ops-rest w-ops-tool
           unstring opslog-record delimited by ' TOOL='
               into w-ops-part w-ops-rest
           end-unstring
           unstring w-ops-rest delimited by space
               into w-ops-tool
           end-unstring
           if w-ops-tool = spaces
              move 'unknown' to w-ops-tool
           end-if
           perform varying w-tool-i from 1 by 1
                   until w-tool-i > w-tool-count
                      or tool-name (w-tool-i) = w-ops-tool
              continue
           end-perform
           if w-tool-i > w-tool-count
              if w-tool-count >= 30
                 go to 2210-one-action-exit
              end-if
              add 1 to w-tool-count
              move w-ops-tool to tool-name (w-tool-count)
              move zero to tool-actions (w-tool-count)
           end-if
           add 1 to tool-actions (w-tool-i).
      *
       2210-one-action-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    HOLDS : what is waiting right now -- parked, spooled,
      *    held for resequencing -- and the last depth sample.
      * ---------------------------------------------------------------
       2300-holds.
      *
           display ' '
           display pgm-name ' - HOLDS (now)'
           if w-park-queue = spaces
              display pgm-name ' -   park queue   not configured'
           else
              call 'amqpQueueDepthCC' using
                   by reference w-park-queue,
                   by reference errstatus
              returning rc
              on exception
                 move -1 to rc
              end-call
              if rc < 0
                 display pgm-name ' -   park queue   '
                         function trim(w-park-queue)
                         ' depth not available'
              else
                 move rc to rpt-depth
                 display pgm-name ' -   park queue   '
                         function trim(w-park-queue) ' '
                         rpt-depth
              end-if
           end-if
      *
           move zero to cnt-spool
           open input archive-file
           if w-archive-status = '00'
              perform until w-archive-status not = '00'
                 read archive-file next
                    at end
                       move '10' to w-archive-status
                    not at end
                       add 1 to cnt-spool
                 end-read
              end-perform
              close archive-file
              move cnt-spool to rpt-count
              display pgm-name ' -   spool        '
                      function trim(ws-archive-file) ' ' rpt-count
           else
              display pgm-name ' -   spool        '
                      function trim(ws-archive-file) ' none'
           end-if
      *
           perform varying w-inst-i from 1 by 1
                   until w-inst-i > w-inst-count
              perform 2010-read-snapshot thru 2010-read-snapshot-exit
              if w-stat-held not = spaces
                 display pgm-name ' -   resequence   instance '
                         inst-id (w-inst-i) ' held '
                         function trim(w-stat-held)
              end-if
           end-perform
      *
           open input depth-file
           if w-depth-status = '00'
              read depth-file
                 at end
                    continue
                 not at end
                    display pgm-name ' -   depths       '
                            function trim(depth-record)
              end-read
              close depth-file
           else
              display pgm-name ' -   depths       no snapshot '
                      '(depthmon not running)'
           end-if.
      *
       2300-holds-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    BREAKERS : every destination an instance shows open.
      * ---------------------------------------------------------------
       2400-breakers.
      *
           display ' '
           display pgm-name ' - OPEN CIRCUIT BREAKERS'
           perform varying w-inst-i from 1 by 1
                   until w-inst-i > w-inst-count
              perform 2010-read-snapshot thru 2010-read-snapshot-exit
              move 1 to w-brk-ptr
              perform until w-brk-ptr > 100
                 move spaces to w-brk-item
                 unstring w-stat-breakers delimited by ';'
                     into w-brk-item
                     with pointer w-brk-ptr
                 end-unstring
                 if w-brk-item = spaces
                    move 101 to w-brk-ptr
                 else
                    move spaces to w-brk-dest w-brk-state
                    unstring w-brk-item delimited by '='
                        into w-brk-dest w-brk-state
                    end-unstring
                    if w-brk-state = 'O'
                       add 1 to cnt-open-brk
                       display pgm-name ' -   instance '
                               inst-id (w-inst-i) ' '
                               w-brk-dest ' OPEN'
                    end-if
                 end-if
              end-perform
           end-perform
           if cnt-open-brk = zero
              display pgm-name ' -   none open'
           end-if.
      *
       2400-breakers-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    OUTCOMES : the day-end verdicts reached in the window.
      * ---------------------------------------------------------------
       2500-outcomes.
      *
           display ' '
           display pgm-name ' - RECONCILE / DAYCLOSE OUTCOMES'
           open input outcome-file
           if w-outcome-status = '00'
              perform until w-outcome-status not = '00'
                 read outcome-file
                    at end
                       move '10' to w-outcome-status
                    not at end
                       move outcome-record to ww43-outcome
                       if ww43-stamp not < w-from
                          and ww43-stamp < w-to
                          add 1 to cnt-outcomes
                          if ww43-is-bad
                             add 1 to cnt-bad
                             display pgm-name ' - ** '
                                     function trim(outcome-record)
                          else
                             display pgm-name ' -    '
                                     function trim(outcome-record)
                          end-if
                       end-if
                 end-read
              end-perform
              close outcome-file
           end-if
           if cnt-outcomes = zero
              display pgm-name ' -   no verdicts in the window'
           end-if.
      *
       2500-outcomes-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the report's own stamp, for the next one to start from --
      *    only when the window runs to now.
      * ---------------------------------------------------------------
       2600-record-handover.
      *
           if not window-to-now
              display pgm-name ' - window does not end now, '
                      'handover not recorded'
              go to 2600-record-handover-exit
           end-if
           open extend handover-file
           if w-handover-status = '35'
              open output handover-file
           end-if
           if w-handover-status not = '00'
              string 'can not record the handover in '
                     function trim(ws-handover-file)
                     ', status ' w-handover-status
              delimited by size into err
              go to 2600-record-handover-exit
           end-if
           move spaces to handover-record
           string w-to delimited by size
                  ' FROM=' delimited by size
                  w-from delimited by size
                  ' OPER=' delimited by size
                  w-operator-id delimited by size
             into handover-record
           end-string
           write handover-record
           close handover-file
           display ' '
           display pgm-name ' - handover recorded at ' w-to.
      *
       2600-record-handover-exit.
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
       end program handover.
