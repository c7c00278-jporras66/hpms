      *                sender's schedule creep shows up)
      *              - the retry-rate trend, first half versus second
      *              - a simple capacity projection : the day the
      *                linear growth line crosses the daily ceiling
      *                -- the latest one loadrpt.cob measured under
      *                load (LOADCAP), or q_max_messages when no load
      *                run has been measured
      *            so capacity planning for the next broker upgrade
      *            stops being done on feel.
      *
      *            with report_output=CSV or JSON the same figures
      *            also go to TRENDRPT.yyyymmdd.csv/.json (dated by
      *            the range's last day) through rptout.cob, in
      *            ww49-rptout.cpy's columns :
      *
      *              section    key        measure
      *              range                 from, to, days
      *              day        yyyymmdd   messages, bytes, retries
      *              mimetype   mimetype   messages, bytes
      *              periods               week_last, week_prior,
      *                                    month_last, month_prior
      *              halves     first,     peak_hour,
      *                         second     retry_rate_pct
      *              capacity              daily_average, ceiling,
      *                                    ceiling_source (MEASURED
      *                                    or Q_MAX_MESSAGES),
      *                                    growth_per_day, outlook
      *                                    (OVER, FLAT or DAYS),
      *                                    days_left
      *              (capacity only when there is a ceiling and both
      *              halves have days, as on the printed report)
      * Tectonics: cobc -x -I ../copy trendrpt.cob
      *     Usage: export trend_from=yyyymmdd trend_to=yyyymmdd
      *            (default : the 14 days ending yesterday) ;
      *            q_tranlog_file is the BASE name, exactly as
      *            everywhere else ; the projection is tested against
      *            the last line of load_capacity_file (default
      *            LOADCAP) when there is one, else against the
      *            q_max_messages batch window (unset = no
      *            projection).
      *-----------------------------------------------------------------
       identification division.
       program-id. trendrpt.
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is ws-manifest-status.
      *
           select cap-file assign to ws-cap-file
                  organization line sequential
                  file status is ws-cap-status.
      *
       data division.
       file section.
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       fd  cap-file.
       01  cap-record      pic x(120).
      *
       working-storage section.
       01  ws-tranlog-file     pic x(100) value 'TRANLOG'.
       01  w-to-env            pic x(08).
       01  w-max-messages      pic 9(09) value zero.
       01  w-max-messages-env  pic x(09).
      *
      *    the measured ceiling : the last LOADCAP line loadrpt.cob
      *    wrote.  SATURATED=N means the load run never found the
      *    ceiling, so its figure is only a floor under it.
      *
       01  ws-cap-file         pic x(100) value 'LOADCAP'.
       01  ws-cap-file-env     pic x(100).
       01  ws-cap-status       pic x(02)  value '00'.
       01  w-cap-date          pic x(08)  value spaces.
       01  w-cap-run           pic x(32)  value spaces.
       01  w-cap-inst          pic x(20)  value spaces.
       01  w-cap-hour          pic x(20)  value spaces.
       01  w-cap-day           pic x(20)  value spaces.
       01  w-cap-sat           pic x(20)  value spaces.
       01  w-cap-found-sw      pic x value 'N'.
           88 capacity-measured     value 'Y'.
       01  w-limit             pic 9(11) value zero.
       01  rpt-limit           pic z(10)9.
      *
       01  w-from-int          usage binary-long value zero.
       01  w-to-int            usage binary-long value zero.
       01  w-avg1              pic 9(09) value zero.
       01  w-avg2              pic 9(09) value zero.
       01  w-growth            pic s9(09) value zero.
       01  w-days-left         pic 9(09) value zero.
      *
       01  w-rate1             pic 9(03)v9 value zero.
       01  w-rate2             pic 9(03)v9 value zero.
       01  rpt-bytes           pic z(11)9.
       01  rpt-delta           pic +(08)9.
       01  rpt-pct             pic zz9.9.
       01  rpt-days            pic z(08)9.
      *
      *    the machine-readable copy, through rptout.cob.
      *
           copy "ww49-rptout.cpy".
      *-----------------------------------------------------------------
       procedure division.
      *
                      to w-max-messages
                 end-if
           end-accept
           move w-max-messages to w-limit
           accept ws-cap-file-env from environment
                  'load_capacity_file'
              not on exception
                 move ws-cap-file-env to ws-cap-file
           end-accept
           perform 160-read-capacity
              thru 160-read-capacity-exit
      *
           perform varying w-cur-int from w-from-int by 1
                   until w-cur-int > w-to-int
      *
           perform 400-show-report
              thru 400-show-report-exit
           perform 700-write-output
              thru 700-write-output-exit
           goback.
      *-----------------------------------------------------------------
       100-tally-one-day.
      *
       150-consult-manifest-exit.
           exit.
      *-----------------------------------------------------------------
      *    the latest measured ceiling, if a load run left one.
      *-----------------------------------------------------------------
       160-read-capacity.
      *
           open input cap-file
           if ws-cap-status not = '00'
              go to 160-read-capacity-exit
           end-if
           perform until ws-cap-status = '10'
              read cap-file
                 at end
                    move '10' to ws-cap-status
                 not at end
                    if cap-record (1:8) is numeric
                       move spaces to w-cap-date w-cap-run w-cap-inst
                                      w-cap-hour w-cap-day w-cap-sat
                       unstring cap-record delimited by all ' '
                           into w-cap-date w-cap-run w-cap-inst
                                w-cap-hour w-cap-day w-cap-sat
                       end-unstring
                       if w-cap-day (8:11) is numeric
                          move w-cap-day (8:11) to w-limit
                          set capacity-measured to true
                       end-if
                    end-if
              end-read
           end-perform
           close cap-file.
      *
       160-read-capacity-exit.
           exit.
      *-----------------------------------------------------------------
       200-tally-line.
      *
      *
      *    capacity projection : a linear growth line from the
      *    first-half daily average to the second-half daily
      *    average, tested against the measured ceiling, or the
      *    q_max_messages batch window when nothing was measured.
      *
           if w-limit > 0
              and w-h1-days > 0 and w-h2-days > 0
              compute w-avg1 = w-h1-msgs / w-h1-days
              compute w-avg2 = w-h2-msgs / w-h2-days
              display ' '
              end-display
              move w-avg2 to rpt-count
              move w-limit to rpt-limit
              if capacity-measured
                 display '  capacity : current daily average '
                         rpt-count ' against a measured ceiling of '
                         rpt-limit
                 end-display
                 display '  capacity : measured by load run '
                         function trim(w-cap-run) ' on ' w-cap-date
                         ', ' function trim(w-cap-inst) ', '
                         function trim(w-cap-hour)
                 end-display
                 if w-cap-sat not = 'SATURATED=Y'
                    display '  capacity : that run never saturated '
                            'the bridge -- the real ceiling is '
                            'higher'
                    end-display
                 end-if
              else
                 display '  capacity : current daily average '
                         rpt-count ' against a q_max_messages of '
                         w-max-messages
                 end-display
              end-if
              evaluate true
                 when w-avg2 >= w-limit
                    display '  capacity : ALREADY OVER the batch '
                            'window limit'
                    end-display
                    end-display
                 when other
                    compute w-days-left =
                            (w-limit - w-avg2) / w-growth
                    move w-days-left to rpt-days
                    display '  capacity : at the current growth '
                            'the limit is roughly ' rpt-days
      *
       600-sum-halves-exit.
           exit.
      *-----------------------------------------------------------------
      *    the report's figures again, one value per row, for the
      *    capacity planning sheets ; a no-op unless report_output
      *    asks for a file.  runs after 400-show-report, whose
      *    period, half and projection figures it reuses.
      *-----------------------------------------------------------------
       700-write-output.
      *
           move 'OPEN' to WW49-FUNCTION
           move 'TRENDRPT' to WW49-REPORT
           move day-date (w-day-count) to WW49-DATE
           call 'rptout' using WW49-RPTOUT
           if WW49-FILE = spaces
              go to 700-write-output-exit
           end-if
      *
           move 'range' to WW49-SECTION
           move spaces to WW49-KEY
           move 'from' to WW49-MEASURE
           move day-date (1) to WW49-TEXT
           perform 720-out-text thru 720-out-text-exit
           move 'to' to WW49-MEASURE
           move day-date (w-day-count) to WW49-TEXT
           perform 720-out-text thru 720-out-text-exit
           move 'days' to WW49-MEASURE
           move w-day-count to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
      *
           move 'day' to WW49-SECTION
           perform varying i from 1 by 1 until i > w-day-count
              move day-date (i) to WW49-KEY
              move 'messages' to WW49-MEASURE
              move day-msgs (i) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'bytes' to WW49-MEASURE
              move day-bytes (i) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'retries' to WW49-MEASURE
              move day-retries (i) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
           end-perform
      *
           move 'mimetype' to WW49-SECTION
           perform varying i from 1 by 1 until i > mt-tab-count
              move mt-name (i) to WW49-KEY
              move 'messages' to WW49-MEASURE
              move mt-count (i) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'bytes' to WW49-MEASURE
              move mt-bytes (i) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
           end-perform
      *
           move 'periods' to WW49-SECTION
           move spaces to WW49-KEY
           move 'week_last' to WW49-MEASURE
           move w-wk2-msgs to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'week_prior' to WW49-MEASURE
           move w-wk1-msgs to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'month_last' to WW49-MEASURE
           move w-mo2-msgs to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'month_prior' to WW49-MEASURE
           move w-mo1-msgs to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
      *
           move 'halves' to WW49-SECTION
           move 'first' to WW49-KEY
           move 'peak_hour' to WW49-MEASURE
           move w-h1-peak to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'retry_rate_pct' to WW49-MEASURE
           move w-rate1 to WW49-AMOUNT
           perform 730-out-amount thru 730-out-amount-exit
           move 'second' to WW49-KEY
           move 'peak_hour' to WW49-MEASURE
           move w-h2-peak to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'retry_rate_pct' to WW49-MEASURE
           move w-rate2 to WW49-AMOUNT
           perform 730-out-amount thru 730-out-amount-exit
      *
           if w-limit > 0
              and w-h1-days > 0 and w-h2-days > 0
              move 'capacity' to WW49-SECTION
              move spaces to WW49-KEY
              move 'daily_average' to WW49-MEASURE
              move w-avg2 to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'ceiling' to WW49-MEASURE
              move w-limit to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'ceiling_source' to WW49-MEASURE
              if capacity-measured
                 move 'MEASURED' to WW49-TEXT
              else
                 move 'Q_MAX_MESSAGES' to WW49-TEXT
              end-if
              perform 720-out-text thru 720-out-text-exit
              move 'growth_per_day' to WW49-MEASURE
              move w-growth to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'outlook' to WW49-MEASURE
              evaluate true
                 when w-avg2 >= w-limit
                    move 'OVER' to WW49-TEXT
                    perform 720-out-text thru 720-out-text-exit
                 when w-growth <= 0
                    move 'FLAT' to WW49-TEXT
                    perform 720-out-text thru 720-out-text-exit
                 when other
                    move 'DAYS' to WW49-TEXT
                    perform 720-out-text thru 720-out-text-exit
                    move 'days_left' to WW49-MEASURE
                    move w-days-left to WW49-NUMBER
                    perform 710-out-number thru 710-out-number-exit
              end-evaluate
           end-if
      *
           move 'CLOSE' to WW49-FUNCTION
           call 'rptout' using WW49-RPTOUT.
      *
       700-write-output-exit.
           exit.
      *-----------------------------------------------------------------
       710-out-number.
      *
           move 'ROW' to WW49-FUNCTION
           move 'N' to WW49-KIND
           call 'rptout' using WW49-RPTOUT.
      *
       710-out-number-exit.
           exit.
      *-----------------------------------------------------------------
       720-out-text.
      *
           move 'ROW' to WW49-FUNCTION
           move 'T' to WW49-KIND
           call 'rptout' using WW49-RPTOUT.
      *
       720-out-text-exit.
           exit.
      *-----------------------------------------------------------------
       730-out-amount.
      *
           move 'ROW' to WW49-FUNCTION
           move 'A' to WW49-KIND
           call 'rptout' using WW49-RPTOUT.
      *
       730-out-amount-exit.
           exit.
      *-----------------------------------------------------------------
       end program trendrpt.
