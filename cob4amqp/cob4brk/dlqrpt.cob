      *    before the stamping existed, or by another tool) is
      *    counted under UNSTAMPED.
      *
      *    a second breakdown counts the messages per senderId
      *    property, with the partner's name from the partner
      *    master (partname.cob) ; a message without one counts
      *    under a blank sender.
      *
      *    runs until the error queue goes idle (lnk_timeout
      *    elapses) or dlq_max_reads messages have been read,
      *    whichever comes first, same as dlqtool.
      *
      *    with report_output=CSV or JSON the breakdown also goes to
      *    DLQRPT.yyyymmdd.csv/.json (today's date) through
      *    rptout.cob, in ww49-rptout.cpy's columns :
      *
      *      section          key                measure
      *      summary                             messages_read
      *      reason_mimetype  reason|mimetype    count
      *      sender           senderId           count, partner
      *---------------------------------------------------------------*
      *             e n v i r o n m e n t   d i v i s i o n           *
      *             =======================================           *
             10 rsn-reason   pic x(32).
             10 rsn-mimetype pic x(51).
             10 rsn-count    pic 9(09).
      *
      *    the per-sender breakdown.
      *
       01 w-sender         pic x(32).
       01 w-sd-count       pic 9(03) value zero.
       01 w-sender-table.
          05 sd-entry occurs 100 times.
             10 sd-sender    pic x(32).
             10 sd-count     pic 9(09).
             10 sd-name      pic x(40).
       01 i  pic 9(03) value zero.
       01 j  pic 9(03) value zero.
       01 rpt-count        pic z(08)9.
      *
      *    the machine-readable copy, through rptout.cob.
      *
           copy "ww49-rptout.cpy".
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
       2110-tally-message.
      *
           move 'UNSTAMPED' to w-reason
           move spaces to w-sender
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = REJECTREASON
                 move q_value (w-prop-i) to w-reason
              end-if
              if q_name (w-prop-i) = SENDERID
                 move q_value (w-prop-i) to w-sender
              end-if
           end-perform
      *
           move zero to j
           perform varying i from 1 by 1 until i > w-sd-count
              if sd-sender (i) = w-sender
                 move i to j
              end-if
           end-perform
           if j = 0 and w-sd-count < 100
              add 1 to w-sd-count
              move w-sd-count to j
              move w-sender to sd-sender (j)
              move zero     to sd-count (j)
              move spaces   to sd-name (j)
           end-if
           if j > 0
              add 1 to sd-count (j)
           end-if
      *
           move zero to j
           perform varying i from 1 by 1 until i > w-tab-count
              display pgm-name ' -   ' rsn-reason (i) ' '
                      rsn-mimetype (i) (1:28) ' ' rpt-count
           end-perform
      *
           display ' '
           display pgm-name ' - dead-letter breakdown by sender :'
           perform varying i from 1 by 1 until i > w-sd-count
              move sd-sender (i) to w-sender
              call 'partname' using w-sender sd-name (i)
                 on exception
                    move spaces to sd-name (i)
              end-call
              move sd-count (i) to rpt-count
              display pgm-name ' -   ' sd-sender (i) (1:16) ' '
                      rpt-count '  ' function trim(sd-name (i))
           end-perform
      *
           if err = spaces
              perform 3100-write-output thru 3100-write-output-exit
           end-if
      *
           if err not = spaces then
              display pgm-name ' - ' err
      *
       3000-end-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the breakdown again, one value per row, for the
      *    dashboard ; a no-op unless report_output asks for a file.
      * ---------------------------------------------------------------
       3100-write-output.
      *
           move 'OPEN' to ww49-function
           move 'DLQRPT' to ww49-report
           move function current-date (1:8) to ww49-date
           call 'rptout' using ww49-rptout
           if ww49-file = spaces
              go to 3100-write-output-exit
           end-if
      *
           move 'ROW' to ww49-function
           move 'N' to ww49-kind
           move 'summary' to ww49-section
           move spaces to ww49-key
           move 'messages_read' to ww49-measure
           move cnt-read to ww49-number
           call 'rptout' using ww49-rptout
      *
           move 'reason_mimetype' to ww49-section
           move 'count' to ww49-measure
           perform varying i from 1 by 1 until i > w-tab-count
              move spaces to ww49-key
              string function trim(rsn-reason (i)) delimited by size
                     '|'                           delimited by size
                     function trim(rsn-mimetype (i))
                                                   delimited by size
                into ww49-key
              end-string
              move rsn-count (i) to ww49-number
              call 'rptout' using ww49-rptout
           end-perform
      *
           move 'sender' to ww49-section
           perform varying i from 1 by 1 until i > w-sd-count
              move sd-sender (i) to ww49-key
              move 'N' to ww49-kind
              move 'count' to ww49-measure
              move sd-count (i) to ww49-number
              call 'rptout' using ww49-rptout
              move 'T' to ww49-kind
              move 'partner' to ww49-measure
              move sd-name (i) to ww49-text
              call 'rptout' using ww49-rptout
           end-perform
      *
           move 'CLOSE' to ww49-function
           call 'rptout' using ww49-rptout.
      *
       3100-write-output-exit.
           exit.
      *
       end program dlqrpt.
