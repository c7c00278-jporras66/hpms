      * Purpose:   daily operations report over the TRANLOG CSV that
      *            cobclient's 9016-write-tranlog-record leaves behind
      *            (timestamp,msgid,mimetype,msglen,retrycount,
      *            queue,instance,tier,senderid,category,testrun,
      *            businessdate) :
      *            message counts and total/average byte volumes per
      *            mimetype, an hour-by-hour arrival profile, the
      *            retry distribution, the priority-tier split with
      *            each tier's earliest and latest arrival (proving
      *            tier-P traffic moved ahead of the bulk queues),
      *            the top-N largest messages, the volumes per
      *            business date, and the volumes per senderId with
      *            the partner's name from the partner master
      *            (partname.cob) -- the summary an operator
      *            otherwise builds by hand in a spreadsheet.
      * Tectonics: cobc -x -I ../copy tranrpt.cob
      *     Usage: export q_report_date=yyyymmdd to report a day
      *            other than today ; q_tranlog_file is the BASE
      *            name (the date suffix is applied here, exactly
      *            as cobclient applies it when writing) ;
      *            export tran_top_n=n for a top list other than 10
      *            (up to 50) ;
      *            export q_business_date=yyyymmdd to report one
      *            BUSINESS date instead of one calendar day : the
      *            generations from ten days before it up to that
      *            date are read, and only the lines cobclient
      *            assigned that business date are reported -- the
      *            late Friday traffic a Monday owns included.
      *
      *            with report_output=CSV or JSON the same figures
      *            also go to TRANRPT.yyyymmdd.csv/.json (a business
      *            date report : TRANRPT-BD.yyyymmdd) through
      *            rptout.cob, in ww49-rptout.cpy's columns :
      *
      *              section        key            measure
      *              summary                       messages,
      *                                            unparseable_lines,
      *                                            test_excluded,
      *                                            generations_read,
      *                                            other_bizdate_lines
      *              mimetype       mimetype       count, bytes,
      *                                            avg_bytes
      *              hour           00-23          count
      *              retry          0-9, 10+       count
      *              tier           P, N           count, first, last
      *              business_date  yyyymmdd       count, bytes
      *              sender         senderId       count, bytes,
      *                                            partner
      *              top_messages   rank           bytes, msgid
      *-----------------------------------------------------------------
       identification division.
       program-id. tranrpt.
       01  w-report-date       pic x(08)  value spaces.
       01  w-report-date-env   pic x(08).
       01  w-gen-name          pic x(100).
       01  w-tranlog-base      pic x(100).
      *
      *    business-date selection : blank reports the calendar day
      *    q_report_date names, as always.  a message's business
      *    date is never before its arrival date, so ten calendar
      *    days back covers any run of weekend and holidays.
      *
       01  w-business-date     pic x(08)  value spaces.
       01  w-business-date-env pic x(08).
       01  w-bd-lookback       pic 9(02)  value 10.
       01  w-bd-int            usage binary-long value zero.
       01  w-gen-int           usage binary-long value zero.
       01  w-gen-date          pic 9(08)  value zero.
       01  w-gen-date-x        pic x(08)  value spaces.
       01  gen-read-count      pic 9(03)  value zero.
       01  other-bd-count      pic 9(09)  value zero.
      *
       01  record-count        pic 9(09) value zero.
       01  bad-line-count      pic 9(09) value zero.
       01  tl-senderid         pic x(32).
       01  tl-category         pic x(20).
       01  tl-testrun          pic x(01).
       01  tl-bizdate          pic x(08).
       01  tl-msglen           pic s9(09) value zero.
      *
      *    test traffic (the testRun column) is excluded by default,
              10 top-msglen    pic 9(09).
              10 top-msgid     pic x(61).
              10 top-mimetype  pic x(51).
      *
      *
      *    volumes per business date : a calendar day's traffic
      *    spreads over at most a few business dates.  lines written
      *    before the business-date column existed count under
      *    their arrival date.
      *
       01  bd-tab-count        pic 9(02) value zero.
       01  bizdate-table.
           05 bd-entry occurs 20 times.
              10 bd-date       pic x(08).
              10 bd-count      pic 9(09).
              10 bd-bytes      pic 9(12).
      *
      *    volumes per senderId ; lines without one count under a
      *    blank sender.  the partner name is looked up once per
      *    sender, when the report is shown.
      *
       01  sd-tab-count        pic 9(03) value zero.
       01  sender-table.
           05 sd-entry occurs 100 times.
              10 sd-sender     pic x(32).
              10 sd-count      pic 9(09).
              10 sd-bytes      pic 9(12).
              10 sd-name       pic x(40).
       01  sd-lookup           pic x(32).
      *
       01  i                   pic 9(04) value zero.
       01  j                   pic 9(04) value zero.
       01  rpt-avg             pic z(08)9.
       01  rpt-hour            pic 99.
       01  rpt-retry           pic z9.
       01  rpt-rank            pic 99.
      *
      *    the machine-readable copy, through rptout.cob.
      *
           copy "ww49-rptout.cpy".
      *-----------------------------------------------------------------
       procedure division.
      *
                    move w-report-date-env to w-report-date
                 end-if
           end-accept
           move ws-tranlog-file to w-tranlog-base
           move w-report-date to w-gen-date-x
           perform 050-name-generation
              thru 050-name-generation-exit
           accept w-business-date-env from environment
                  'q_business_date'
              not on exception
                 if w-business-date-env is numeric
                    move w-business-date-env to w-business-date
                 end-if
           end-accept
           accept w-include-test from environment 'include_test'
              not on exception
                 continue
                 end-if
           end-accept
      *
           if w-business-date = spaces
              perform 100-read-tranlog
                 thru 100-read-tranlog-exit
           else
              move function integer-of-date(
                   function numval(w-business-date)) to w-bd-int
              compute w-gen-int = w-bd-int - w-bd-lookback
              perform until w-gen-int > w-bd-int
                 move function date-of-integer(w-gen-int)
                   to w-gen-date
                 move w-gen-date to w-gen-date-x
                 perform 050-name-generation
                    thru 050-name-generation-exit
                 perform 100-read-tranlog
                    thru 100-read-tranlog-exit
                 add 1 to w-gen-int
              end-perform
           end-if
           perform 400-show-report
              thru 400-show-report-exit
           perform 500-write-output
              thru 500-write-output-exit
           goback.
      *-----------------------------------------------------------------
      *    the generation of the tranlog base for w-gen-date-x.
      *-----------------------------------------------------------------
       050-name-generation.
      *
           move spaces to ws-tranlog-file
           string function trim(w-tranlog-base) delimited by size
                  '.'                           delimited by size
                  w-gen-date-x                  delimited by size
             into ws-tranlog-file
           end-string.
      *
       050-name-generation-exit.
           exit.
      *-----------------------------------------------------------------
      *    one generation.  reporting a business date, a day with no
      *    generation (nothing ran, or it is not kept any more) is
      *    simply a day with no traffic.
      *-----------------------------------------------------------------
       100-read-tranlog.
      *
           open input tranlog-file
           if ws-tranlog-status not = '00'
              if w-business-date not = spaces
                 move '00' to ws-tranlog-status
                 go to 100-read-tranlog-exit
              end-if
              display 'tranrpt : can not open tranlog, status '
                      ws-tranlog-status
              end-display
              move 1 to return-code
              goback
           end-if
           add 1 to gen-read-count
      *
           perform until ws-tranlog-status = '10'
              read tranlog-file
                       thru 200-tally-line-exit
              end-read
           end-perform
           close tranlog-file
           move '00' to ws-tranlog-status.
      *
       100-read-tranlog-exit.
           exit.
           move spaces to tl-timestamp tl-msgid tl-mimetype
                          tl-msglen-x tl-retry-x tl-queue
                          tl-instance tl-tier tl-senderid
                          tl-category tl-testrun tl-bizdate
           unstring w-tranlog-line delimited by ','
               into tl-timestamp
                    tl-msgid
                    tl-senderid
                    tl-category
                    tl-testrun
                    tl-bizdate
           end-unstring
      *
           if tl-testrun = 'T' and not include-test-traffic
              add 1 to test-skipped-count
              go to 200-tally-line-exit
           end-if
      *
           if tl-bizdate is not numeric
              move tl-timestamp (1:8) to tl-bizdate
           end-if
           if w-business-date not = spaces
              and tl-bizdate not = w-business-date
              add 1 to other-bd-count
              go to 200-tally-line-exit
           end-if
      *
           if function trim(tl-msglen-x) is not numeric
              or tl-msglen-x = spaces
              end-if
              move tl-timestamp to tier-n-last
           end-if
      *
      *
      *    volumes per business date.
      *
           move zero to j
           perform varying i from 1 by 1 until i > bd-tab-count
              if bd-date (i) = tl-bizdate
                 move i to j
              end-if
           end-perform
           if j = 0 and bd-tab-count < 20
              add 1 to bd-tab-count
              move bd-tab-count to j
              move tl-bizdate to bd-date (j)
              move zero to bd-count (j)
              move zero to bd-bytes (j)
           end-if
           if j > 0
              add 1 to bd-count (j)
              add tl-msglen to bd-bytes (j)
           end-if
      *
      *    volumes per senderId.
      *
           move zero to j
           perform varying i from 1 by 1 until i > sd-tab-count
              if sd-sender (i) = tl-senderid
                 move i to j
              end-if
           end-perform
           if j = 0 and sd-tab-count < 100
              add 1 to sd-tab-count
              move sd-tab-count to j
              move tl-senderid to sd-sender (j)
              move zero to sd-count (j)
              move zero to sd-bytes (j)
              move spaces to sd-name (j)
           end-if
           if j > 0
              add 1 to sd-count (j)
              add tl-msglen to sd-bytes (j)
           end-if
      *
           perform 300-tally-top-n
              thru 300-tally-top-n-exit.
      *-----------------------------------------------------------------
       400-show-report.
      *
           display ' '
           end-display
           if w-business-date = spaces
              display 'tranrpt : daily operations report over '
                      function trim(ws-tranlog-file)
              end-display
           else
              move gen-read-count to rpt-count
              display 'tranrpt : operations report for business '
                      'date ' w-business-date ', over '
                      rpt-count ' tranlog generation(s) of '
                      function trim(w-tranlog-base)
              end-display
              move other-bd-count to rpt-count
              display 'tranrpt : ' rpt-count
                      ' line(s) of other business dates passed over'
              end-display
           end-if
           move record-count to rpt-count
           display 'tranrpt : ' rpt-count ' message(s) logged'
           end-display
           if bad-line-count > 0
                      tier-n-first '  last ' tier-n-last
              end-display
           end-if
      *
           display ' '
           end-display
           display '  volumes per business date'
           end-display
           display '  business date      count      total bytes'
           end-display
           perform varying i from 1 by 1 until i > bd-tab-count
              move bd-count (i) to rpt-count
              move bd-bytes (i) to rpt-bytes
              display '  ' bd-date (i) '      ' rpt-count ' '
                      rpt-bytes
              end-display
           end-perform
      *
           display ' '
           end-display
           display '  volumes per sender'
           end-display
           display '  senderId             count      total bytes'
                   '  partner'
           end-display
           perform varying i from 1 by 1 until i > sd-tab-count
              move sd-sender (i) to sd-lookup
              call 'partname' using sd-lookup sd-name (i)
                 on exception
                    move spaces to sd-name (i)
              end-call
              move sd-count (i) to rpt-count
              move sd-bytes (i) to rpt-bytes
              display '  ' sd-sender (i) (1:16) ' ' rpt-count ' '
                      rpt-bytes '  ' function trim(sd-name (i))
              end-display
           end-perform
      *
           display ' '
           end-display
      *
       400-show-report-exit.
           exit.
      *-----------------------------------------------------------------
      *    the report's figures again, one value per row, for the
      *    dashboard ; a no-op unless report_output asks for a file.
      *-----------------------------------------------------------------
       500-write-output.
      *
           move 'OPEN' to WW49-FUNCTION
           if w-business-date = spaces
              move 'TRANRPT'    to WW49-REPORT
              move w-report-date to WW49-DATE
           else
              move 'TRANRPT-BD' to WW49-REPORT
              move w-business-date to WW49-DATE
           end-if
           call 'rptout' using WW49-RPTOUT
           if WW49-FILE = spaces
              go to 500-write-output-exit
           end-if
      *
           move 'summary' to WW49-SECTION
           move spaces to WW49-KEY
           move 'messages' to WW49-MEASURE
           move record-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           move 'unparseable_lines' to WW49-MEASURE
           move bad-line-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           move 'test_excluded' to WW49-MEASURE
           move test-skipped-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           if w-business-date not = spaces
              move 'generations_read' to WW49-MEASURE
              move gen-read-count to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
              move 'other_bizdate_lines' to WW49-MEASURE
              move other-bd-count to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
           end-if
      *
           move 'mimetype' to WW49-SECTION
           perform varying i from 1 by 1 until i > mt-tab-count
              move mt-name (i) to WW49-KEY
              move 'count' to WW49-MEASURE
              move mt-count (i) to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
              move 'bytes' to WW49-MEASURE
              move mt-bytes (i) to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
              move 'avg_bytes' to WW49-MEASURE
              if mt-count (i) > 0
                 compute WW49-NUMBER = mt-bytes (i) / mt-count (i)
              else
                 move zero to WW49-NUMBER
              end-if
              perform 510-out-number thru 510-out-number-exit
           end-perform
      *
           move 'hour' to WW49-SECTION
           move 'count' to WW49-MEASURE
           perform varying i from 1 by 1 until i > 24
              if hr-count (i) > 0
                 compute rpt-hour = i - 1
                 move rpt-hour to WW49-KEY
                 move hr-count (i) to WW49-NUMBER
                 perform 510-out-number thru 510-out-number-exit
              end-if
           end-perform
      *
           move 'retry' to WW49-SECTION
           perform varying i from 1 by 1 until i > 10
              if rt-count (i) > 0
                 compute rpt-retry = i - 1
                 move function trim(rpt-retry) to WW49-KEY
                 move rt-count (i) to WW49-NUMBER
                 perform 510-out-number thru 510-out-number-exit
              end-if
           end-perform
           if rt-count (11) > 0
              move '10+' to WW49-KEY
              move rt-count (11) to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
           end-if
      *
           if tier-p-count > 0
              move 'tier' to WW49-SECTION
              move 'P' to WW49-KEY
              move 'count' to WW49-MEASURE
              move tier-p-count to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
              move 'first' to WW49-MEASURE
              move tier-p-first to WW49-TEXT
              perform 520-out-text thru 520-out-text-exit
              move 'last' to WW49-MEASURE
              move tier-p-last to WW49-TEXT
              perform 520-out-text thru 520-out-text-exit
              move 'N' to WW49-KEY
              move 'count' to WW49-MEASURE
              move tier-n-count to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
              move 'first' to WW49-MEASURE
              move tier-n-first to WW49-TEXT
              perform 520-out-text thru 520-out-text-exit
              move 'last' to WW49-MEASURE
              move tier-n-last to WW49-TEXT
              perform 520-out-text thru 520-out-text-exit
           end-if
      *
           move 'business_date' to WW49-SECTION
           perform varying i from 1 by 1 until i > bd-tab-count
              move bd-date (i) to WW49-KEY
              move 'count' to WW49-MEASURE
              move bd-count (i) to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
              move 'bytes' to WW49-MEASURE
              move bd-bytes (i) to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
           end-perform
      *
           move 'sender' to WW49-SECTION
           perform varying i from 1 by 1 until i > sd-tab-count
              move sd-sender (i) to WW49-KEY
              move 'count' to WW49-MEASURE
              move sd-count (i) to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
              move 'bytes' to WW49-MEASURE
              move sd-bytes (i) to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
              move 'partner' to WW49-MEASURE
              move sd-name (i) to WW49-TEXT
              perform 520-out-text thru 520-out-text-exit
           end-perform
      *
           move 'top_messages' to WW49-SECTION
           perform varying i from 1 by 1 until i > top-used
              move i to rpt-rank
              move rpt-rank to WW49-KEY
              move 'bytes' to WW49-MEASURE
              move top-msglen (i) to WW49-NUMBER
              perform 510-out-number thru 510-out-number-exit
              move 'msgid' to WW49-MEASURE
              move top-msgid (i) to WW49-TEXT
              perform 520-out-text thru 520-out-text-exit
           end-perform
      *
           move 'CLOSE' to WW49-FUNCTION
           call 'rptout' using WW49-RPTOUT.
      *
       500-write-output-exit.
           exit.
      *-----------------------------------------------------------------
       510-out-number.
      *
           move 'ROW' to WW49-FUNCTION
           move 'N' to WW49-KIND
           call 'rptout' using WW49-RPTOUT.
      *
       510-out-number-exit.
           exit.
      *-----------------------------------------------------------------
       520-out-text.
      *
           move 'ROW' to WW49-FUNCTION
           move 'T' to WW49-KIND
           call 'rptout' using WW49-RPTOUT.
      *
       520-out-text-exit.
           exit.
      *-----------------------------------------------------------------
       end program tranrpt.
