      *            maintains.  messages with no senderId are totalled
      *            separately under UNATTRIBUTED so they can be
      *            chased, never silently spread over the others.
      *            each invoice names the partner beside its
      *            senderId, from the partner master (partname.cob).
      *
      *            the tariff file (tariff_file, default TARIFF) is
      *            line-sequential CSV, '*' comments allowed :
      * Tectonics: cobc -x -I ../copy chargeback.cob
      *     Usage: export charge_from=yyyymmdd charge_to=yyyymmdd
      *            (default : the 31 days ending yesterday) ;
      *            export charge_by=BUSINESS to take the period by
      *            business date (the column cobclient's 9016 adds
      *            from the category cutoffs and the shop calendar)
      *            instead of by arrival date, so the late Friday
      *            traffic lands in the month it belongs to ;
      *            q_tranlog_file is the BASE name, exactly as
      *            everywhere else.
      *
      *            with report_output=CSV or JSON the invoices and
      *            the appendix also go to CHARGEBACK.yyyymmdd.csv/
      *            .json (dated by the period's last day) through
      *            rptout.cob, in ww49-rptout.cpy's columns :
      *
      *              section        key              measure
      *              period                          from, to, basis,
      *                                              outside_period
      *              usage          sender|category  messages, bytes
      *              invoice        sender           messages, bytes,
      *                                              priced (Y/N),
      *                                              message_charge,
      *                                              megabyte_charge,
      *                                              minimum_applied,
      *                                              total
      *              unattributed                    messages, bytes
      *              business_date  yyyymmdd         messages, bytes
      *              totals                          messages, bytes,
      *                                              unattributed,
      *                                              test_excluded,
      *                                              billed_total
      *-----------------------------------------------------------------
       identification division.
       program-id. chargeback.
       01  w-cur-date          pic 9(08) value zero.
       01  w-cur-date-x        pic x(08) value spaces.
      *
      *    by business date : a message's business date is never
      *    before its arrival date, so the generations read start
      *    ten days ahead of the period and each line is kept only
      *    when its business date falls inside it.  lines written
      *    before the business-date column existed count under
      *    their arrival date.
      *
       01  w-charge-by         pic x(08) value 'CALENDAR'.
           88 charge-by-business   value 'BUSINESS'.
       01  w-bd-lookback       pic 9(02) value 10.
       01  w-scan-from-int     usage binary-long value zero.
       01  w-from-date-x       pic x(08) value spaces.
       01  w-to-date-x         pic x(08) value spaces.
       01  w-bd-work           pic 9(08) value zero.
       01  w-outside-msgs      pic 9(09) value zero.
       01  w-bd-tab-count      pic 9(03) value zero.
       01  w-bizdate-table.
           05 bdt-entry occurs 100 times.
              10 bdt-date     pic x(08).
              10 bdt-msgs     pic 9(09).
              10 bdt-bytes    pic 9(12).
      *
      *    the tariff table.
      *
       01  w-trf-tab-count     pic 9(02) value zero.
              10 snd-msgs     pic 9(09).
              10 snd-bytes    pic 9(12).
      *
      *             the invoice as priced, kept for the
      *             machine-readable copy.
      *
              10 snd-priced   pic x(01).
              10 snd-min-sw   pic x(01).
              10 snd-msg-chg  pic 9(11)v99.
              10 snd-mb-chg   pic 9(11)v99.
              10 snd-total    pic 9(11)v99.
      *
      *    one tranlog line, as unstrung (the CSV 9016 writes).
      *
       01  tl-timestamp        pic x(16).
       01  tl-senderid         pic x(32).
       01  tl-category         pic x(20).
       01  tl-testrun          pic x(01).
       01  tl-bizdate          pic x(08).
       01  tl-msglen           pic 9(09) value zero.
      *
      *    test traffic is never billed : drill messages (the
      *    invoice arithmetic, in the tariff's currency units.
      *
       01  w-trf-hit           pic 9(02) value zero.
       01  w-partner-name      pic x(40) value spaces.
       01  w-msg-charge        pic 9(11)v99 value zero.
       01  w-mb-charge         pic 9(11)v99 value zero.
       01  w-inv-total         pic 9(11)v99 value zero.
       01  rpt-count           pic z(08)9.
       01  rpt-bytes           pic z(11)9.
       01  rpt-money           pic z(09)9.99.
      *
      *    the machine-readable copy, through rptout.cob.
      *
           copy "ww49-rptout.cpy".
      *-----------------------------------------------------------------
       procedure division.
      *
              not on exception
                 continue
           end-accept
           accept w-charge-by from environment 'charge_by'
              not on exception
                 move function upper-case(w-charge-by)
                   to w-charge-by
           end-accept
           move function date-of-integer(w-from-int) to w-bd-work
           move w-bd-work to w-from-date-x
           move function date-of-integer(w-to-int) to w-bd-work
           move w-bd-work to w-to-date-x
           move w-from-int to w-scan-from-int
           if charge-by-business
              compute w-scan-from-int = w-from-int - w-bd-lookback
           end-if
      *
           perform 100-load-tariff thru 100-load-tariff-exit
      *
           perform varying w-cur-int from w-scan-from-int by 1
                   until w-cur-int > w-to-int
              perform 200-tally-one-day
                 thru 200-tally-one-day-exit
      *
           perform 500-show-invoices thru 500-show-invoices-exit
           perform 600-show-appendix thru 600-show-appendix-exit
           perform 700-write-output thru 700-write-output-exit
           goback.
      *-----------------------------------------------------------------
       100-load-tariff.
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
           if tl-bizdate is not numeric
              move tl-timestamp (1:8) to tl-bizdate
           end-if
           if charge-by-business
              and (tl-bizdate < w-from-date-x
                   or tl-bizdate > w-to-date-x)
              add 1 to w-outside-msgs
              go to 300-tally-line-exit
           end-if
           if tl-testrun = 'T' and not include-test-traffic
              add 1 to w-test-msgs
              go to 300-tally-line-exit
      *
           add 1 to w-total-msgs
           add tl-msglen to w-total-bytes
      *
      *    totals per business date, for the appendix.
      *
           move zero to j
           perform varying i from 1 by 1
                   until i > w-bd-tab-count
              if bdt-date (i) = tl-bizdate
                 move i to j
              end-if
           end-perform
           if j = 0 and w-bd-tab-count < 100
              add 1 to w-bd-tab-count
              move w-bd-tab-count to j
              move tl-bizdate to bdt-date (j)
              move zero to bdt-msgs (j)
              move zero to bdt-bytes (j)
           end-if
           if j > 0
              add 1 to bdt-msgs (j)
              add tl-msglen to bdt-bytes (j)
           end-if
      *
           if tl-senderid = spaces
              add 1 to w-unattr-msgs
      *
           display ' '
           end-display
           call 'partname' using snd-sender (i) w-partner-name
              on exception
                 move spaces to w-partner-name
           end-call
           if w-partner-name = spaces
              display '  invoice : sender '
                      function trim(snd-sender (i))
              end-display
           else
              display '  invoice : sender '
                      function trim(snd-sender (i)) ' - '
                      function trim(w-partner-name)
              end-display
           end-if
      *
           perform varying j from 1 by 1
                   until j > w-use-tab-count
                 end-if
              end-perform
           end-if
           move 'N' to snd-priced (i) snd-min-sw (i)
           move zero to snd-msg-chg (i) snd-mb-chg (i) snd-total (i)
           if w-trf-hit = 0
              display '    (no tariff line : unpriced)'
              end-display
              move w-inv-total to rpt-money
              display '    monthly minimum applies : ' rpt-money
              end-display
              move 'Y' to snd-min-sw (i)
           end-if
           move w-inv-total to rpt-money
           display '    TOTAL : ' rpt-money
           end-display
           move 'Y' to snd-priced (i)
           move w-msg-charge to snd-msg-chg (i)
           move w-mb-charge  to snd-mb-chg (i)
           move w-inv-total  to snd-total (i)
           add w-inv-total to w-grand-total.
      *
       510-show-one-invoice-exit.
           end-display
           display 'chargeback : reconciliation appendix'
           end-display
           if charge-by-business
              display '  period ' w-from-date-x ' to ' w-to-date-x
                      ' taken by business date'
              end-display
              move w-outside-msgs to rpt-count
              display '  read but of business dates outside the '
                      'period : ' rpt-count
              end-display
           else
              display '  period ' w-from-date-x ' to ' w-to-date-x
                      ' taken by arrival date'
              end-display
           end-if
           display '  messages per business date :'
           end-display
           perform varying i from 1 by 1
                   until i > w-bd-tab-count
              move bdt-msgs (i) to rpt-count
              move bdt-bytes (i) to rpt-bytes
              display '    ' bdt-date (i) ' ' rpt-count
                      ' msg(s) ' rpt-bytes ' byte(s)'
              end-display
           end-perform
           move w-total-msgs to rpt-count
           move w-total-bytes to rpt-bytes
           display '  total messages logged : ' rpt-count
      *
       600-show-appendix-exit.
           exit.
      *-----------------------------------------------------------------
      *    the invoices and the appendix again, one value per row,
      *    for the finance spreadsheet ; a no-op unless
      *    report_output asks for a file.
      *-----------------------------------------------------------------
       700-write-output.
      *
           move 'OPEN' to WW49-FUNCTION
           move 'CHARGEBACK' to WW49-REPORT
           move w-to-date-x to WW49-DATE
           call 'rptout' using WW49-RPTOUT
           if WW49-FILE = spaces
              go to 700-write-output-exit
           end-if
      *
           move 'period' to WW49-SECTION
           move spaces to WW49-KEY
           move 'from' to WW49-MEASURE
           move w-from-date-x to WW49-TEXT
           perform 720-out-text thru 720-out-text-exit
           move 'to' to WW49-MEASURE
           move w-to-date-x to WW49-TEXT
           perform 720-out-text thru 720-out-text-exit
           move 'basis' to WW49-MEASURE
           move w-charge-by to WW49-TEXT
           perform 720-out-text thru 720-out-text-exit
           if charge-by-business
              move 'outside_period' to WW49-MEASURE
              move w-outside-msgs to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
           end-if
      *
           move 'usage' to WW49-SECTION
           perform varying j from 1 by 1
                   until j > w-use-tab-count
              move spaces to WW49-KEY
              string function trim(use-sender (j))
                                           delimited by size
                     '|'                   delimited by size
                     function trim(use-category (j))
                                           delimited by size
                into WW49-KEY
              end-string
              move 'messages' to WW49-MEASURE
              move use-msgs (j) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'bytes' to WW49-MEASURE
              move use-bytes (j) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
           end-perform
      *
           move 'invoice' to WW49-SECTION
           perform varying i from 1 by 1
                   until i > w-snd-tab-count
              move snd-sender (i) to WW49-KEY
              move 'messages' to WW49-MEASURE
              move snd-msgs (i) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'bytes' to WW49-MEASURE
              move snd-bytes (i) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'priced' to WW49-MEASURE
              move snd-priced (i) to WW49-TEXT
              perform 720-out-text thru 720-out-text-exit
              if snd-priced (i) = 'Y'
                 move 'message_charge' to WW49-MEASURE
                 move snd-msg-chg (i) to WW49-AMOUNT
                 perform 730-out-amount thru 730-out-amount-exit
                 move 'megabyte_charge' to WW49-MEASURE
                 move snd-mb-chg (i) to WW49-AMOUNT
                 perform 730-out-amount thru 730-out-amount-exit
                 move 'minimum_applied' to WW49-MEASURE
                 move snd-min-sw (i) to WW49-TEXT
                 perform 720-out-text thru 720-out-text-exit
                 move 'total' to WW49-MEASURE
                 move snd-total (i) to WW49-AMOUNT
                 perform 730-out-amount thru 730-out-amount-exit
              end-if
           end-perform
      *
           move 'unattributed' to WW49-SECTION
           move spaces to WW49-KEY
           move 'messages' to WW49-MEASURE
           move w-unattr-msgs to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'bytes' to WW49-MEASURE
           move w-unattr-bytes to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
      *
           move 'business_date' to WW49-SECTION
           perform varying i from 1 by 1
                   until i > w-bd-tab-count
              move bdt-date (i) to WW49-KEY
              move 'messages' to WW49-MEASURE
              move bdt-msgs (i) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
              move 'bytes' to WW49-MEASURE
              move bdt-bytes (i) to WW49-NUMBER
              perform 710-out-number thru 710-out-number-exit
           end-perform
      *
           move 'totals' to WW49-SECTION
           move spaces to WW49-KEY
           move 'messages' to WW49-MEASURE
           move w-total-msgs to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'bytes' to WW49-MEASURE
           move w-total-bytes to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'unattributed' to WW49-MEASURE
           move w-unattr-msgs to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'test_excluded' to WW49-MEASURE
           move w-test-msgs to WW49-NUMBER
           perform 710-out-number thru 710-out-number-exit
           move 'billed_total' to WW49-MEASURE
           move w-grand-total to WW49-AMOUNT
           perform 730-out-amount thru 730-out-amount-exit
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
       end program chargeback.
