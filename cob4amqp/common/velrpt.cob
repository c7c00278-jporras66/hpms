      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   daily velocity screening report over the SCREENHITS
      *            CSV that cobclient's 2135-record-hit leaves behind
      *            (stamp,businessdate,instance,msgid,messageUUID,
      *            senderid,category,keyfield,keyvalue,count,
      *            amountcents,windowmins,COUNT|AMOUNT|BOTH,
      *            FLAG|HOLD) :
      *            the day's hits split FLAG / HOLD and by the
      *            threshold tripped, every screened key that hit
      *            with its hit count and the highest count and
      *            amount its window reached, and the hits one by
      *            one in arrival order -- what operations reviews
      *            each morning before releasing or returning the
      *            messages held for review.
      * Tectonics: cobc -x -I ../copy velrpt.cob
      *     Usage: export q_report_date=yyyymmdd to report a day
      *            other than today ; q_screenhits_file names the
      *            hits file when it is not SCREENHITS ;
      *            export q_business_date=yyyymmdd to report the hits
      *            of one BUSINESS date instead of one calendar day.
      *-----------------------------------------------------------------
       identification division.
       program-id. velrpt.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select screenhits-file assign to ws-screenhits-file
                  organization line sequential
                  file status is ws-screenhits-status.
      *
       data division.
       file section.
       fd  screenhits-file.
       01  w-screenhits-line   pic x(400).
      *
       working-storage section.
       01  ws-screenhits-file     pic x(100) value 'SCREENHITS'.
       01  ws-screenhits-file-env pic x(100).
       01  ws-screenhits-status   pic x(02)  value '00'.
       01  w-report-date          pic x(08)  value spaces.
       01  w-report-date-env      pic x(08).
       01  w-business-date        pic x(08)  value spaces.
       01  w-business-date-env    pic x(08).
      *
       01  record-count        pic 9(09) value zero.
       01  bad-line-count      pic 9(09) value zero.
       01  other-day-count     pic 9(09) value zero.
      *
      *    the fourteen CSV fields of one hits line, as unstrung.
      *
       01  sh-stamp            pic x(14).
       01  sh-bizdate          pic x(08).
       01  sh-instance         pic x(04).
       01  sh-msgid            pic x(61).
       01  sh-uuid             pic x(40).
       01  sh-senderid         pic x(32).
       01  sh-category         pic x(20).
       01  sh-keyfield         pic x(32).
       01  sh-keyvalue         pic x(32).
       01  sh-count-x          pic x(10).
       01  sh-cents-x          pic x(18).
       01  sh-window-x         pic x(05).
       01  sh-tripped          pic x(06).
       01  sh-action           pic x(04).
       01  sh-count            pic 9(09) value zero.
       01  sh-cents            pic 9(17) value zero.
      *
      *    the day's totals : FLAG / HOLD, and which threshold went.
      *
       01  flag-count          pic 9(09) value zero.
       01  hold-count          pic 9(09) value zero.
       01  trip-count-count    pic 9(09) value zero.
       01  trip-amount-count   pic 9(09) value zero.
       01  trip-both-count     pic 9(09) value zero.
      *
      *    one entry per screened key that hit : category, key field
      *    and key value together.  keys past the table are still in
      *    the totals and the detail, and counted as overflow.
      *
       01  key-tab-count       pic 9(03) value zero.
       01  key-overflow-count  pic 9(09) value zero.
       01  key-table.
           05 key-entry occurs 200 times.
              10 key-category  pic x(20).
              10 key-field     pic x(32).
              10 key-value     pic x(32).
              10 key-hits      pic 9(09).
              10 key-holds     pic 9(09).
              10 key-max-count pic 9(09).
              10 key-max-cents pic 9(17).
              10 key-first     pic x(14).
              10 key-last      pic x(14).
      *
      *    the detail listing, in file (arrival) order ; a day with
      *    more hits than this lists the first 500.
      *
       01  det-tab-count       pic 9(04) value zero.
       01  det-table.
           05 det-entry occurs 500 times.
              10 det-stamp     pic x(14).
              10 det-msgid     pic x(61).
              10 det-senderid  pic x(32).
              10 det-keyvalue  pic x(32).
              10 det-count     pic 9(09).
              10 det-cents     pic 9(17).
              10 det-tripped   pic x(06).
              10 det-action    pic x(04).
      *
       01  i                   pic 9(04) value zero.
       01  j                   pic 9(04) value zero.
      *
      *    edited fields for the report body.
      *
       01  rpt-count           pic z(08)9.
       01  rpt-holds           pic z(08)9.
       01  rpt-max-count       pic z(08)9.
       01  rpt-amount          pic z(14)9.99.
       01  rpt-time            pic x(08).
      *-----------------------------------------------------------------
       procedure division.
      *
       000-main.
      *
           accept ws-screenhits-file-env
                  from environment 'q_screenhits_file'
              not on exception
                 move ws-screenhits-file-env to ws-screenhits-file
           end-accept
           move function current-date (1:8) to w-report-date
           accept w-report-date-env from environment 'q_report_date'
              not on exception
                 if w-report-date-env is numeric
                    move w-report-date-env to w-report-date
                 end-if
           end-accept
           accept w-business-date-env from environment
                  'q_business_date'
              not on exception
                 if w-business-date-env is numeric
                    move w-business-date-env to w-business-date
                 end-if
           end-accept
      *
           perform 100-read-hits
              thru 100-read-hits-exit
           perform 400-show-report
              thru 400-show-report-exit
           goback.
      *-----------------------------------------------------------------
      *    the hits file is one file for all days (cobclient appends
      *    to it) ; no file at all is a quiet day, not an error.
      *-----------------------------------------------------------------
       100-read-hits.
      *
           open input screenhits-file
           if ws-screenhits-status = '35'
              move '00' to ws-screenhits-status
              go to 100-read-hits-exit
           end-if
           if ws-screenhits-status not = '00'
              display 'velrpt : can not open screening hits, status '
                      ws-screenhits-status
              end-display
              move 1 to return-code
              goback
           end-if
      *
           perform until ws-screenhits-status = '10'
              read screenhits-file
                 at end
                    move '10' to ws-screenhits-status
                 not at end
                    perform 200-tally-line
                       thru 200-tally-line-exit
              end-read
           end-perform
           close screenhits-file
           move '00' to ws-screenhits-status.
      *
       100-read-hits-exit.
           exit.
      *-----------------------------------------------------------------
      *    split one CSV line and fold it into the totals, the key
      *    table and the detail ; a line without a stamp or with a
      *    count or amount that is not numeric is counted as bad.
      *-----------------------------------------------------------------
       200-tally-line.
      *
           move spaces to sh-stamp sh-bizdate sh-instance sh-msgid
                          sh-uuid sh-senderid sh-category
                          sh-keyfield sh-keyvalue sh-count-x
                          sh-cents-x sh-window-x sh-tripped
                          sh-action
           unstring w-screenhits-line delimited by ','
               into sh-stamp
                    sh-bizdate
                    sh-instance
                    sh-msgid
                    sh-uuid
                    sh-senderid
                    sh-category
                    sh-keyfield
                    sh-keyvalue
                    sh-count-x
                    sh-cents-x
                    sh-window-x
                    sh-tripped
                    sh-action
           end-unstring
      *
           if sh-stamp (1:8) is not numeric
              or sh-count-x = spaces
              or function trim(sh-count-x) is not numeric
              or sh-cents-x = spaces
              or function trim(sh-cents-x) is not numeric
              add 1 to bad-line-count
              go to 200-tally-line-exit
           end-if
      *
           if w-business-date not = spaces
              if sh-bizdate not = w-business-date
                 add 1 to other-day-count
                 go to 200-tally-line-exit
              end-if
           else
              if sh-stamp (1:8) not = w-report-date
                 add 1 to other-day-count
                 go to 200-tally-line-exit
              end-if
           end-if
      *
           add 1 to record-count
           move function numval(sh-count-x) to sh-count
           move function numval(sh-cents-x) to sh-cents
           if sh-action = 'HOLD'
              add 1 to hold-count
           else
              add 1 to flag-count
           end-if
           evaluate sh-tripped
              when 'COUNT'
                 add 1 to trip-count-count
              when 'AMOUNT'
                 add 1 to trip-amount-count
              when other
                 add 1 to trip-both-count
           end-evaluate
      *
           perform 300-tally-key
              thru 300-tally-key-exit
      *
           if det-tab-count < 500
              add 1 to det-tab-count
              move sh-stamp    to det-stamp    (det-tab-count)
              move sh-msgid    to det-msgid    (det-tab-count)
              move sh-senderid to det-senderid (det-tab-count)
              move sh-keyvalue to det-keyvalue (det-tab-count)
              move sh-count    to det-count    (det-tab-count)
              move sh-cents    to det-cents    (det-tab-count)
              move sh-tripped  to det-tripped  (det-tab-count)
              move sh-action   to det-action   (det-tab-count)
           end-if.
      *
       200-tally-line-exit.
           exit.
      *-----------------------------------------------------------------
      *    find (or add) the key's entry and fold the hit in.
      *-----------------------------------------------------------------
       300-tally-key.
      *
           move zero to j
           perform varying i from 1 by 1
                   until i > key-tab-count or j > 0
              if key-category (i) = sh-category
                 and key-field (i) = sh-keyfield
                 and key-value (i) = sh-keyvalue
                 move i to j
              end-if
           end-perform
           if j = 0
              if key-tab-count >= 200
                 add 1 to key-overflow-count
                 go to 300-tally-key-exit
              end-if
              add 1 to key-tab-count
              move key-tab-count to j
              move sh-category to key-category (j)
              move sh-keyfield to key-field (j)
              move sh-keyvalue to key-value (j)
              move zero        to key-hits (j) key-holds (j)
                                  key-max-count (j) key-max-cents (j)
              move sh-stamp    to key-first (j)
           end-if
      *
           add 1 to key-hits (j)
           if sh-action = 'HOLD'
              add 1 to key-holds (j)
           end-if
           if sh-count > key-max-count (j)
              move sh-count to key-max-count (j)
           end-if
           if sh-cents > key-max-cents (j)
              move sh-cents to key-max-cents (j)
           end-if
           move sh-stamp to key-last (j).
      *
       300-tally-key-exit.
           exit.
      *-----------------------------------------------------------------
       400-show-report.
      *
           display ' '
           end-display
           if w-business-date = spaces
              display 'velrpt : velocity screening report for '
                      w-report-date ' over '
                      function trim(ws-screenhits-file)
              end-display
           else
              display 'velrpt : velocity screening report for '
                      'business date ' w-business-date ' over '
                      function trim(ws-screenhits-file)
              end-display
           end-if
           move record-count to rpt-count
           display 'velrpt : ' rpt-count ' screening hit(s)'
           end-display
           if bad-line-count > 0
              move bad-line-count to rpt-count
              display 'velrpt : ' rpt-count
                      ' unparseable line(s) skipped'
              end-display
           end-if
           if record-count = 0
              go to 400-show-report-exit
           end-if
      *
           display ' '
           end-display
           display '  hits by action and threshold'
           end-display
           move flag-count to rpt-count
           display '  FLAG (passed on)        : ' rpt-count
           end-display
           move hold-count to rpt-count
           display '  HOLD (held for review)  : ' rpt-count
           end-display
           move trip-count-count to rpt-count
           display '  count tripped           : ' rpt-count
           end-display
           move trip-amount-count to rpt-count
           display '  amount tripped          : ' rpt-count
           end-display
           move trip-both-count to rpt-count
           display '  both tripped            : ' rpt-count
           end-display
      *
           display ' '
           end-display
           display '  hits per screened key'
           end-display
           display '  category     key field    key value            '
                   '     hits     holds max count '
                   '        max amount  first    last'
           end-display
           perform varying i from 1 by 1 until i > key-tab-count
              move key-hits (i)      to rpt-count
              move key-holds (i)     to rpt-holds
              move key-max-count (i) to rpt-max-count
              compute rpt-amount = key-max-cents (i) / 100
              display '  ' key-category (i) (1:12) ' '
                      key-field (i) (1:12) ' '
                      key-value (i) (1:20) ' '
                      rpt-count ' ' rpt-holds ' '
                      rpt-max-count ' ' rpt-amount '  '
                      key-first (i) (9:2) ':' key-first (i) (11:2)
                      '    ' key-last (i) (9:2) ':'
                      key-last (i) (11:2)
              end-display
           end-perform
           if key-overflow-count > 0
              move key-overflow-count to rpt-count
              display '  ' rpt-count ' hit(s) on keys past the '
                      'first 200 are in the totals only'
              end-display
           end-if
      *
           display ' '
           end-display
           display '  hits in arrival order'
           end-display
           display '  time     msgid                        '
                   'sender           key value            '
                   '    count             amount  trip   action'
           end-display
           perform varying i from 1 by 1 until i > det-tab-count
              move spaces to rpt-time
              string det-stamp (i) (9:2) ':' det-stamp (i) (11:2)
                     ':' det-stamp (i) (13:2)
                     delimited by size into rpt-time
              end-string
              move det-count (i) to rpt-count
              compute rpt-amount = det-cents (i) / 100
              display '  ' rpt-time ' ' det-msgid (i) (1:28) ' '
                      det-senderid (i) (1:16) ' '
                      det-keyvalue (i) (1:20) ' ' rpt-count ' '
                      rpt-amount '  ' det-tripped (i) ' '
                      det-action (i)
              end-display
           end-perform
           if record-count > det-tab-count
              display '  (first 500 hits listed)'
              end-display
           end-if.
      *
       400-show-report-exit.
           exit.
      *-----------------------------------------------------------------
