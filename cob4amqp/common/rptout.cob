      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   the machine-readable side of the daily reports :
      *            tranrpt, dlqrpt, reconcile, recdetail, chargeback,
      *            trendrpt and RUNHRPT print for the people who read
      *            the job log, and hand the same sections and totals
      *            here, one value at a time, for the dashboard and
      *            the finance spreadsheet to pick up unchanged every
      *            morning instead of someone re-keying them.
      *
      *            the file is <report>.<yyyymmdd>.csv or .json, in
      *            the columns ww49-rptout.cpy documents, written
      *            whole on each run of the report (a re-run for the
      *            same date replaces it) and listed in MANIFEST once
      *            -- date then name, as cobclient's
      *            1031-write-manifest lists its generations -- so
      *            genhouse.cob moves it cold and retires it like the
      *            rest.
      * Tectonics: cobc -m -I ../copy rptout.cob
      *     Usage: CALL 'rptout' USING WW49-RPTOUT (ww49-rptout.cpy)
      *            -- OPEN, then ROW per value, then CLOSE ; export
      *            report_output=CSV or JSON to have the files
      *            written at all.
      *-----------------------------------------------------------------
       identification division.
       program-id. rptout.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select out-file assign to ws-out-file
                  organization line sequential
                  file status is ws-out-status.
      *
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is ws-manifest-status.
      *
       data division.
       file section.
       fd  out-file.
       01  out-record          pic x(400).
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record     pic x(120).
      *
       working-storage section.
       01 pgm-name pic x(15)
                 value 'rptout.cob'.
      *
       01  ws-out-file         pic x(100) value spaces.
       01  ws-out-status       pic x(02)  value '00'.
       01  ws-manifest-status  pic x(02)  value '00'.
      *
       01  w-format            pic x(04)  value spaces.
           88 format-csv              value 'CSV'.
           88 format-json             value 'JSON'.
       01  w-format-env        pic x(04).
       01  w-open-sw           pic x value 'N'.
           88 out-is-open             value 'Y'.
       01  w-report            pic x(10).
       01  w-date              pic x(08).
      *
      *    JSON rows are written one behind : the row before the
      *    last needs its separating comma, the last must not have
      *    one.
      *
       01  w-pending           pic x(400) value spaces.
       01  w-pending-sw        pic x value 'N'.
           88 row-pending             value 'Y'.
      *
       01  w-line              pic x(400).
       01  w-ptr               pic 9(04) comp value zero.
      *
      *    one field, escaped for the format in hand.
      *
       01  w-raw               pic x(64).
       01  w-esc               pic x(140).
       01  w-esc-len           pic 9(04) comp value zero.
       01  w-raw-len           pic 9(04) comp value zero.
       01  w-i                 pic 9(04) comp value zero.
       01  w-quote-sw          pic x value 'N'.
           88 needs-quotes            value 'Y'.
      *
       01  w-value             pic x(64).
       01  w-number-ed         pic -(15)9.
       01  w-amount-ed         pic -(13)9.99.
      *
       01  w-mf-date           pic x(08).
       01  w-mf-name           pic x(100).
       01  w-listed-sw         pic x value 'N'.
           88 already-listed          value 'Y'.
      *
       linkage section.
           copy "ww49-rptout.cpy".
      *-----------------------------------------------------------------
       procedure division using
               by reference WW49-RPTOUT.
      *
       0000-main.
      *
           evaluate WW49-FUNCTION
              when 'OPEN'
                 perform 1000-open thru 1000-open-exit
              when 'ROW'
                 if out-is-open
                    perform 2000-row thru 2000-row-exit
                 end-if
              when 'CLOSE'
                 if out-is-open
                    perform 3000-close thru 3000-close-exit
                 end-if
              when other
                 continue
           end-evaluate
           goback.
      *-----------------------------------------------------------------
      *    the format asked for, the file's name, and its head.  a
      *    report whose output can not be made still prints : the
      *    failure is on the job log and every ROW is a no-op.
      *-----------------------------------------------------------------
       1000-open.
      *
           if out-is-open
              perform 3000-close thru 3000-close-exit
           end-if
           move spaces to WW49-FILE w-format
           accept w-format-env from environment 'report_output'
              not on exception
                 move function upper-case(w-format-env) to w-format
           end-accept
           if not format-csv and not format-json
              go to 1000-open-exit
           end-if
      *
           move WW49-REPORT to w-report
           move WW49-DATE   to w-date
           move spaces to ws-out-file
           string function trim(w-report) delimited by size
                  '.'                     delimited by size
                  w-date                  delimited by size
                  '.'                     delimited by size
                  function lower-case(function trim(w-format))
                                          delimited by size
             into ws-out-file
           end-string
           open output out-file
           if ws-out-status not = '00'
              display pgm-name ' - can not write '
                      function trim(ws-out-file)
                      ', status ' ws-out-status
              end-display
              go to 1000-open-exit
           end-if
           set out-is-open to true
           move 'N' to w-pending-sw
           move ws-out-file to WW49-FILE
      *
           move spaces to out-record
           if format-csv
              move 'report,report_date,section,key,measure,value'
                to out-record
           else
              move 1 to w-ptr
              move w-report to w-raw
              perform 4100-escape-json thru 4100-escape-json-exit
              string '{"report":"'        delimited by size
                     w-esc (1:w-esc-len)  delimited by size
                     '","reportDate":"'   delimited by size
                     w-date               delimited by size
                     '","rows":['         delimited by size
                into out-record
                with pointer w-ptr
              end-string
           end-if
           write out-record.
      *
       1000-open-exit.
           exit.
      *-----------------------------------------------------------------
      *    one value, as one line.
      *-----------------------------------------------------------------
       2000-row.
      *
           evaluate true
              when WW49-IS-NUMBER
                 move WW49-NUMBER to w-number-ed
                 move function trim(w-number-ed) to w-value
              when WW49-IS-AMOUNT
                 move WW49-AMOUNT to w-amount-ed
                 move function trim(w-amount-ed) to w-value
              when other
                 move WW49-TEXT to w-value
           end-evaluate
      *
           move spaces to w-line
           move 1 to w-ptr
           if format-csv
              perform 2100-csv-row thru 2100-csv-row-exit
              move w-line to out-record
              write out-record
           else
              perform 2200-json-row thru 2200-json-row-exit
              if row-pending
                 move spaces to out-record
                 string function trim(w-pending trailing)
                                       delimited by size
                        ','            delimited by size
                   into out-record
                 end-string
                 write out-record
              end-if
              move w-line to w-pending
              set row-pending to true
           end-if.
      *
       2000-row-exit.
           exit.
      *-----------------------------------------------------------------
       2100-csv-row.
      *
           move w-report to w-raw
           perform 4000-escape-csv thru 4000-escape-csv-exit
           string w-esc (1:w-esc-len) delimited by size
                  ','                 delimited by size
                  w-date              delimited by size
                  ','                 delimited by size
             into w-line with pointer w-ptr
           end-string
           move WW49-SECTION to w-raw
           perform 4000-escape-csv thru 4000-escape-csv-exit
           perform 2150-csv-field thru 2150-csv-field-exit
           move WW49-KEY to w-raw
           perform 4000-escape-csv thru 4000-escape-csv-exit
           perform 2150-csv-field thru 2150-csv-field-exit
           move WW49-MEASURE to w-raw
           perform 4000-escape-csv thru 4000-escape-csv-exit
           perform 2150-csv-field thru 2150-csv-field-exit
           move w-value to w-raw
           perform 4000-escape-csv thru 4000-escape-csv-exit
           if w-esc-len > 0
              string w-esc (1:w-esc-len) delimited by size
                into w-line with pointer w-ptr
              end-string
           end-if.
      *
       2100-csv-row-exit.
           exit.
      *-----------------------------------------------------------------
       2150-csv-field.
      *
           if w-esc-len > 0
              string w-esc (1:w-esc-len) delimited by size
                into w-line with pointer w-ptr
              end-string
           end-if
           string ',' delimited by size
             into w-line with pointer w-ptr
           end-string.
      *
       2150-csv-field-exit.
           exit.
      *-----------------------------------------------------------------
       2200-json-row.
      *
           string '{"section":"' delimited by size
             into w-line with pointer w-ptr
           end-string
           move WW49-SECTION to w-raw
           perform 2250-json-text thru 2250-json-text-exit
           string '","key":"' delimited by size
             into w-line with pointer w-ptr
           end-string
           move WW49-KEY to w-raw
           perform 2250-json-text thru 2250-json-text-exit
           string '","measure":"' delimited by size
             into w-line with pointer w-ptr
           end-string
           move WW49-MEASURE to w-raw
           perform 2250-json-text thru 2250-json-text-exit
           if WW49-IS-NUMBER or WW49-IS-AMOUNT
              string '","value":'              delimited by size
                     function trim(w-value)    delimited by size
                     '}'                       delimited by size
                into w-line with pointer w-ptr
              end-string
           else
              string '","value":"' delimited by size
                into w-line with pointer w-ptr
              end-string
              move w-value to w-raw
              perform 2250-json-text thru 2250-json-text-exit
              string '"}' delimited by size
                into w-line with pointer w-ptr
              end-string
           end-if.
      *
       2200-json-row-exit.
           exit.
      *-----------------------------------------------------------------
       2250-json-text.
      *
           perform 4100-escape-json thru 4100-escape-json-exit
           if w-esc-len > 0
              string w-esc (1:w-esc-len) delimited by size
                into w-line with pointer w-ptr
              end-string
           end-if.
      *
       2250-json-text-exit.
           exit.
      *-----------------------------------------------------------------
      *    the JSON tail, and the file into MANIFEST.
      *-----------------------------------------------------------------
       3000-close.
      *
           if format-json
              if row-pending
                 move w-pending to out-record
                 write out-record
              end-if
              move ']}' to out-record
              write out-record
           end-if
           close out-file
           move 'N' to w-open-sw
           perform 3100-register-in-manifest
              thru 3100-register-in-manifest-exit.
      *
       3000-close-exit.
           exit.
      *-----------------------------------------------------------------
      *    one line in MANIFEST (date then name), the same entry
      *    cobclient's 1031-write-manifest makes for its own
      *    generations -- once, however often the report is re-run
      *    for the date.
      *-----------------------------------------------------------------
       3100-register-in-manifest.
      *
           move 'N' to w-listed-sw
           open input manifest-file
           if ws-manifest-status = '00'
              perform until ws-manifest-status not = '00'
                         or already-listed
                 read manifest-file
                    at end
                       move '10' to ws-manifest-status
                    not at end
                       move spaces to w-mf-date w-mf-name
                       unstring manifest-record delimited by all ' '
                           into w-mf-date
                                w-mf-name
                       end-unstring
                       if w-mf-date = w-date
                          and w-mf-name = ws-out-file
                          set already-listed to true
                       end-if
                 end-read
              end-perform
              close manifest-file
           end-if
           if already-listed
              go to 3100-register-in-manifest-exit
           end-if
      *
           open extend manifest-file
           if ws-manifest-status = '35'
              open output manifest-file
           end-if
           if ws-manifest-status not = '00'
              display pgm-name ' - can not open MANIFEST, status '
                      ws-manifest-status
              end-display
              go to 3100-register-in-manifest-exit
           end-if
           move spaces to manifest-record
           string w-date ' ' function trim(ws-out-file)
              delimited by size into manifest-record
           end-string
           write manifest-record
           close manifest-file.
      *
       3100-register-in-manifest-exit.
           exit.
      *-----------------------------------------------------------------
      *    w-raw up to its last non-blank into w-esc (w-esc-len
      *    bytes) as a CSV field : quoted, quotes doubled, only when
      *    it holds a comma or a quote.
      *-----------------------------------------------------------------
       4000-escape-csv.
      *
           perform 4200-raw-length thru 4200-raw-length-exit
           move 'N' to w-quote-sw
           perform varying w-i from 1 by 1 until w-i > w-raw-len
              if w-raw (w-i:1) = ',' or w-raw (w-i:1) = '"'
                 set needs-quotes to true
              end-if
           end-perform
           move spaces to w-esc
           move zero to w-esc-len
           if needs-quotes
              add 1 to w-esc-len
              move '"' to w-esc (w-esc-len:1)
           end-if
           perform varying w-i from 1 by 1 until w-i > w-raw-len
              if w-raw (w-i:1) = '"'
                 add 1 to w-esc-len
                 move '"' to w-esc (w-esc-len:1)
              end-if
              add 1 to w-esc-len
              move w-raw (w-i:1) to w-esc (w-esc-len:1)
           end-perform
           if needs-quotes
              add 1 to w-esc-len
              move '"' to w-esc (w-esc-len:1)
           end-if.
      *
       4000-escape-csv-exit.
           exit.
      *-----------------------------------------------------------------
      *    w-raw up to its last non-blank into w-esc as the inside
      *    of a JSON string : quote and backslash escaped.
      *-----------------------------------------------------------------
       4100-escape-json.
      *
           perform 4200-raw-length thru 4200-raw-length-exit
           move spaces to w-esc
           move zero to w-esc-len
           perform varying w-i from 1 by 1 until w-i > w-raw-len
              if w-raw (w-i:1) = '"' or w-raw (w-i:1) = '\'
                 add 1 to w-esc-len
                 move '\' to w-esc (w-esc-len:1)
              end-if
              add 1 to w-esc-len
              move w-raw (w-i:1) to w-esc (w-esc-len:1)
           end-perform.
      *
       4100-escape-json-exit.
           exit.
      *-----------------------------------------------------------------
       4200-raw-length.
      *
           move length of w-raw to w-raw-len
           perform until w-raw-len = 0
                      or w-raw (w-raw-len:1) not = space
              subtract 1 from w-raw-len
           end-perform.
      *
       4200-raw-length-exit.
           exit.
      *-----------------------------------------------------------------
       end program rptout.
