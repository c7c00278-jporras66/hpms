      *            counted, never excerpted as ciphertext ;
      *            test traffic (WW10-TESTRUN) is excluded from the
      *            partner file and its control totals by default,
      *            include_test=Y folds it back in ;
      *            export extract_by=BUSINESS to cut the extract by
      *            BUSINESS date instead : q_report_date then names
      *            the business date, the archive generations from
      *            ten days before it up to it are read, and only
      *            the records cobclient assigned that business date
      *            (WW10-DATE bytes 18-25) are extracted -- so the
      *            month-end extract carries the late Friday traffic
      *            that belongs to it.
      *-----------------------------------------------------------------
       identification division.
       program-id. archextract.
       01  w-report-date       pic x(08)  value spaces.
       01  w-report-date-env   pic x(08).
       01  w-gen-name          pic x(100).
       01  w-archive-base      pic x(100).
      *
      *    business-date extraction : a record's business date is
      *    never before its arrival date, so ten calendar days back
      *    covers any run of weekend and holidays.  a record written
      *    before business dates existed counts under its arrival
      *    date.
      *
       01  w-extract-by        pic x(08) value 'CALENDAR'.
           88 extract-by-business  value 'BUSINESS'.
       01  w-bd-lookback       pic 9(02) value 10.
       01  w-bd-int            usage binary-long value zero.
       01  w-gen-int           usage binary-long value zero.
       01  w-gen-date          pic 9(08) value zero.
       01  w-record-bizdate    pic x(08) value spaces.
       01  w-gen-read-count    pic 9(03) value zero.
      *
           copy "fd-archive-ws.cpy".
      *
           05 cnt-skipped      pic 9(09) value zero.
           05 cnt-test-skip    pic 9(09) value zero.
           05 cnt-nokey        pic 9(09) value zero.
           05 cnt-other-bd     pic 9(09) value zero.
      *
      *    the key ring, the same ARCHKEYS file and treatment
      *    archsearch uses : an encrypted payload is decrypted
           perform 150-load-archkeys
              thru 150-load-archkeys-exit
      *
           if not extract-by-business
              open input archive-file
              if ws-archive-status not = '00'
                 display 'archextract : can not open archive file ('
                         function trim(ws-archive-file) '), status '
                         ws-archive-status
                 end-display
                 move 1 to return-code
                 goback
              end-if
           end-if
      *
           open output extract-file
                      function trim(ws-extract-file) '), status '
                      ws-extract-status
              end-display
              if not extract-by-business
                 close archive-file
              end-if
              move 1 to return-code
              goback
           end-if
           perform 100-write-header
              thru 100-write-header-exit
      *
           if extract-by-business
              perform 070-extract-business-date
                 thru 070-extract-business-date-exit
           else
              set neof to true
              perform 200-extract-one-record
                 thru 200-extract-one-record-exit
                 until eof
              close archive-file
           end-if
      *
           perform 300-write-trailer
              thru 300-write-trailer-exit
      *
           close extract-file
      *
           perform 400-register-in-manifest
              thru 400-register-in-manifest-exit
                      '(include_test=Y folds them in)'
              end-display
           end-if
           if extract-by-business
              display 'archextract : business date ' w-report-date
                      ' : ' w-gen-read-count ' archive generation(s)'
                      ' read, ' cnt-other-bd ' record(s) of other '
                      'business dates passed over'
              end-display
           end-if
           if cnt-nokey > 0
              display 'archextract : ** ' cnt-nokey
                      ' encrypted record(s) skipped, key not on '
              not on exception
                 continue
           end-accept
           accept w-extract-by from environment 'extract_by'
              not on exception
                 move function upper-case(w-extract-by)
                   to w-extract-by
           end-accept
      *
      *    cobclient writes the archive as date-stamped generations
      *    of the base name (see its 1030-open-generations and the
                    move w-report-date-env to w-report-date
                 end-if
           end-accept
           move ws-archive-file to w-archive-base
           move ws-archive-file to w-gen-name
           move spaces to ws-archive-file
           string function trim(w-gen-name) delimited by size
       050-resolve-filenames-exit.
           exit.
      *-----------------------------------------------------------------
      *    by business date : every archive generation that can hold
      *    the business date's traffic, read in date order into the
      *    one extract.  a day with no generation is a day nothing
      *    ran.
      *-----------------------------------------------------------------
       070-extract-business-date.
      *
           move function integer-of-date(
                function numval(w-report-date)) to w-bd-int
           compute w-gen-int = w-bd-int - w-bd-lookback
           perform until w-gen-int > w-bd-int
              move function date-of-integer(w-gen-int) to w-gen-date
              move spaces to ws-archive-file
              string function trim(w-archive-base) delimited by size
                     '.'                           delimited by size
                     w-gen-date                    delimited by size
                into ws-archive-file
              end-string
              open input archive-file
              if ws-archive-status = '00'
                 add 1 to w-gen-read-count
                 set neof to true
                 perform 200-extract-one-record
                    thru 200-extract-one-record-exit
                    until eof
                 close archive-file
              end-if
              move '00' to ws-archive-status
              add 1 to w-gen-int
           end-perform.
      *
       070-extract-business-date-exit.
           exit.
      *-----------------------------------------------------------------
      *    the key ring : keyid,key lines, comments and blanks
      *    skipped -- the same loader archsearch carries.  a
      *    missing ring file only matters if an encrypted record
       100-write-header.
      *
           move w-report-date to w-hdr-date
           if extract-by-business
              move spaces to w-hdr-source
              string function trim(w-archive-base) delimited by size
                     ' BY BUSINESS DATE'           delimited by size
                into w-hdr-source
              end-string
           else
              move ws-archive-file to w-hdr-source
           end-if
           move function current-date (1:16) to w-hdr-cut-stamp
           move spaces to extract-record
           move w-hdr-record to extract-record
              add 1 to cnt-test-skip
              go to 200-extract-one-record-exit
           end-if
      *
           if extract-by-business
              move ww10-date (18:8) to w-record-bizdate
              if w-record-bizdate is not numeric
                 move ww10-date (1:8) to w-record-bizdate
              end-if
              if w-record-bizdate not = w-report-date
                 add 1 to cnt-other-bd
                 go to 200-extract-one-record-exit
              end-if
           end-if
      *
      *    an encrypted record is decrypted before any payload
      *    byte is excerpted or totalled ; one whose key is not on
