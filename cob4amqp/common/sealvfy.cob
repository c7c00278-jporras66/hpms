      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   seal chain verifier : recomputes the SEALREG
      *            chain sealday.cob wrote, for a date range, and
      *            says exactly which date and which generation
      *            broke it.  for every sealed day in the range :
      *
      *              - the day's link : the previous seal its DAY
      *                line names must be the seal of the previous
      *                DAY line in the register (a day taken out,
      *                put back or sealed twice breaks here)
      *              - the day's lines : as many GEN lines as the
      *                DAY line covers, and the seal recomputed over
      *                them and the DAY line equal to the one stored
      *                (a register line altered breaks here)
      *              - each generation : its keyed digest recomputed
      *                over the file's bytes as they are now --
      *                online, or from the cold area when MANIFEST
      *                says genhouse.cob has moved it -- equal to
      *                the sealed digest and size (a file altered,
      *                truncated or removed breaks here)
      *
      *            a generation genhouse has since retired is
      *            reported as retired and not checked ; its
      *            retirement is on MANIFEST, not a break.  a day in
      *            the range with no seal at all is reported as not
      *            sealed.  GEN lines no DAY line covers (a sealing
      *            run that stopped part way) are reported and
      *            otherwise ignored.
      *
      *            the range's first day is linked to the stored
      *            seal of the day before it ; verify from the first
      *            day ever sealed to check the whole chain.  every
      *            seal is recomputed with the SEALKEYS key its line
      *            names, so the ring must still hold the keys of
      *            the range checked.
      *
      *            RETURN-CODE : 0 the range verifies, 4 it does
      *            not break but some day in it is not sealed, 8 the
      *            chain is broken (or can not be checked).
      * Tectonics: cobc -x -I ../copy sealvfy.cob
      *     Usage: export seal_from=yyyymmdd seal_to=yyyymmdd
      *            (default : both yesterday) ; seal_register and
      *            seal_keys_file name the register (default
      *            SEALREG) and the key ring (default SEALKEYS),
      *            exactly as for sealday.
      *-----------------------------------------------------------------
       identification division.
       program-id. sealvfy.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select seal-file assign to ws-seal-file
                  organization line sequential
                  file status is ws-seal-status.
      *
           select sealkeys-file assign to ws-sealkeys-file
                  organization line sequential
                  file status is ws-sealkeys-status.
      *
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is ws-manifest-status.
      *
       data division.
       file section.
       fd  seal-file.
       01  seal-record     pic x(229).
      *
       fd  sealkeys-file.
       01  sealkeys-line   pic x(80).
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       working-storage section.
       01  ws-seal-file        pic x(100) value 'SEALREG'.
       01  ws-seal-env         pic x(100).
       01  ws-seal-status      pic x(02)  value '00'.
       01  ws-sealkeys-file    pic x(100) value 'SEALKEYS'.
       01  ws-sealkeys-env     pic x(100).
       01  ws-sealkeys-status  pic x(02)  value '00'.
      *
      *    MANIFEST resolution, as archsearch.cob : a COLD
      *    generation is read from its cold path, a RETIRED one is
      *    not checked.
      *
       01  ws-manifest-status  pic x(02)  value '00'.
       01  w-mf-date           pic x(08).
       01  w-mf-name           pic x(100).
       01  w-mf-marker         pic x(08).
       01  w-mf-path           pic x(100).
       01  w-resolve-name      pic x(100).
       01  w-retired-sw        pic x value 'N'.
           88 generation-retired    value 'Y'.
      *
           copy "ww50-seal.cpy".
      *
      *    the range.
      *
       01  w-from-env          pic x(08).
       01  w-to-env            pic x(08).
       01  w-from-int          usage binary-long value zero.
       01  w-to-int            usage binary-long value zero.
       01  w-day-int           usage binary-long value zero.
       01  w-expect-int        usage binary-long value zero.
       01  w-cur-date          pic 9(08) value zero.
       01  w-cur-date-x        pic x(08) value spaces.
       01  w-from-date-x       pic x(08) value spaces.
       01  w-to-date-x         pic x(08) value spaces.
      *
      *    the key ring : every key a seal may name.
      *
       01  w-key-tab-count     pic 9(02) value zero.
       01  w-key-table.
           05 key-entry occurs 20 times.
              10 key-id   pic x(08).
              10 key-text pic x(64).
       01  w-key-i             pic 9(02) value zero.
       01  w-key-found         pic x(64) value spaces.
      *
      *    where the chain stands : the previous DAY line's date and
      *    stored seal, and the GEN lines read since.
      *
       01  w-prev-date         pic x(08) value spaces.
       01  w-prev-seal         pic x(32) value spaces.
       01  w-pend-count        pic 9(03) value zero.
       01  w-pend-table.
           05 pend-line occurs 100 times pic x(229).
       01  w-pend-i            pic 9(03) value zero.
       01  w-day-line          pic x(229).
       01  w-day-date          pic x(08).
       01  w-day-seal          pic x(32).
       01  w-day-count         pic 9(03).
      *
      *    the sealdgst.cob interface.
      *
       01  w-dg-function       pic x(04).
       01  w-dg-subject        pic x(250).
       01  w-dg-digest         pic x(32).
       01  w-dg-bytes          pic 9(12).
       01  w-dg-rc             pic 9(02) value zero.
       01  w-running           pic x(32) value spaces.
      *
      *    what broke, for the day and for the run.
      *
       01  w-day-broken-sw     pic x value 'N'.
           88 day-broken            value 'Y'.
       01  w-reason            pic x(120) value spaces.
       01  w-first-date        pic x(08) value spaces.
       01  w-first-what        pic x(120) value spaces.
      *
       01  w-counts.
           05 cnt-lines        pic 9(07) value zero.
           05 cnt-days-ok      pic 9(05) value zero.
           05 cnt-days-broken  pic 9(05) value zero.
           05 cnt-unsealed     pic 9(05) value zero.
           05 cnt-gen-ok       pic 9(07) value zero.
           05 cnt-gen-broken   pic 9(07) value zero.
           05 cnt-gen-retired  pic 9(07) value zero.
           05 cnt-orphan       pic 9(07) value zero.
       01  rpt-count           pic z(06)9.
      *-----------------------------------------------------------------
       procedure division.
      *
       000-main.
      *
           perform 050-resolve-filenames
              thru 050-resolve-filenames-exit
           if w-to-int < w-from-int
              display 'sealvfy : seal_to is before seal_from'
              end-display
              move 8 to return-code
              goback
           end-if
           perform 100-load-sealkeys
              thru 100-load-sealkeys-exit
      *
           display 'sealvfy : seal chain verification '
                   w-from-date-x ' to ' w-to-date-x ' ('
                   function trim(ws-seal-file) ')'
           end-display
      *
           open input seal-file
           if ws-seal-status not = '00'
              display 'sealvfy : can not read the seal register ('
                      function trim(ws-seal-file) '), status '
                      ws-seal-status
              end-display
              move 8 to return-code
              goback
           end-if
           move w-from-int to w-expect-int
           perform until ws-seal-status = '10'
              read seal-file
                 at end
                    move '10' to ws-seal-status
                 not at end
                    perform 200-take-register-line
                       thru 200-take-register-line-exit
              end-read
           end-perform
           close seal-file
      *
           if w-pend-count > 0
              add w-pend-count to cnt-orphan
              display '  ' w-day-date '  ' w-pend-count
                      ' GEN line(s) at the end of the register '
                      'with no DAY line, ignored'
              end-display
           end-if
           move w-to-int to w-day-int
           add 1 to w-day-int
           perform 250-report-unsealed
              thru 250-report-unsealed-exit
      *
           perform 600-show-summary
              thru 600-show-summary-exit
           evaluate true
              when cnt-days-broken > 0
                 move 8 to return-code
              when cnt-unsealed > 0
                 move 4 to return-code
              when other
                 move 0 to return-code
           end-evaluate
           goback.
      *-----------------------------------------------------------------
       050-resolve-filenames.
      *
      *    an unset variable must leave the default alone ;
      *    accepting straight into the name would blank it out
      *    instead, since a missing environment variable still runs
      *    the (uncoded) ON EXCEPTION path.
      *
           accept ws-seal-env from environment 'seal_register'
              not on exception
                 move ws-seal-env to ws-seal-file
           end-accept
           accept ws-sealkeys-env from environment 'seal_keys_file'
              not on exception
                 move ws-sealkeys-env to ws-sealkeys-file
           end-accept
      *
      *    the default is yesterday alone -- the last day that can
      *    have been sealed.
      *
           move function integer-of-date(function numval(
                function current-date (1:8))) to w-to-int
           subtract 1 from w-to-int
           move w-to-int to w-from-int
           accept w-from-env from environment 'seal_from'
              not on exception
                 if w-from-env is numeric
                    move function integer-of-date(
                         function numval(w-from-env)) to w-from-int
                 end-if
           end-accept
           accept w-to-env from environment 'seal_to'
              not on exception
                 if w-to-env is numeric
                    move function integer-of-date(
                         function numval(w-to-env)) to w-to-int
                 end-if
           end-accept
           move function date-of-integer(w-from-int) to w-cur-date
           move w-cur-date to w-from-date-x
           move function date-of-integer(w-to-int) to w-cur-date
           move w-cur-date to w-to-date-x.
      *
       050-resolve-filenames-exit.
           exit.
      *-----------------------------------------------------------------
       060-consult-manifest.
      *
           move 'N' to w-retired-sw
           open input manifest-file
           if ws-manifest-status not = '00'
              go to 060-consult-manifest-exit
           end-if
           perform until ws-manifest-status = '10'
              read manifest-file
                 at end
                    move '10' to ws-manifest-status
                 not at end
                    move spaces to w-mf-date w-mf-name
                                   w-mf-marker w-mf-path
                    unstring manifest-record delimited by all ' '
                        into w-mf-date
                             w-mf-name
                             w-mf-marker
                             w-mf-path
                    end-unstring
                    if w-mf-name = w-resolve-name
                       if w-mf-marker = 'COLD'
                          and w-mf-path not = spaces
                          move w-mf-path to w-resolve-name
                       end-if
                       if w-mf-marker = 'RETIRED'
                          set generation-retired to true
                       end-if
                    end-if
              end-read
           end-perform
           close manifest-file
           move '00' to ws-manifest-status.
      *
       060-consult-manifest-exit.
           exit.
      *-----------------------------------------------------------------
      *    every key on the ring ; which one a seal used is on its
      *    line.
      *-----------------------------------------------------------------
       100-load-sealkeys.
      *
           open input sealkeys-file
           if ws-sealkeys-status not = '00'
              display 'sealvfy : no seal key ring ('
                      function trim(ws-sealkeys-file)
                      '), no seal can be verified'
              end-display
              go to 100-load-sealkeys-exit
           end-if
           perform until ws-sealkeys-status = '10'
              read sealkeys-file
                 at end
                    move '10' to ws-sealkeys-status
                 not at end
                    if sealkeys-line not = spaces
                       and sealkeys-line (1:1) not = '*'
                       and w-key-tab-count < 20
                       add 1 to w-key-tab-count
                       unstring sealkeys-line delimited by ','
                           into key-id (w-key-tab-count)
                                key-text (w-key-tab-count)
                       end-unstring
                    end-if
              end-read
           end-perform
           close sealkeys-file.
      *
       100-load-sealkeys-exit.
           exit.
      *-----------------------------------------------------------------
      *    one register line.  a GEN line is held until the DAY line
      *    that covers it ; its first line (WW50-COUNT 1) starts the
      *    day afresh, so the lines of a sealing run that stopped
      *    part way are left behind.
      *-----------------------------------------------------------------
       200-take-register-line.
      *
           add 1 to cnt-lines
           move seal-record to WW50-SEAL
           if seal-record = spaces or seal-record (1:1) = '*'
              go to 200-take-register-line-exit
           end-if
      *
           if WW50-IS-GEN
              if WW50-COUNT = 1 or WW50-DATE not = w-day-date
                 if w-pend-count > 0
                    add w-pend-count to cnt-orphan
                    display '  ' w-day-date '  ' w-pend-count
                            ' GEN line(s) with no DAY line, ignored'
                    end-display
                 end-if
                 move zero to w-pend-count
                 move WW50-DATE to w-day-date
              end-if
              if w-pend-count < 100
                 add 1 to w-pend-count
                 move seal-record to pend-line (w-pend-count)
              end-if
              go to 200-take-register-line-exit
           end-if
      *
           if not WW50-IS-DAY
              go to 200-take-register-line-exit
           end-if
      *
           move seal-record to w-day-line
           move WW50-DIGEST to w-day-seal
           move WW50-COUNT to w-day-count
           if WW50-DATE not = w-day-date
              and w-pend-count > 0
              add w-pend-count to cnt-orphan
              display '  ' w-day-date '  ' w-pend-count
                      ' GEN line(s) with no DAY line, ignored'
              end-display
              move zero to w-pend-count
           end-if
           move WW50-DATE to w-day-date
      *
           if WW50-DATE is numeric
              and WW50-DATE >= w-from-date-x
              and WW50-DATE <= w-to-date-x
              move function integer-of-date(
                   function numval(WW50-DATE)) to w-day-int
              perform 250-report-unsealed
                 thru 250-report-unsealed-exit
              perform 300-verify-day
                 thru 300-verify-day-exit
              if w-day-int >= w-expect-int
                 compute w-expect-int = w-day-int + 1
              end-if
           end-if
      *
      *    the next day links to what this one stored.
      *
           move w-day-line to WW50-SEAL
           move WW50-DATE to w-prev-date
           move w-day-seal to w-prev-seal
           move zero to w-pend-count.
      *
       200-take-register-line-exit.
           exit.
      *-----------------------------------------------------------------
      *    every day of the range from the next one expected up to
      *    the day before w-day-int that carries no seal.
      *-----------------------------------------------------------------
       250-report-unsealed.
      *
           perform until w-expect-int >= w-day-int
              move function date-of-integer(w-expect-int)
                to w-cur-date
              move w-cur-date to w-cur-date-x
              add 1 to cnt-unsealed
              display '  ' w-cur-date-x '  NOT SEALED'
              end-display
              add 1 to w-expect-int
           end-perform.
      *
       250-report-unsealed-exit.
           exit.
      *-----------------------------------------------------------------
      *    one sealed day : its link, its lines, its generations.
      *    every fault is reported ; the first one of the run is
      *    kept for the summary.
      *-----------------------------------------------------------------
       300-verify-day.
      *
           move 'N' to w-day-broken-sw
           move w-day-line to WW50-SEAL
      *
           if w-day-int < w-expect-int
              move 'sealed again, out of date order' to w-reason
              perform 390-day-fault thru 390-day-fault-exit
           end-if
      *
           move spaces to w-key-found
           perform varying w-key-i from 1 by 1
                   until w-key-i > w-key-tab-count
              if key-id (w-key-i) = WW50-KEYID
                 move key-text (w-key-i) to w-key-found
              end-if
           end-perform
           if w-key-found = spaces
              move spaces to w-reason
              string 'seal key ' function trim(WW50-KEYID)
                     ' is not on the ring, the day can not be '
                     'verified'
              delimited by size into w-reason
              perform 390-day-fault thru 390-day-fault-exit
              go to 300-verify-day-exit
           end-if
      *
      *    the link to the previous day.
      *
           if WW50-PREV-DATE not = w-prev-date
              move spaces to w-reason
              string 'chain link : sealed after '
                     WW50-PREV-DATE ', the register''s previous '
                     'day is ' w-prev-date
              delimited by size into w-reason
              perform 390-day-fault thru 390-day-fault-exit
           else
              if WW50-PREV not = w-prev-seal
                 move spaces to w-reason
                 string 'chain link : the seal of ' w-prev-date
                        ' differs from the one this day was '
                        'chained to'
                 delimited by size into w-reason
                 perform 390-day-fault thru 390-day-fault-exit
              end-if
           end-if
      *
      *    the day's lines, and the seal recomputed over them.
      *
           if w-pend-count not = w-day-count
              move spaces to w-reason
              string 'the register holds ' w-pend-count
                     ' GEN line(s) for the day, its seal covers '
                     w-day-count
              delimited by size into w-reason
              perform 390-day-fault thru 390-day-fault-exit
           end-if
           move WW50-PREV to w-running
           perform varying w-pend-i from 1 by 1
                   until w-pend-i > w-pend-count
              move pend-line (w-pend-i) to w-dg-subject
              perform 350-fold-line thru 350-fold-line-exit
           end-perform
           move w-day-line to WW50-SEAL
           move spaces to WW50-DIGEST
           move WW50-SEAL to w-dg-subject
           perform 350-fold-line thru 350-fold-line-exit
           if w-running not = w-day-seal
              move spaces to w-reason
              string 'the register lines for the day have been '
                     'altered, the seal does not recompute'
              delimited by size into w-reason
              perform 390-day-fault thru 390-day-fault-exit
           end-if
      *
      *    each generation against its file as it is now.
      *
           perform varying w-pend-i from 1 by 1
                   until w-pend-i > w-pend-count
              perform 320-verify-generation
                 thru 320-verify-generation-exit
           end-perform
      *
           if day-broken
              add 1 to cnt-days-broken
           else
              add 1 to cnt-days-ok
              display '  ' w-day-date '  OK      ' w-pend-count
                      ' generation(s)'
              end-display
           end-if.
      *
       300-verify-day-exit.
           exit.
      *-----------------------------------------------------------------
       320-verify-generation.
      *
           move pend-line (w-pend-i) to WW50-SEAL
           move WW50-NAME to w-resolve-name
           perform 060-consult-manifest
              thru 060-consult-manifest-exit
           if generation-retired
              add 1 to cnt-gen-retired
              display '  ' w-day-date '  retired '
                      function trim(WW50-NAME) ', not checked'
              end-display
              go to 320-verify-generation-exit
           end-if
      *
           move 'FILE' to w-dg-function
           move w-resolve-name to w-dg-subject
           move spaces to w-dg-digest
           move zero to w-dg-bytes
           call 'sealdgst' using w-dg-function w-dg-subject
                                 w-key-found w-dg-digest w-dg-bytes
              on exception
                 display 'sealvfy : sealdgst not available'
                 end-display
                 move 8 to return-code
                 goback
           end-call
           move return-code to w-dg-rc
           move spaces to w-reason
           evaluate true
              when w-dg-rc = 4
                 string 'generation ' function trim(WW50-NAME)
                        ' is missing ('
                        function trim(w-resolve-name) ')'
                 delimited by size into w-reason
              when w-dg-rc not = 0
                 string 'generation ' function trim(WW50-NAME)
                        ' can not be read ('
                        function trim(w-resolve-name) ')'
                 delimited by size into w-reason
              when w-dg-bytes not = WW50-BYTES
                 string 'generation ' function trim(WW50-NAME)
                        ' has changed size since it was sealed'
                 delimited by size into w-reason
              when w-dg-digest not = WW50-DIGEST
                 string 'generation ' function trim(WW50-NAME)
                        ' has been altered since it was sealed'
                 delimited by size into w-reason
           end-evaluate
           if w-reason = spaces
              add 1 to cnt-gen-ok
           else
              add 1 to cnt-gen-broken
              perform 390-day-fault thru 390-day-fault-exit
           end-if.
      *
       320-verify-generation-exit.
           exit.
      *-----------------------------------------------------------------
       350-fold-line.
      *
           move 'LINE' to w-dg-function
           call 'sealdgst' using w-dg-function w-dg-subject
                                 w-key-found w-running w-dg-bytes
              on exception
                 display 'sealvfy : sealdgst not available'
                 end-display
                 move 8 to return-code
                 goback
           end-call.
      *
       350-fold-line-exit.
           exit.
      *-----------------------------------------------------------------
       390-day-fault.
      *
           set day-broken to true
           display '  ' w-day-date '  BROKEN  ' function trim(w-reason)
           end-display
           if w-first-date = spaces
              move w-day-date to w-first-date
              move w-reason to w-first-what
           end-if.
      *
       390-day-fault-exit.
           exit.
      *-----------------------------------------------------------------
       600-show-summary.
      *
           display ' '
           end-display
           move cnt-days-ok to rpt-count
           display '  days verified        : ' rpt-count
           end-display
           move cnt-days-broken to rpt-count
           display '  days broken          : ' rpt-count
           end-display
           move cnt-unsealed to rpt-count
           display '  days not sealed      : ' rpt-count
           end-display
           move cnt-gen-ok to rpt-count
           display '  generations verified : ' rpt-count
           end-display
           move cnt-gen-broken to rpt-count
           display '  generations broken   : ' rpt-count
           end-display
           move cnt-gen-retired to rpt-count
           display '  generations retired  : ' rpt-count
           end-display
           move cnt-orphan to rpt-count
           display '  uncovered GEN lines  : ' rpt-count
           end-display
           if w-first-date not = spaces
              display 'sealvfy : ** CHAIN BROKEN ** first at '
                      w-first-date ' : ' function trim(w-first-what)
              end-display
           end-if.
      *
       600-show-summary-exit.
           exit.
      *
       end program sealvfy.
