      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   account statement from the posting ledger : what
      *            the bridge moved for each account over a date
      *            range, answered from the LEDGER generations
      *            cobclient's 9030-write-ledger-postings fills (one
      *            line per WW02-SEG-ENTRY of every forwarded WW02
      *            message, see fd-ledger.cpy) instead of decoding
      *            archive payloads by hand.  per account and
      *            currency it lists every posting in the range and
      *            prints :
      *              - the opening count : postings to that account
      *                and currency in the ledger before the range
      *              - the posting count, debit total and credit
      *                total inside the range
      *            then a grand total per currency across every
      *            account reported.
      *
      *            the segments carry no sign, so the direction is
      *            the partner's narrative convention : a narrative
      *            starting DR is a debit, anything else a credit.
      *
      *            the generations are found through the MANIFEST
      *            (every ledger generation cobclient opened, its
      *            .I<id> instance variants included), resolving
      *            moved/retired generations through the annotations
      *            genhouse.cob maintains.  with no MANIFEST the
      *            range's LEDGER.yyyymmdd generations are read by
      *            name and no opening count can be given.
      * Tectonics: cobc -x -I ../copy acctstmt.cob
      *     Usage: export stmt_from=yyyymmdd stmt_to=yyyymmdd
      *            (default : the 7 days ending yesterday) ;
      *            stmt_account=<account> for one account only
      *            (default : every account) ; q_ledger_file is the
      *            BASE name, exactly as everywhere else ; test
      *            traffic is excluded unless include_test=Y.
      *-----------------------------------------------------------------
       identification division.
       program-id. acctstmt.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select ledger-file assign to ws-ledger-file
                  organization line sequential
                  file status is ws-ledger-status.
      *
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is ws-manifest-status.
      *
           select sort-work assign to disk.
      *
       data division.
       file section.
           copy "fd-ledger.cpy".
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       sd  sort-work.
       01  sort-rec.
           05 srt-account      pic x(10).
           05 srt-currency     pic x(03).
           05 srt-posted-at    pic x(16).
           05 srt-msgid        pic x(61).
           05 srt-seg-no       pic 9(03).
           05 srt-amount       pic 9(09)v99.
           05 srt-narrative    pic x(30).
      *
       working-storage section.
       01  ws-ledger-file      pic x(100) value 'LEDGER'.
       01  ws-ledger-file-env  pic x(100).
       01  ws-ledger-status    pic x(02)  value '00'.
       01  w-ledger-base       pic x(100) value spaces.
       01  w-ledger-prefix-len pic 9(03)  value zero.
      *
       01  ws-manifest-status  pic x(02)  value '00'.
       01  w-mf-date           pic x(08).
       01  w-mf-name           pic x(100).
       01  w-mf-marker         pic x(08).
       01  w-mf-path           pic x(100).
       01  w-manifest-sw       pic x value 'N'.
           88 manifest-was-read     value 'Y'.
      *
       01  w-from-date         pic x(08) value spaces.
       01  w-from-env          pic x(08).
       01  w-to-date           pic x(08) value spaces.
       01  w-to-env            pic x(08).
       01  w-from-int          usage binary-long value zero.
       01  w-to-int            usage binary-long value zero.
       01  w-cur-int           usage binary-long value zero.
       01  w-cur-date          pic 9(08) value zero.
       01  w-account           pic x(10) value spaces.
       01  w-account-env       pic x(10).
      *
      *    test traffic (the testRun column) is excluded by default,
      *    same policy as reconcile.cob ; include_test=Y folds it in.
      *
       01  w-include-test      pic x value 'N'.
           88 include-test-traffic value 'Y'.
       01  test-skipped-count  pic 9(09) value zero.
      *
      *    the ledger generations to read : every distinct one the
      *    MANIFEST lists up to the end of the range.
      *
       01  gen-count           pic 9(03) value zero.
       01  gen-table.
           05 gen-entry occurs 400 times.
              10 gen-date      pic x(08).
              10 gen-name      pic x(100).
              10 gen-path      pic x(100).
              10 gen-retired   pic x(01).
       01  gen-i               pic 9(03) value zero.
       01  w-gen-found-sw      pic x value 'N'.
           88 gen-was-found         value 'Y'.
      *
      *    postings before the range, per account and currency.
      *
       01  open-count          pic 9(04) value zero.
       01  open-table.
           05 open-entry occurs 1000 times.
              10 open-account  pic x(10).
              10 open-currency pic x(03).
              10 open-postings pic 9(09).
              10 open-shown    pic x(01).
       01  open-i              pic 9(04) value zero.
       01  w-open-found-sw     pic x value 'N'.
           88 open-was-found        value 'Y'.
       01  w-open-full-sw      pic x value 'N'.
           88 open-table-full       value 'Y'.
      *
      *    the grand totals, per currency.
      *
       01  cur-count           pic 9(02) value zero.
       01  cur-table.
           05 cur-entry occurs 50 times.
              10 cur-code      pic x(03).
              10 cur-postings  pic 9(09).
              10 cur-debit     pic 9(13)v99.
              10 cur-credit    pic 9(13)v99.
       01  cur-i               pic 9(02) value zero.
      *
      *    control-break state while the sorted postings come back.
      *
       01  w-sort-eof-sw       pic x value 'N'.
           88 sort-eof             value 'Y'.
       01  w-brk-account       pic x(10) value spaces.
       01  w-brk-currency      pic x(03) value spaces.
       01  w-brk-open          pic 9(09) value zero.
       01  w-grp-postings      pic 9(09) value zero.
       01  w-grp-debit         pic 9(13)v99 value zero.
       01  w-grp-credit        pic 9(13)v99 value zero.
       01  w-drcr              pic x(02) value spaces.
       01  w-posted-date       pic x(08) value spaces.
      *
       01  w-counts.
           05 cnt-read         pic 9(09) value zero.
           05 cnt-opening      pic 9(09) value zero.
           05 cnt-in-range     pic 9(09) value zero.
           05 cnt-accounts     pic 9(09) value zero.
           05 cnt-gens         pic 9(09) value zero.
      *
      *    edited fields for the report body.
      *
       01  rpt-count           pic z(08)9.
       01  rpt-amount          pic z(08)9.99.
       01  rpt-total           pic z(12)9.99.
       01  rpt-seg             pic zz9.
      *-----------------------------------------------------------------
       procedure division.
      *
       000-main.
      *
      *    an unset q_ledger_file must leave the 'LEDGER' default
      *    alone ; accepting straight into ws-ledger-file would
      *    blank it out instead, since a missing environment
      *    variable still runs the (uncoded) ON EXCEPTION path.
      *
           accept ws-ledger-file-env from environment 'q_ledger_file'
              not on exception
                 move ws-ledger-file-env to ws-ledger-file
           end-accept
           move ws-ledger-file to w-ledger-base
           compute w-ledger-prefix-len =
                   function length(function trim(w-ledger-base)) + 1
      *
      *    the default range is the 7 days ending yesterday --
      *    today's generation is still being written.
      *
           move function integer-of-date(function numval(
                function current-date (1:8))) to w-to-int
           subtract 1 from w-to-int
           compute w-from-int = w-to-int - 6
           accept w-from-env from environment 'stmt_from'
              not on exception
                 if w-from-env is numeric
                    move function integer-of-date(
                         function numval(w-from-env)) to w-from-int
                 end-if
           end-accept
           accept w-to-env from environment 'stmt_to'
              not on exception
                 if w-to-env is numeric
                    move function integer-of-date(
                         function numval(w-to-env)) to w-to-int
                 end-if
           end-accept
           if w-to-int < w-from-int
              display 'acctstmt : stmt_to is before stmt_from'
              end-display
              move 1 to return-code
              goback
           end-if
           move function date-of-integer(w-from-int) to w-cur-date
           move w-cur-date to w-from-date
           move function date-of-integer(w-to-int) to w-cur-date
           move w-cur-date to w-to-date
      *
           accept w-account-env from environment 'stmt_account'
              not on exception
                 move w-account-env to w-account
           end-accept
           accept w-include-test from environment 'include_test'
              not on exception
                 continue
           end-accept
      *
           perform 100-collect-generations
              thru 100-collect-generations-exit
      *
           display ' '
           end-display
           display 'acctstmt : account statement, ' w-from-date
                   ' thru ' w-to-date
           end-display
           if w-account not = spaces
              display 'acctstmt : account ' w-account ' only'
              end-display
           end-if
      *
           sort sort-work on ascending key srt-account
                                           srt-currency
                                           srt-posted-at
                                           srt-msgid
                                           srt-seg-no
                input procedure is 200-release-postings
                   thru 200-release-postings-exit
                output procedure is 300-print-statement
                   thru 300-print-statement-exit
      *
           perform 400-show-opening-only
              thru 400-show-opening-only-exit
           perform 500-show-totals
              thru 500-show-totals-exit
           move 0 to return-code
           goback.
      *-----------------------------------------------------------------
      *    every distinct ledger generation the MANIFEST lists, dated
      *    no later than the end of the range.  the annotation lines
      *    genhouse.cob adds (COLD <path>, RETIRED) carry the same
      *    name and update the entry already collected.
      *-----------------------------------------------------------------
       100-collect-generations.
      *
           open input manifest-file
           if ws-manifest-status not = '00'
              move '00' to ws-manifest-status
              perform 150-generations-by-name
                 thru 150-generations-by-name-exit
              go to 100-collect-generations-exit
           end-if
           set manifest-was-read to true
           perform until ws-manifest-status = '10'
              read manifest-file
                 at end
                    move '10' to ws-manifest-status
                 not at end
                    perform 110-take-manifest-line
                       thru 110-take-manifest-line-exit
              end-read
           end-perform
           close manifest-file
           move '00' to ws-manifest-status.
      *
       100-collect-generations-exit.
           exit.
      *-----------------------------------------------------------------
       110-take-manifest-line.
      *
           move spaces to w-mf-date w-mf-name w-mf-marker w-mf-path
           unstring manifest-record delimited by all ' '
               into w-mf-date
                    w-mf-name
                    w-mf-marker
                    w-mf-path
           end-unstring
           if w-mf-name (1:w-ledger-prefix-len) not =
              function concatenate(function trim(w-ledger-base) '.')
              or w-mf-date > w-to-date
              go to 110-take-manifest-line-exit
           end-if
      *
           move 'N' to w-gen-found-sw
           perform varying gen-i from 1 by 1
                   until gen-i > gen-count or gen-was-found
              if gen-name (gen-i) = w-mf-name
                 set gen-was-found to true
              end-if
           end-perform
           if gen-was-found
              subtract 1 from gen-i
           else
              if gen-count >= 400
                 display 'acctstmt : more than 400 ledger '
                         'generations, ' function trim(w-mf-name)
                         ' not read'
                 end-display
                 go to 110-take-manifest-line-exit
              end-if
              add 1 to gen-count
              move gen-count to gen-i
              move w-mf-date to gen-date (gen-i)
              move w-mf-name to gen-name (gen-i)
              move w-mf-name to gen-path (gen-i)
              move 'N' to gen-retired (gen-i)
           end-if
      *
           if w-mf-marker = 'COLD' and w-mf-path not = spaces
              move w-mf-path to gen-path (gen-i)
           end-if
           if w-mf-marker = 'RETIRED'
              move 'Y' to gen-retired (gen-i)
           end-if.
      *
       110-take-manifest-line-exit.
           exit.
      *-----------------------------------------------------------------
      *    no MANIFEST : the range's generations by their plain
      *    names, one per day.
      *-----------------------------------------------------------------
       150-generations-by-name.
      *
           display 'acctstmt : no MANIFEST, reading the range by '
                   'name, opening counts not available'
           end-display
           perform varying w-cur-int from w-from-int by 1
                   until w-cur-int > w-to-int
                      or gen-count >= 400
              move function date-of-integer(w-cur-int) to w-cur-date
              add 1 to gen-count
              move w-cur-date to gen-date (gen-count)
              move spaces to gen-name (gen-count)
              string function trim(w-ledger-base) delimited by size
                     '.'                          delimited by size
                     w-cur-date                   delimited by size
                into gen-name (gen-count)
              end-string
              move gen-name (gen-count) to gen-path (gen-count)
              move 'N' to gen-retired (gen-count)
           end-perform.
      *
       150-generations-by-name-exit.
           exit.
      *-----------------------------------------------------------------
      *    read every collected generation : postings before the
      *    range are counted for the opening figures, postings in
      *    the range go to the sort.
      *-----------------------------------------------------------------
       200-release-postings.
      *
           perform varying gen-i from 1 by 1 until gen-i > gen-count
              if gen-retired (gen-i) = 'Y'
                 if gen-date (gen-i) >= w-from-date
                    display 'acctstmt : generation '
                            function trim(gen-name (gen-i))
                            ' has been retired, its postings are '
                            'not in this statement'
                    end-display
                 end-if
              else
                 perform 210-read-generation
                    thru 210-read-generation-exit
              end-if
           end-perform.
      *
       200-release-postings-exit.
           exit.
      *-----------------------------------------------------------------
       210-read-generation.
      *
           move gen-path (gen-i) to ws-ledger-file
           open input ledger-file
           if ws-ledger-status not = '00'
      *
      *       a missing generation is a day without postings, not
      *       an error.
      *
              move '00' to ws-ledger-status
              go to 210-read-generation-exit
           end-if
           add 1 to cnt-gens
           perform until ws-ledger-status = '10'
              read ledger-file
                 at end
                    move '10' to ws-ledger-status
                 not at end
                    perform 220-take-posting
                       thru 220-take-posting-exit
              end-read
           end-perform
           close ledger-file
           move '00' to ws-ledger-status.
      *
       210-read-generation-exit.
           exit.
      *-----------------------------------------------------------------
       220-take-posting.
      *
           add 1 to cnt-read
           if ldg-testrun = 'T' and not include-test-traffic
              add 1 to test-skipped-count
              go to 220-take-posting-exit
           end-if
           if w-account not = spaces and ldg-account not = w-account
              go to 220-take-posting-exit
           end-if
           if ldg-amount not numeric
              go to 220-take-posting-exit
           end-if
      *
           move ldg-posted-at (1:8) to w-posted-date
           if w-posted-date > w-to-date
              go to 220-take-posting-exit
           end-if
           if w-posted-date < w-from-date
              add 1 to cnt-opening
              perform 230-count-opening
                 thru 230-count-opening-exit
              go to 220-take-posting-exit
           end-if
      *
           add 1 to cnt-in-range
           move ldg-account   to srt-account
           move ldg-currency  to srt-currency
           move ldg-posted-at to srt-posted-at
           move ldg-msgid     to srt-msgid
           move ldg-seg-no    to srt-seg-no
           move ldg-amount    to srt-amount
           move ldg-narrative to srt-narrative
           release sort-rec.
      *
       220-take-posting-exit.
           exit.
      *-----------------------------------------------------------------
       230-count-opening.
      *
           move 'N' to w-open-found-sw
           perform varying open-i from 1 by 1
                   until open-i > open-count or open-was-found
              if open-account (open-i) = ldg-account
                 and open-currency (open-i) = ldg-currency
                 set open-was-found to true
                 add 1 to open-postings (open-i)
              end-if
           end-perform
           if not open-was-found
              if open-count < 1000
                 add 1 to open-count
                 move ldg-account  to open-account (open-count)
                 move ldg-currency to open-currency (open-count)
                 move 1            to open-postings (open-count)
                 move 'N'          to open-shown (open-count)
              else
                 set open-table-full to true
              end-if
           end-if.
      *
       230-count-opening-exit.
           exit.
      *-----------------------------------------------------------------
      *    the postings come back in account, currency and time
      *    order ; each account/currency group closes with its
      *    opening count and its debit and credit totals.
      *-----------------------------------------------------------------
       300-print-statement.
      *
           move 'N' to w-sort-eof-sw
           perform until sort-eof
              return sort-work
                 at end
                    set sort-eof to true
                 not at end
                    perform 310-print-posting
                       thru 310-print-posting-exit
              end-return
           end-perform
           if w-brk-account not = spaces or w-brk-currency not = spaces
              perform 330-close-group
                 thru 330-close-group-exit
           end-if.
      *
       300-print-statement-exit.
           exit.
      *-----------------------------------------------------------------
       310-print-posting.
      *
           if srt-account not = w-brk-account
              or srt-currency not = w-brk-currency
              if w-brk-account not = spaces
                 or w-brk-currency not = spaces
                 perform 330-close-group
                    thru 330-close-group-exit
              end-if
              perform 320-open-group
                 thru 320-open-group-exit
           end-if
      *
           if srt-narrative (1:2) = 'DR'
              move 'DR' to w-drcr
              add srt-amount to w-grp-debit
           else
              move 'CR' to w-drcr
              add srt-amount to w-grp-credit
           end-if
           add 1 to w-grp-postings
           move srt-amount to rpt-amount
           move srt-seg-no to rpt-seg
           display '    ' srt-posted-at (1:8) ' '
                   srt-posted-at (9:4) ' '
                   srt-msgid (1:32) ' ' rpt-seg ' '
                   rpt-amount ' ' w-drcr ' ' srt-narrative
           end-display.
      *
       310-print-posting-exit.
           exit.
      *-----------------------------------------------------------------
       320-open-group.
      *
           if srt-account not = w-brk-account
              add 1 to cnt-accounts
              display ' '
              end-display
              display '  account ' srt-account
              end-display
           end-if
           move srt-account  to w-brk-account
           move srt-currency to w-brk-currency
           move zero to w-grp-postings w-grp-debit w-grp-credit
           move zero to w-brk-open
           perform varying open-i from 1 by 1 until open-i > open-count
              if open-account (open-i) = w-brk-account
                 and open-currency (open-i) = w-brk-currency
                 move open-postings (open-i) to w-brk-open
                 move 'Y' to open-shown (open-i)
              end-if
           end-perform
           display '   currency ' w-brk-currency
           end-display
           display '    date     time msgid                           '
                   ' seg       amount dc narrative'
           end-display.
      *
       320-open-group-exit.
           exit.
      *-----------------------------------------------------------------
       330-close-group.
      *
           move w-brk-open to rpt-count
           display '    opening count          ' rpt-count
           end-display
           move w-grp-postings to rpt-count
           display '    postings in range      ' rpt-count
           end-display
           move w-grp-debit to rpt-total
           display '    debit total   ' rpt-total ' ' w-brk-currency
           end-display
           move w-grp-credit to rpt-total
           display '    credit total  ' rpt-total ' ' w-brk-currency
           end-display
      *
           perform varying cur-i from 1 by 1
                   until cur-i > cur-count
                      or cur-code (cur-i) = w-brk-currency
              continue
           end-perform
           if cur-i > cur-count
              if cur-count < 50
                 add 1 to cur-count
                 move cur-count to cur-i
                 move w-brk-currency to cur-code (cur-i)
                 move zero to cur-postings (cur-i) cur-debit (cur-i)
                              cur-credit (cur-i)
              else
                 display 'acctstmt : more than 50 currencies, '
                         w-brk-currency ' left out of the totals'
                 end-display
                 go to 330-close-group-exit
              end-if
           end-if
           add w-grp-postings to cur-postings (cur-i)
           add w-grp-debit    to cur-debit (cur-i)
           add w-grp-credit   to cur-credit (cur-i).
      *
       330-close-group-exit.
           exit.
      *-----------------------------------------------------------------
      *    accounts with postings before the range but none inside
      *    it still belong on the statement : quiet, not unknown.
      *-----------------------------------------------------------------
       400-show-opening-only.
      *
           perform varying open-i from 1 by 1 until open-i > open-count
              if open-shown (open-i) = 'N'
                 move open-postings (open-i) to rpt-count
                 display ' '
                 end-display
                 display '  account ' open-account (open-i)
                         ' currency ' open-currency (open-i)
                         ' : no postings in range, opening count '
                         rpt-count
                 end-display
              end-if
           end-perform
           if open-table-full
              display 'acctstmt : more than 1000 account/currency '
                      'pairs before the range, opening counts '
                      'incomplete'
              end-display
           end-if.
      *
       400-show-opening-only-exit.
           exit.
      *-----------------------------------------------------------------
       500-show-totals.
      *
           display ' '
           end-display
           display '  grand total per currency'
           end-display
           display '  cur   postings           debit total'
                   '          credit total'
           end-display
           perform varying cur-i from 1 by 1 until cur-i > cur-count
              move cur-postings (cur-i) to rpt-count
              display '  ' cur-code (cur-i) ' ' rpt-count ' '
                      with no advancing
              end-display
              move cur-debit (cur-i) to rpt-total
              display rpt-total ' ' with no advancing
              end-display
              move cur-credit (cur-i) to rpt-total
              display rpt-total
              end-display
           end-perform
      *
           display ' '
           end-display
           move cnt-gens to rpt-count
           display 'acctstmt : ' rpt-count ' ledger generation(s) read'
           end-display
           move cnt-accounts to rpt-count
           display 'acctstmt : ' rpt-count
                   ' account(s) with postings in range'
           end-display
           move cnt-in-range to rpt-count
           display 'acctstmt : ' rpt-count ' posting(s) in range, '
                   'opening counts from ' with no advancing
           end-display
           move cnt-opening to rpt-count
           display rpt-count ' earlier posting(s)'
           end-display
           if test-skipped-count > 0
              move test-skipped-count to rpt-count
              display 'acctstmt : ' rpt-count ' test posting(s) '
                      'excluded (include_test=Y to fold them in)'
              end-display
           end-if.
      *
       500-show-totals-exit.
           exit.
