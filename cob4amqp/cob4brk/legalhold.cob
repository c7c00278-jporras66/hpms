      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      legalhold.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    legal hold register : genhouse retires generation files
      *    past retention_days and AUDITRET purges MESSAGE_AUDIT
      *    detail past auditret_days, on schedule, whatever is going
      *    on.  when legal opens a dispute the evidence has to stop
      *    ageing out.  this program keeps the register of holds
      *    (LEGALHOLD, name overridable from legal_hold_file, one
      *    ww41-hold.cpy line per hold) that genhouse and AUDITRET
      *    read before they destroy anything ; an ACTIVE hold keeps
      *    every generation and every row it covers, and both jobs
      *    report what they kept and for which hold.
      *
      *    hold_action selects what to do :
      *
      *      REPORT  - list every active hold with the generation
      *                files it covers (from MANIFEST, flagged where
      *                the file is past retention and kept only by
      *                the hold) and the MESSAGE_AUDIT rows it kept
      *                at the last AUDITRET run (HOLDROWS, name
      *                overridable from hold_rows_file).  the
      *                default ; changes nothing.
      *      PLACE   - add a hold.  needs operator_id and :
      *                  hold_id         unique in the register
      *                  hold_reason     why (the dispute)
      *                  hold_from       first day, yyyymmdd
      *                  hold_to         last day (blank = open)
      *                  hold_requester  who asked (default : the
      *                                  operator)
      *                and optionally hold_sender, hold_msgid,
      *                hold_uuid to narrow what it covers.  placing
      *                a hold only keeps more, so one operator will
      *                do.
      *      RELEASE - release hold_id.  letting evidence go is the
      *                dangerous direction : it needs operator_id,
      *                confirm_operator (a different operator) and
      *                confirm_code = today's date, the same
      *                two-person control as dlqtool PURGE.
      *
      *    PLACE and RELEASE sign on through opsignon.cob against the
      *    operator registry, as dlqtool does : operator_id with its
      *    PIN in operator_pin, the OPERATOR role to place a hold and
      *    SUPERVISOR to release one, and the RELEASE countersigner
      *    authenticates too, with confirm_pin.
      *
      *    PLACE and RELEASE write one line to the shared operations
      *    log (ops_log_file, default OPSLOG), refusals included.
      *    retention_days (default 3650) is read the way genhouse
      *    reads it, for the report's past-retention flag.
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
           select hold-file assign to ws-hold-file
                  organization line sequential
                  file status is w-hold-status.
      *
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is w-manifest-status.
      *
           select rows-file assign to ws-rows-file
                  organization line sequential
                  file status is w-rows-status.
      *
           select opslog-file assign to ws-opslog-file
                  organization line sequential
                  file status is w-opslog-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
       fd  hold-file.
       01  hold-record    pic x(335).
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       fd  rows-file.
       01  rows-record    pic x(80).
      *
       fd  opslog-file.
       01  opslog-record  pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-legalhold-ws-start'.
       01 pgm-name pic x(15)
                 value 'legalhold.cob'.
      *
       01 err pic x(100).
      *
       01 w-action           pic x(10) value 'REPORT'.
       01 w-action-env       pic x(10).
      *
       01 ws-hold-file       pic x(100) value 'LEGALHOLD'.
       01 ws-hold-env        pic x(100).
       01 w-hold-status      pic x(02) value '00'.
       01 w-manifest-status  pic x(02) value '00'.
       01 ws-rows-file       pic x(100) value 'HOLDROWS'.
       01 ws-rows-env        pic x(100).
       01 w-rows-status      pic x(02) value '00'.
      *
      *    the register, held whole : a release rewrites it.
      *
       01 w-hl-count         pic 9(03) value zero.
       01 w-hl-table.
          05 hl-entry occurs 500 times pic x(335).
       01 w-hl-i             pic 9(03) value zero.
       01 w-hl-found         pic 9(03) value zero.
      *
           copy "ww41-hold.cpy".
      *
      *    the hold being placed or released.
      *
       01 w-new-id           pic x(12) value spaces.
       01 w-new-reason       pic x(60) value spaces.
       01 w-new-requester    pic x(20) value spaces.
       01 w-new-from         pic x(08) value spaces.
       01 w-new-to           pic x(08) value spaces.
       01 w-new-sender       pic x(32) value spaces.
       01 w-new-msgid        pic x(61) value spaces.
       01 w-new-uuid         pic x(61) value spaces.
      *
      *    the report : one MANIFEST line split as genhouse splits
      *    it, and one HOLDROWS line as AUDITRET writes it.
      *
       01 w-retention-days   pic 9(05) value 3650.
       01 w-retention-env    pic x(06).
       01 w-today-int        usage binary-long value zero.
       01 w-gen-int          usage binary-long value zero.
       01 w-gen-age          usage binary-long value zero.
       01 w-line-date        pic x(08).
       01 w-line-name        pic x(100).
       01 w-line-marker      pic x(08).
       01 w-line-path        pic x(100).
       01 w-where            pic x(08).
       01 w-age-disp         pic z(4)9.
       01 w-past-flag        pic x(34).
       01 w-rows-id          pic x(12).
       01 w-rows-count       pic x(12).
       01 w-rows-stamp       pic x(14).
       01 w-rows-found-sw    pic x value 'N'.
           88 rows-were-counted   value 'Y'.
       01 w-rows-last-count  pic x(12).
       01 w-rows-last-stamp  pic x(14).
      *
       01 w-counts.
          05 cnt-active      pic 9(05) value zero.
          05 cnt-released    pic 9(05) value zero.
          05 cnt-hold-files  pic 9(05) value zero.
          05 cnt-hold-past   pic 9(05) value zero.
          05 cnt-files       pic 9(05) value zero.
          05 cnt-past        pic 9(05) value zero.
      *
      *    operator identity and the two-person confirmation, as in
      *    dlqtool.
      *
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 w-operator-id      pic x(08) value spaces.
       01 w-confirm-oper     pic x(08) value spaces.
       01 w-confirm-code     pic x(08) value spaces.
       01 w-operator-pin     pic x(08) value spaces.
       01 w-confirm-pin      pic x(08) value spaces.
           copy "ww46-signon.cpy".
       01 w-today            pic x(08) value spaces.
       01 w-now              pic x(14) value spaces.
       01 w-ops-ptr          pic 9(03) value zero.
      *
       01  filler pic x(050)
                  value  'pgm-legalhold-ws-end'.
      *
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
      *---------------------------------------------------------------*
      *
       procedure division.
      *
       1000-main.
      *
           display 'start : ' pgm-name.
           move function current-date (1:8) to w-today
           move function current-date (1:14) to w-now
           move function integer-of-date(function numval(w-today))
             to w-today-int
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept w-action-env from environment 'hold_action'
              not on exception
                 move function upper-case(w-action-env) to w-action
           end-accept.
           accept ws-hold-env from environment 'legal_hold_file'
              not on exception
                 move ws-hold-env to ws-hold-file
           end-accept.
           accept ws-rows-env from environment 'hold_rows_file'
              not on exception
                 move ws-rows-env to ws-rows-file
           end-accept.
           accept w-retention-env from environment 'retention_days'
              not on exception
                 if function trim(w-retention-env) is numeric
                    move function numval(w-retention-env)
                      to w-retention-days
                 end-if
           end-accept.
           accept ws-opslog-env from environment 'ops_log_file'
              not on exception
                 move ws-opslog-env to ws-opslog-file
           end-accept.
           accept w-operator-id from environment 'operator_id'
              not on exception
                 continue
           end-accept.
           accept w-confirm-oper from environment 'confirm_operator'
              not on exception
                 continue
           end-accept.
           accept w-confirm-code from environment 'confirm_code'
              not on exception
                 continue
           end-accept.
           accept w-operator-pin from environment 'operator_pin'
              not on exception
                 continue
           end-accept.
           accept w-confirm-pin from environment 'confirm_pin'
              not on exception
                 continue
           end-accept.
           accept w-new-id from environment 'hold_id'
              not on exception
                 continue
           end-accept.
           accept w-new-reason from environment 'hold_reason'
              not on exception
                 continue
           end-accept.
           accept w-new-requester from environment 'hold_requester'
              not on exception
                 continue
           end-accept.
           accept w-new-from from environment 'hold_from'
              not on exception
                 continue
           end-accept.
           accept w-new-to from environment 'hold_to'
              not on exception
                 continue
           end-accept.
           accept w-new-sender from environment 'hold_sender'
              not on exception
                 continue
           end-accept.
           accept w-new-msgid from environment 'hold_msgid'
              not on exception
                 continue
           end-accept.
           accept w-new-uuid from environment 'hold_uuid'
              not on exception
                 continue
           end-accept.
      *
           perform 1010-load-register
              thru 1010-load-register-exit
      *
           evaluate w-action
              when 'REPORT'
                 perform 2000-report thru 2000-report-exit
              when 'PLACE'
                 perform 1003-sign-on thru 1003-sign-on-exit
                 perform 2100-place-hold thru 2100-place-hold-exit
              when 'RELEASE'
      *
      *          nothing is looked up or changed before the second
      *          operator's countersignature is in place.
      *
                 perform 1003-sign-on thru 1003-sign-on-exit
                 perform 1002-check-two-person
                    thru 1002-check-two-person-exit
                 perform 2200-release-hold
                    thru 2200-release-hold-exit
              when other
                 string 'hold_action must be REPORT, PLACE or '
                        'RELEASE'
                 delimited by size into err
           end-evaluate.
      *
           perform 3000-end.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    two-person control, exactly as dlqtool's : the acting
      *    operator named, the countersigning operator named and
      *    different, the confirmation code today's date, and the
      *    countersigner signed on with their own PIN.
      * ---------------------------------------------------------------
       1002-check-two-person.
      *
           if w-operator-id = spaces then
              string 'release refused : operator_id not set'
              delimited by size into err
              perform 3000-end
           end-if
           if w-confirm-oper = spaces
              or w-confirm-oper = w-operator-id then
              string 'release refused : a second operator '
                     'must countersign'
              delimited by size into err
              perform 3000-end
           end-if
           if w-confirm-code not = w-today then
              string 'release refused : confirm_code is not '
                     'today''s date'
              delimited by size into err
              perform 3000-end
           end-if
      *
      *    the countersigner proves who they are, the same way.
      *
           move 'COUNTER' to ww46-function
           move w-confirm-oper to ww46-oper
           move w-confirm-pin to ww46-pin
           move 'OPERATOR' to ww46-need-role
           perform 1004-call-signon thru 1004-call-signon-exit
           if ww46-refused
              string 'release refused : countersign by '
                     w-confirm-oper ' - ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if
           display pgm-name ' - RELEASE countersigned by '
                   w-confirm-oper.
      *
       1002-check-two-person-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    sign-on : the operator against the registry ; placing a
      *    hold needs the OPERATOR role, releasing one SUPERVISOR.
      * ---------------------------------------------------------------
       1003-sign-on.
      *
           move 'CHECK' to ww46-function
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           if w-action = 'RELEASE'
              move 'SUPERVISOR' to ww46-need-role
           else
              move 'OPERATOR' to ww46-need-role
           end-if
           perform 1004-call-signon thru 1004-call-signon-exit
           if ww46-refused
              string 'sign-on refused : ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if.
      *
       1003-sign-on-exit.
           exit.
      *
       1004-call-signon.
      *
           move 'legalhold' to ww46-tool
           move w-action to ww46-action
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin.
      *
       1004-call-signon-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the whole register into memory.  no register is an empty
      *    one : nothing is held, and the first PLACE creates it.
      * ---------------------------------------------------------------
       1010-load-register.
      *
           open input hold-file
           if w-hold-status = '35'
              display pgm-name ' - no hold register ('
                      function trim(ws-hold-file) '), nothing held'
              go to 1010-load-register-exit
           end-if
           if w-hold-status not = '00'
              string 'can not open the hold register, status '
                     w-hold-status
              delimited by size into err
              perform 3000-end
           end-if
      *
           perform until w-hold-status = '10'
              read hold-file
                 at end
                    move '10' to w-hold-status
                 not at end
                    perform 1011-load-one-hold
                       thru 1011-load-one-hold-exit
              end-read
           end-perform
           close hold-file.
      *
       1010-load-register-exit.
           exit.
      *
       1011-load-one-hold.
      *
           if hold-record = spaces or hold-record (1:1) = '*'
              go to 1011-load-one-hold-exit
           end-if
      *
      *    a register this program can not keep whole must not be
      *    rewritten from a part of it : stop before any change.
      *
           if w-hl-count >= 500
              string 'hold register has more than 500 holds'
              delimited by size into err
              perform 3000-end
           end-if
           add 1 to w-hl-count
           move hold-record to hl-entry (w-hl-count).
      *
       1011-load-one-hold-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    every active hold, with what it is keeping today.
      * ---------------------------------------------------------------
       2000-report.
      *
           display ' '
           display pgm-name ' - active legal holds, '
                   w-today (1:4) '-' w-today (5:2) '-' w-today (7:2)
                   ', retention ' w-retention-days ' day(s)'
           perform 2010-report-one-hold
              thru 2010-report-one-hold-exit
              varying w-hl-i from 1 by 1
              until w-hl-i > w-hl-count
           display ' '
           display pgm-name ' - ' cnt-active ' active hold(s), '
                   cnt-released ' released ; '
                   cnt-files ' generation file(s) covered, '
                   cnt-past ' of them past retention'.
      *
       2000-report-exit.
           exit.
      *
       2010-report-one-hold.
      *
           move hl-entry (w-hl-i) to WW41-HOLD
           if not WW41-IS-ACTIVE
              add 1 to cnt-released
              go to 2010-report-one-hold-exit
           end-if
           add 1 to cnt-active
      *
           display ' '
           display 'hold ' function trim(WW41-ID)
                   '  placed ' WW41-PLACED-AT
                   ' by ' function trim(WW41-PLACED-BY)
                   ' for ' function trim(WW41-REQUESTER)
           display '  reason : ' function trim(WW41-REASON)
           if WW41-TO-DATE = '99999999'
              display '  days   : ' WW41-FROM-DATE ' onwards'
           else
              display '  days   : ' WW41-FROM-DATE
                      ' to ' WW41-TO-DATE
           end-if
           if WW41-SENDER not = spaces
              display '  sender : ' function trim(WW41-SENDER)
           end-if
           if WW41-MSGID not = spaces
              display '  msgid  : ' function trim(WW41-MSGID)
           end-if
           if WW41-UUID not = spaces
              display '  uuid   : ' function trim(WW41-UUID)
           end-if
      *
      *    the generation files : everything MANIFEST still knows
      *    about inside the hold's days.
      *
           move zero to cnt-hold-files cnt-hold-past
           open input manifest-file
           if w-manifest-status not = '00'
              display '  files  : no MANIFEST, status '
                      w-manifest-status
           else
              perform until w-manifest-status = '10'
                 read manifest-file
                    at end
                       move '10' to w-manifest-status
                    not at end
                       perform 2020-report-one-file
                          thru 2020-report-one-file-exit
                 end-read
              end-perform
              close manifest-file
              display '  files  : ' cnt-hold-files ' kept, '
                      cnt-hold-past ' only by this hold'
              add cnt-hold-files to cnt-files
              add cnt-hold-past to cnt-past
           end-if
      *
           perform 2030-rows-for-hold
              thru 2030-rows-for-hold-exit.
      *
       2010-report-one-hold-exit.
           exit.
      *
       2020-report-one-file.
      *
           move spaces to w-line-date w-line-name
                          w-line-marker w-line-path
           unstring manifest-record delimited by all ' '
               into w-line-date
                    w-line-name
                    w-line-marker
                    w-line-path
           end-unstring
           if w-line-date is not numeric or w-line-name = spaces
              or w-line-marker = 'RETIRED'
              go to 2020-report-one-file-exit
           end-if
           if w-line-date < WW41-FROM-DATE
              or w-line-date > WW41-TO-DATE
              go to 2020-report-one-file-exit
           end-if
      *
           add 1 to cnt-hold-files
           move function integer-of-date(
                function numval(w-line-date)) to w-gen-int
           compute w-gen-age = w-today-int - w-gen-int
           move w-gen-age to w-age-disp
           if w-line-marker = 'COLD'
              move 'COLD' to w-where
           else
              move 'ONLINE' to w-where
           end-if
           move spaces to w-past-flag
           if w-gen-age > w-retention-days
              add 1 to cnt-hold-past
              move 'past retention, kept by the hold'
                to w-past-flag
           end-if
           display '    ' w-line-date ' ' w-where ' age '
                   w-age-disp ' ' function trim(w-line-name)
                   ' ' w-past-flag.
      *
       2020-report-one-file-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the MESSAGE_AUDIT rows : AUDITRET counts, for every active
      *    hold, the rows past its cutoff that the hold kept, and
      *    leaves one line per hold in HOLDROWS (holdId,rows,stamp).
      *    the latest line for the hold is the one shown.
      * ---------------------------------------------------------------
       2030-rows-for-hold.
      *
           move 'N' to w-rows-found-sw
           open input rows-file
           if w-rows-status = '00'
              perform until w-rows-status = '10'
                 read rows-file
                    at end
                       move '10' to w-rows-status
                    not at end
                       move spaces to w-rows-id w-rows-count
                                      w-rows-stamp
                       unstring rows-record delimited by ','
                           into w-rows-id
                                w-rows-count
                                w-rows-stamp
                       end-unstring
                       if w-rows-id = WW41-ID
                          move 'Y' to w-rows-found-sw
                          move w-rows-count to w-rows-last-count
                          move w-rows-stamp to w-rows-last-stamp
                       end-if
                 end-read
              end-perform
              close rows-file
           end-if
      *
           if rows-were-counted
              display '  rows   : '
                      function trim(w-rows-last-count)
                      ' MESSAGE_AUDIT row(s) kept past retention '
                      '(AUDITRET ' w-rows-last-stamp ')'
           else
              display '  rows   : not counted yet, no AUDITRET run '
                      'since the hold was placed'
           end-if.
      *
       2030-rows-for-hold-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a new hold, validated whole before the register changes.
      * ---------------------------------------------------------------
       2100-place-hold.
      *
           if w-operator-id = spaces then
              string 'hold refused : operator_id not set'
              delimited by size into err
              go to 2100-place-hold-exit
           end-if
           if w-new-id = spaces or w-new-reason = spaces
              string 'hold refused : hold_id and hold_reason are '
                     'required'
              delimited by size into err
              go to 2100-place-hold-exit
           end-if
           if w-new-from is not numeric
              or function test-date-yyyymmdd(
                    function numval(w-new-from)) not = 0
              string 'hold refused : hold_from is not a yyyymmdd '
                     'date'
              delimited by size into err
              go to 2100-place-hold-exit
           end-if
           if w-new-to = spaces
              move '99999999' to w-new-to
           else
              if w-new-to is not numeric
                 or function test-date-yyyymmdd(
                       function numval(w-new-to)) not = 0
                 or w-new-to < w-new-from
                 string 'hold refused : hold_to is not a yyyymmdd '
                        'date on or after hold_from'
                 delimited by size into err
                 go to 2100-place-hold-exit
              end-if
           end-if
           if w-new-requester = spaces
              move w-operator-id to w-new-requester
           end-if
      *
           perform varying w-hl-i from 1 by 1
                   until w-hl-i > w-hl-count
              move hl-entry (w-hl-i) to WW41-HOLD
              if WW41-ID = w-new-id
                 string 'hold refused : hold_id already in the '
                        'register'
                 delimited by size into err
              end-if
           end-perform
           if err not = spaces
              go to 2100-place-hold-exit
           end-if
           if w-hl-count >= 500
              string 'hold refused : register full'
              delimited by size into err
              go to 2100-place-hold-exit
           end-if
      *
           move spaces to WW41-HOLD
           move w-new-id to WW41-ID
           set WW41-IS-ACTIVE to true
           move w-new-from to WW41-FROM-DATE
           move w-new-to to WW41-TO-DATE
           move w-new-sender to WW41-SENDER
           move w-new-msgid to WW41-MSGID
           move w-new-uuid to WW41-UUID
           move w-new-requester to WW41-REQUESTER
           move w-operator-id to WW41-PLACED-BY
           move w-now to WW41-PLACED-AT
           move w-new-reason to WW41-REASON
           add 1 to w-hl-count
           move WW41-HOLD to hl-entry (w-hl-count)
      *
           perform 2900-write-register
              thru 2900-write-register-exit
           if err = spaces
              display pgm-name ' - hold ' function trim(w-new-id)
                      ' placed, ' w-new-from ' to ' w-new-to
           end-if.
      *
       2100-place-hold-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    release an active hold.  the hold stays in the register,
      *    RELEASED, with both operators and the time ; the next
      *    genhouse and AUDITRET runs let its evidence age out.
      * ---------------------------------------------------------------
       2200-release-hold.
      *
           move zero to w-hl-found
           perform varying w-hl-i from 1 by 1
                   until w-hl-i > w-hl-count
              move hl-entry (w-hl-i) to WW41-HOLD
              if WW41-ID = w-new-id
                 move w-hl-i to w-hl-found
              end-if
           end-perform
           if w-new-id = spaces or w-hl-found = zero
              string 'release refused : hold_id not in the register'
              delimited by size into err
              go to 2200-release-hold-exit
           end-if
           move hl-entry (w-hl-found) to WW41-HOLD
           if not WW41-IS-ACTIVE
              string 'release refused : hold already released'
              delimited by size into err
              go to 2200-release-hold-exit
           end-if
      *
           set WW41-IS-RELEASED to true
           move w-operator-id to WW41-RELEASED-BY
           move w-confirm-oper to WW41-APPROVED-BY
           move w-now to WW41-RELEASED-AT
           move WW41-HOLD to hl-entry (w-hl-found)
      *
           perform 2900-write-register
              thru 2900-write-register-exit
           if err = spaces
              display pgm-name ' - hold ' function trim(w-new-id)
                      ' released'
           end-if.
      *
       2200-release-hold-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the register rewritten from the table.
      * ---------------------------------------------------------------
       2900-write-register.
      *
           open output hold-file
           if w-hold-status not = '00'
              string 'can not write the hold register, status '
                     w-hold-status
              delimited by size into err
              go to 2900-write-register-exit
           end-if
           perform varying w-hl-i from 1 by 1
                   until w-hl-i > w-hl-count
              move hl-entry (w-hl-i) to hold-record
              write hold-record
           end-perform
           close hold-file.
      *
       2900-write-register-exit.
           exit.
      *
       3000-end.
      *
           if w-action = 'PLACE' or w-action = 'RELEASE'
              perform 9100-write-opslog
                 thru 9100-write-opslog-exit
           end-if.
      *
           display 'end   : ' pgm-name.
      *
           if err not = spaces then
              display pgm-name ' - ' err
              move 8 to return-code
           else
              move 0 to return-code
           end-if.
      *
           goback.
      *
       3000-end-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one durable line in the shared operations log, in
      *    dlqtool's shape, written on every exit path.
      * ---------------------------------------------------------------
       9100-write-opslog.
      *
           open extend opslog-file
           if w-opslog-status = '35'
              open output opslog-file
           end-if
           if w-opslog-status not = '00'
              display pgm-name ' - can not write operations log, '
                      'status ' w-opslog-status
              go to 9100-write-opslog-exit
           end-if
           move spaces to opslog-record
           move 1 to w-ops-ptr
           string w-now delimited by size
                  ' OPER=' delimited by size
                  w-operator-id delimited by size
                  ' TOOL=legalhold ACTION=' delimited by size
                  function trim(w-action) delimited by size
                  ' TARGET=' delimited by size
                  w-new-id delimited by size
                  ' CONFIRM=' delimited by size
                  w-confirm-oper delimited by size
             into opslog-record
             with pointer w-ops-ptr
           end-string
           if err not = spaces
              string ' REFUSED' delimited by size
                into opslog-record
                with pointer w-ops-ptr
              end-string
           end-if
           write opslog-record
           close opslog-file.
      *
       9100-write-opslog-exit.
           exit.
      *
       end program legalhold.
