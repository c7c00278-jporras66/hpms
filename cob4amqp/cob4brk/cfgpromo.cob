      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      cfgpromo.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    staged control-table promotion : a rule change used to go
      *    live the moment somebody saved it in tblmaint or edited
      *    the file.  cfgcheck and shadowrun both existed, but
      *    nothing made a change pass through them first.  this
      *    program takes a candidate set of control tables from a
      *    staging directory, runs cfgcheck against the candidate
      *    set and a shadowrun of the previous business day under
      *    the candidates, shows the verdict and the disposition
      *    diff, and only then -- countersigned by a second
      *    operator, the same two-person control as dlqtool PURGE
      *    -- copies the candidates over the production names.
      *
      *    the candidate for a table is the file of the table's
      *    name in the staging directory (promo_stage_dir, default
      *    STAGING) : STAGING/TRANSMAP, STAGING/ROUTETAB and so on.
      *    a table with no candidate is left as it is.  production
      *    names honor the same environment variables the runtime
      *    programs read.
      *
      *    promo_action selects what to do :
      *
      *      REVIEW   - list the candidates, run cfgcheck and the
      *                 shadow, change nothing (the default).
      *      PROMOTE  - the same review, then, if cfgcheck did not
      *                 FAIL, keep the production tables about to
      *                 be replaced as a dated rollback set and
      *                 copy the candidates into place.  needs
      *                 operator_id, confirm_operator (a different
      *                 operator) and confirm_code = today's date.
      *      ROLLBACK - restore the latest rollback set not yet
      *                 restored (promo_rollback_set=yyyymmddhhmmss
      *                 picks an older one) : every table goes back
      *                 to what it was, and a table the promotion
      *                 created is removed again.  rollback returns
      *                 to tables that were approved before, so it
      *                 needs no countersign -- it is the thing
      *                 done in a hurry.
      *
      *    rollback sets are kept as promo_rollback_base (default
      *    ROLLBACK) + '.' + stamp + '.' + table, with an index of
      *    the sets in base + '.SETS'.  the shadow day is the
      *    business day before today by the shop calendar (CALFILE,
      *    q_calendar_file) ; promo_shadow_date=yyyymmdd overrides.
      *
      *    every run writes one line to the shared operations log
      *    (ops_log_file, default OPSLOG), refusals included.
      *
      *    PROMOTE and ROLLBACK sign on through opsignon.cob against
      *    the operator registry, as dlqtool does : operator_id with
      *    its PIN in operator_pin, and the SUPERVISOR role.  the
      *    PROMOTE countersigner authenticates too, with
      *    confirm_pin.
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
           select work-file assign to ws-work-file
                  organization line sequential
                  file status is w-work-status.
      *
           select sets-file assign to ws-sets-file
                  organization line sequential
                  file status is w-sets-status.
      *
           select calendar-file assign to ws-calendar-file
                  organization line sequential
                  file status is w-calendar-status.
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
       fd  work-file.
       01  work-record    pic x(256).
      *
       fd  sets-file.
       01  sets-record    pic x(200).
      *
       fd  calendar-file.
       01  calendar-line  pic x(80).
      *
       fd  opslog-file.
       01  opslog-record  pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-cfgpromo-ws-start'.
       01 pgm-name pic x(15)
                 value 'cfgpromo.cob'.
      *
       01 err pic x(100).
      *
       01 ws-work-file       pic x(120) value spaces.
       01 w-work-status      pic x(02) value '00'.
       01 ws-sets-file       pic x(120) value spaces.
       01 w-sets-status      pic x(02) value '00'.
       01 ws-calendar-file   pic x(100) value 'CALFILE'.
       01 ws-calendar-env    pic x(100).
       01 w-calendar-status  pic x(02) value '00'.
      *
       01 w-action           pic x(10) value 'REVIEW'.
       01 w-action-env       pic x(10).
       01 w-stage-dir        pic x(100) value 'STAGING'.
       01 w-stage-env        pic x(100).
       01 w-rollback-base    pic x(100) value 'ROLLBACK'.
       01 w-rollback-env     pic x(100).
       01 w-rollback-set     pic x(14) value spaces.
       01 w-rollback-set-env pic x(14).
       01 w-set-stamp        pic x(14) value spaces.
      *
      *    the control tables : name, the environment variable the
      *    runtime reads its production file name from, the
      *    shadowrun candidate variable (blank : shadowrun does not
      *    model that table), whether cfgcheck reads it, and what
      *    the staging directory holds for it.
      *
       01 w-tb-count         pic 9(02) value zero.
       01 w-table-set.
          05 tb-entry occurs 20 times.
             10 tb-name       pic x(10).
             10 tb-env        pic x(20).
             10 tb-shadow-env pic x(20).
             10 tb-check-sw   pic x.
                88 tb-cfgcheck-reads  value 'Y'.
             10 tb-prod       pic x(100).
             10 tb-cand       pic x(120).
             10 tb-cand-sw    pic x.
                88 tb-has-candidate   value 'Y'.
             10 tb-state      pic x(08).
       01 w-tb-i             pic 9(02) value zero.
       01 cnt-candidates     pic 9(02) value zero.
       01 cnt-changed        pic 9(02) value zero.
       01 cnt-copied         pic 9(02) value zero.
       01 cnt-restored       pic 9(02) value zero.
      *
      *    content comparison : the rolling hash cobclient's
      *    configuration history uses.
      *
       01 w-hash             usage binary-double value zero.
       01 w-hash-i           pic 9(03) comp value zero.
       01 w-hash-len         pic 9(03) value zero.
       01 w-hash-lines       pic 9(06) value zero.
       01 w-prod-hash        usage binary-double value zero.
       01 w-prod-lines       pic 9(06) value zero.
       01 w-file-ok-sw       pic x value 'N'.
           88 file-was-read       value 'Y'.
       01 w-prod-ok-sw       pic x value 'N'.
           88 prod-exists         value 'Y'.
      *
      *    the environment switching that points cfgcheck and
      *    shadowrun at the candidates.
      *
       01 w-env-name         pic x(30).
       01 w-env-value        pic x(120).
      *
       01 w-check-rc         pic 9(02) value zero.
       01 w-check-verdict    pic x(08) value 'NOT-RUN'.
       01 w-shadow-rc        pic 9(02) value zero.
       01 w-shadow-verdict   pic x(08) value 'NOT-RUN'.
      *
      *    the shop calendar, for the business day the shadow
      *    replays ; director.cob's rules.
      *
       01 w-cal-tab-count    pic 9(03) value zero.
       01 w-calendar-table.
          05 cal-entry occurs 400 times.
             10 cal-date     pic x(08).
             10 cal-flag     pic x(01).
       01 w-cal-date-x       pic x(08).
       01 w-cal-flag-x       pic x(08).
       01 w-cal-i            pic 9(03) value zero.
       01 w-shadow-date      pic x(08) value spaces.
       01 w-shadow-env       pic x(08).
       01 w-sd-int           usage binary-long value zero.
       01 w-sd-date          pic 9(08) value zero.
       01 w-sd-dow           pic 9(01) value zero.
       01 w-sd-steps         pic 9(02) value zero.
       01 w-sd-sw            pic x value 'N'.
           88 sd-is-business      value 'Y'.
      *
      *    one rollback-set index line : stamp, table, production
      *    file, P (a copy was kept) or A (no production file
      *    existed), or a RESTORED marker line.
      *
       01 w-rs-stamp         pic x(14).
       01 w-rs-table         pic x(10).
       01 w-rs-prod          pic x(100).
       01 w-rs-kind          pic x(08).
       01 w-rs-copy          pic x(120).
       01 w-restored-count   pic 9(03) value zero.
       01 w-restored-table.
          05 w-restored-stamp pic x(14) occurs 200 times.
       01 w-rs-i             pic 9(03) value zero.
       01 w-rs-done-sw       pic x value 'N'.
           88 set-already-restored value 'Y'.
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
       01 w-ops-counts       pic x(60) value spaces.
       01 w-ops-target       pic x(14) value spaces.
       01 w-ops-ptr          pic 9(03) value zero.
      *
       01 w-call-rc          usage binary-long value zero.
       01  filler pic x(050)
                  value  'pgm-cfgpromo-ws-end'.
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
           move function current-date (1:14) to w-set-stamp
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept w-action-env from environment 'promo_action'
              not on exception
                 move function upper-case(w-action-env) to w-action
           end-accept.
           accept w-stage-env from environment 'promo_stage_dir'
              not on exception
                 move w-stage-env to w-stage-dir
           end-accept.
           accept w-rollback-env from environment
                  'promo_rollback_base'
              not on exception
                 move w-rollback-env to w-rollback-base
           end-accept.
           accept w-rollback-set-env from environment
                  'promo_rollback_set'
              not on exception
                 move w-rollback-set-env to w-rollback-set
           end-accept.
           accept ws-calendar-env from environment 'q_calendar_file'
              not on exception
                 move ws-calendar-env to ws-calendar-file
           end-accept.
           accept w-shadow-env from environment 'promo_shadow_date'
              not on exception
                 if w-shadow-env is numeric
                    move w-shadow-env to w-shadow-date
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
      *
           move spaces to ws-sets-file
           string function trim(w-rollback-base) delimited by size
                  '.SETS' delimited by size
             into ws-sets-file
           end-string
      *
           perform 1010-resolve-tables
              thru 1010-resolve-tables-exit
      *
           evaluate w-action
              when 'REVIEW'
                 perform 2000-review thru 2000-review-exit
              when 'PROMOTE'
      *
      *          nothing is read, run or copied before the second
      *          operator's countersignature is in place.
      *
                 perform 1003-sign-on thru 1003-sign-on-exit
                 perform 1002-check-two-person
                    thru 1002-check-two-person-exit
                 perform 2000-review thru 2000-review-exit
                 perform 2300-promote thru 2300-promote-exit
              when 'ROLLBACK'
                 if w-operator-id = spaces then
                    string 'rollback refused : operator_id '
                           'not set'
                    delimited by size into err
                    perform 3000-end
                 end-if
                 perform 1003-sign-on thru 1003-sign-on-exit
                 perform 2400-rollback thru 2400-rollback-exit
              when other
                 string 'promo_action must be REVIEW, PROMOTE or '
                        'ROLLBACK'
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
              string 'promotion refused : operator_id not set'
              delimited by size into err
              perform 3000-end
           end-if
           if w-confirm-oper = spaces
              or w-confirm-oper = w-operator-id then
              string 'promotion refused : a second operator '
                     'must countersign'
              delimited by size into err
              perform 3000-end
           end-if
           if w-confirm-code not = w-today then
              string 'promotion refused : confirm_code is not '
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
              string 'promotion refused : countersign by '
                     w-confirm-oper ' - ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if
           display pgm-name ' - PROMOTE countersigned by '
                   w-confirm-oper.
      *
       1002-check-two-person-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    sign-on : the operator against the registry ; promoting
      *    and rolling back both need the SUPERVISOR role.
      * ---------------------------------------------------------------
       1003-sign-on.
      *
           move 'CHECK' to ww46-function
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           move 'SUPERVISOR' to ww46-need-role
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
           move 'cfgpromo' to ww46-tool
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
      *    the table set, each production name resolved the way the
      *    runtime resolves it, and each candidate looked for.
      * ---------------------------------------------------------------
       1010-resolve-tables.
      *
           move 'BRIDGECONF' to tb-name (1)
           move 'q_config_file' to tb-env (1)
           move 'Y' to tb-check-sw (1)
           move 'ROUTETAB' to tb-name (2)
           move 'q_routetab_file' to tb-env (2)
           move 'Y' to tb-check-sw (2)
           move 'BIZRULES' to tb-name (3)
           move 'bizjson_rules' to tb-env (3)
           move 'shadow_bizrules' to tb-shadow-env (3)
           move 'Y' to tb-check-sw (3)
           move 'BIZXRULES' to tb-name (4)
           move 'bizxml_rules' to tb-env (4)
           move 'shadow_bizxrules' to tb-shadow-env (4)
           move 'FIXRULES' to tb-name (5)
           move 'bizfixed_rules' to tb-env (5)
           move 'shadow_fixrules' to tb-shadow-env (5)
           move 'CSVRULES' to tb-name (6)
           move 'bizcsv_rules' to tb-env (6)
           move 'shadow_csvrules' to tb-shadow-env (6)
           move 'TRANSMAP' to tb-name (7)
           move 'q_transmap_file' to tb-env (7)
           move 'shadow_transmap' to tb-shadow-env (7)
           move 'Y' to tb-check-sw (7)
           move 'ROUTRULES' to tb-name (8)
           move 'q_routerules_file' to tb-env (8)
           move 'shadow_routerules' to tb-shadow-env (8)
           move 'MASKRULES' to tb-name (9)
           move 'q_maskrules_file' to tb-env (9)
           move 'Y' to tb-check-sw (9)
           move 'ENTITLE' to tb-name (10)
           move 'q_entitle_file' to tb-env (10)
           move 'Y' to tb-check-sw (10)
           move 'VERSIONMAP' to tb-name (11)
           move 'q_versionmap_file' to tb-env (11)
           move 'ENRICH' to tb-name (12)
           move 'q_enrich_file' to tb-env (12)
           move 'DEBATCH' to tb-name (13)
           move 'q_debatch_file' to tb-env (13)
           move 'CUTOFFS' to tb-name (14)
           move 'q_cutoff_file' to tb-env (14)
           move 'CALFILE' to tb-name (15)
           move 'q_calendar_file' to tb-env (15)
           move 'NOTIFYQ' to tb-name (16)
           move 'q_notify_file' to tb-env (16)
           move 'QUOTAS' to tb-name (17)
           move 'q_quota_file' to tb-env (17)
           move 'VELRULES' to tb-name (18)
           move 'q_velrules_file' to tb-env (18)
           move 'BLOCKLIST' to tb-name (19)
           move 'q_blocklist_file' to tb-env (19)
           move 'SCREENFLD' to tb-name (20)
           move 'q_screenfld_file' to tb-env (20)
           move 20 to w-tb-count
      *
           perform 1011-resolve-one-table
              thru 1011-resolve-one-table-exit
              varying w-tb-i from 1 by 1
              until w-tb-i > w-tb-count.
      *
       1010-resolve-tables-exit.
           exit.
      *
       1011-resolve-one-table.
      *
           move tb-name (w-tb-i) to tb-prod (w-tb-i)
           move spaces to w-env-value
           accept w-env-value from environment tb-env (w-tb-i)
              not on exception
                 if w-env-value not = spaces
                    move w-env-value to tb-prod (w-tb-i)
                 end-if
           end-accept
           if tb-check-sw (w-tb-i) not = 'Y'
              move 'N' to tb-check-sw (w-tb-i)
           end-if
      *
           move spaces to tb-cand (w-tb-i)
           string function trim(w-stage-dir) delimited by size
                  '/' delimited by size
                  function trim(tb-name (w-tb-i)) delimited by size
             into tb-cand (w-tb-i)
           end-string
           move 'N' to tb-cand-sw (w-tb-i)
           move spaces to tb-state (w-tb-i)
      *
           move tb-cand (w-tb-i) to ws-work-file
           perform 1030-hash-work-file
              thru 1030-hash-work-file-exit
           if not file-was-read
              go to 1011-resolve-one-table-exit
           end-if
           set tb-has-candidate (w-tb-i) to true
           add 1 to cnt-candidates
           move w-hash to w-prod-hash
           move w-hash-lines to w-prod-lines
      *
           move tb-prod (w-tb-i) to ws-work-file
           perform 1030-hash-work-file
              thru 1030-hash-work-file-exit
           evaluate true
              when not file-was-read
                 move 'NEW' to tb-state (w-tb-i)
                 add 1 to cnt-changed
              when w-hash = w-prod-hash
                   and w-hash-lines = w-prod-lines
                 move 'SAME' to tb-state (w-tb-i)
              when other
                 move 'CHANGED' to tb-state (w-tb-i)
                 add 1 to cnt-changed
           end-evaluate.
      *
       1011-resolve-one-table-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the content digest of ws-work-file -- the same rolling
      *    hash over each line's significant bytes and its line end
      *    that cobclient's 1072-hash-one-line files in CFGHIST.
      * ---------------------------------------------------------------
       1030-hash-work-file.
      *
           move 'N' to w-file-ok-sw
           move zero to w-hash w-hash-lines
           open input work-file
           if w-work-status not = '00'
              move '00' to w-work-status
              go to 1030-hash-work-file-exit
           end-if
           set file-was-read to true
           perform until w-work-status not = '00'
              read work-file
                 at end
                    move '10' to w-work-status
                 not at end
                    perform 1031-hash-one-line
                       thru 1031-hash-one-line-exit
              end-read
           end-perform
           close work-file
           move '00' to w-work-status.
      *
       1030-hash-work-file-exit.
           exit.
      *
       1031-hash-one-line.
      *
           add 1 to w-hash-lines
           if work-record = spaces
              move zero to w-hash-len
           else
              move function length(function trim(work-record trailing))
                to w-hash-len
           end-if
           perform varying w-hash-i from 1 by 1
                   until w-hash-i > w-hash-len
              compute w-hash = function mod
                      (w-hash * 31
                       + function ord(work-record (w-hash-i:1)),
                       1000000007)
           end-perform
           compute w-hash = function mod
                   (w-hash * 31 + function ord(x'0A'),
                    1000000007).
      *
       1031-hash-one-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the shop calendar, and the business day before today :
      *    a listed date takes its flag (H holiday, B business day,
      *    E month-end business day), an unlisted one is a business
      *    day Monday to Friday.
      * ---------------------------------------------------------------
       1040-load-calendar.
      *
           open input calendar-file
           if w-calendar-status not = '00' then
              move '00' to w-calendar-status
              go to 1040-load-calendar-exit
           end-if
           perform until w-calendar-status = '10'
              read calendar-file
                 at end
                    move '10' to w-calendar-status
                 not at end
                    if calendar-line not = spaces
                       and calendar-line (1:1) not = '*'
                       and w-cal-tab-count < 400
                       move spaces to w-cal-date-x w-cal-flag-x
                       unstring calendar-line delimited by ','
                           into w-cal-date-x
                                w-cal-flag-x
                       end-unstring
                       add 1 to w-cal-tab-count
                       move w-cal-date-x to cal-date (w-cal-tab-count)
                       move w-cal-flag-x (1:1)
                         to cal-flag (w-cal-tab-count)
                    end-if
              end-read
           end-perform
           close calendar-file
           move '00' to w-calendar-status.
      *
       1040-load-calendar-exit.
           exit.
      *
       1041-prior-business-day.
      *
           if w-shadow-date not = spaces
              go to 1041-prior-business-day-exit
           end-if
           perform 1040-load-calendar thru 1040-load-calendar-exit
           move function integer-of-date(function numval(w-today))
             to w-sd-int
           move zero to w-sd-steps
           move 'N' to w-sd-sw
           perform until sd-is-business or w-sd-steps > 31
              subtract 1 from w-sd-int
              add 1 to w-sd-steps
              move function date-of-integer(w-sd-int) to w-sd-date
              compute w-sd-dow = function mod(w-sd-int - 1, 7)
              move 'N' to w-sd-sw
              if w-sd-dow < 5
                 move 'Y' to w-sd-sw
              end-if
              perform varying w-cal-i from 1 by 1
                      until w-cal-i > w-cal-tab-count
                 if cal-date (w-cal-i) = w-sd-date
                    evaluate cal-flag (w-cal-i)
                       when 'H'
                          move 'N' to w-sd-sw
                       when 'B'
                       when 'E'
                          move 'Y' to w-sd-sw
                    end-evaluate
                 end-if
              end-perform
           end-perform
           move w-sd-date to w-shadow-date.
      *
       1041-prior-business-day-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the review : what is staged, what cfgcheck makes of the
      *    candidate set, and how the previous business day's real
      *    traffic would have gone under it.
      * ---------------------------------------------------------------
       2000-review.
      *
           display ' '
           display pgm-name ' - candidate set in '
                   function trim(w-stage-dir)
           perform varying w-tb-i from 1 by 1
                   until w-tb-i > w-tb-count
              if tb-has-candidate (w-tb-i)
                 display '  ' tb-name (w-tb-i) ' ' tb-state (w-tb-i)
                         ' -> ' function trim(tb-prod (w-tb-i))
              end-if
           end-perform
           display pgm-name ' - ' cnt-candidates ' candidate(s), '
                   cnt-changed ' differing from production'
           if cnt-candidates = zero
              string 'nothing staged in ' function trim(w-stage-dir)
              delimited by size into err
              perform 3000-end
           end-if
      *
           perform 2100-run-cfgcheck thru 2100-run-cfgcheck-exit
           perform 2200-run-shadow thru 2200-run-shadow-exit
      *
           display ' '
           display pgm-name ' - review : cfgcheck '
                   function trim(w-check-verdict)
                   ', shadow of ' w-shadow-date ' '
                   function trim(w-shadow-verdict).
      *
       2000-review-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    cfgcheck reads its tables from the same environment
      *    variables the runtime does ; point the ones with a
      *    candidate at it for the call, then put production back.
      * ---------------------------------------------------------------
       2100-run-cfgcheck.
      *
           perform varying w-tb-i from 1 by 1
                   until w-tb-i > w-tb-count
              if tb-cfgcheck-reads (w-tb-i)
                 move tb-env (w-tb-i) to w-env-name
                 if tb-has-candidate (w-tb-i)
                    move tb-cand (w-tb-i) to w-env-value
                 else
                    move tb-prod (w-tb-i) to w-env-value
                 end-if
                 perform 2900-set-env thru 2900-set-env-exit
              end-if
           end-perform
      *
           display ' '
           move zero to return-code
           call 'cfgcheck'
              on exception
                 display pgm-name ' - cfgcheck not available'
                 move 'NOT-RUN' to w-check-verdict
                 move 8 to w-check-rc
              not on exception
                 move return-code to w-check-rc
                 evaluate w-check-rc
                    when 0
                       move 'PASS' to w-check-verdict
                    when 4
                       move 'PASS(W)' to w-check-verdict
                    when other
                       move 'FAIL' to w-check-verdict
                 end-evaluate
           end-call
           move zero to return-code
      *
           perform varying w-tb-i from 1 by 1
                   until w-tb-i > w-tb-count
              if tb-cfgcheck-reads (w-tb-i)
                 move tb-env (w-tb-i) to w-env-name
                 move tb-prod (w-tb-i) to w-env-value
                 perform 2900-set-env thru 2900-set-env-exit
              end-if
           end-perform.
      *
       2100-run-cfgcheck-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    shadowrun takes its candidates from the shadow_*
      *    variables and the day from q_report_date ; tables it
      *    does not model are cfgcheck's business only.
      * ---------------------------------------------------------------
       2200-run-shadow.
      *
           perform 1041-prior-business-day
              thru 1041-prior-business-day-exit
           perform varying w-tb-i from 1 by 1
                   until w-tb-i > w-tb-count
              if tb-shadow-env (w-tb-i) not = spaces
                 move tb-shadow-env (w-tb-i) to w-env-name
                 if tb-has-candidate (w-tb-i)
                    move tb-cand (w-tb-i) to w-env-value
                 else
                    move tb-prod (w-tb-i) to w-env-value
                 end-if
                 perform 2900-set-env thru 2900-set-env-exit
              end-if
           end-perform
           move 'q_report_date' to w-env-name
           move w-shadow-date to w-env-value
           perform 2900-set-env thru 2900-set-env-exit
      *
           display ' '
           move zero to return-code
           call 'shadowrun'
              on exception
                 display pgm-name ' - shadowrun not available'
                 move 'NOT-RUN' to w-shadow-verdict
              not on exception
                 move return-code to w-shadow-rc
                 evaluate w-shadow-rc
                    when 0
                       move 'NO-DIFF' to w-shadow-verdict
                    when 4
                       move 'CHANGES' to w-shadow-verdict
                    when other
                       move 'NOT-RUN' to w-shadow-verdict
                 end-evaluate
           end-call
           move zero to return-code.
      *
       2200-run-shadow-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the promotion : refused on a cfgcheck FAIL (or no
      *    cfgcheck at all) ; otherwise each staged table's
      *    production file is kept in the rollback set -- its index
      *    line written before production is touched, so even a
      *    promotion that dies half-way can be rolled back -- and
      *    the candidate copied into place.  a shadow that could
      *    not run is reported, not fatal : the approving operator
      *    has seen that before countersigning.
      * ---------------------------------------------------------------
       2300-promote.
      *
           if w-check-verdict = 'FAIL' or w-check-verdict = 'NOT-RUN'
              string 'promotion refused : cfgcheck verdict '
                     function trim(w-check-verdict)
              delimited by size into err
              go to 2300-promote-exit
           end-if
           if cnt-changed = zero
              display pgm-name ' - the candidates match production,'
                      ' nothing to promote'
              go to 2300-promote-exit
           end-if
      *
           open extend sets-file
           if w-sets-status = '35'
              open output sets-file
           end-if
           if w-sets-status not = '00'
              string 'can not open rollback index '
                     function trim(ws-sets-file) ', status '
                     w-sets-status
              delimited by size into err
              go to 2300-promote-exit
           end-if
      *
           display ' '
           perform 2310-promote-one-table
              thru 2310-promote-one-table-exit
              varying w-tb-i from 1 by 1
              until w-tb-i > w-tb-count or err not = spaces
           close sets-file
           display pgm-name ' - ' cnt-copied ' table(s) promoted, '
                   'rollback set ' w-set-stamp.
      *
       2300-promote-exit.
           exit.
      *
       2310-promote-one-table.
      *
           if not tb-has-candidate (w-tb-i)
              or tb-state (w-tb-i) = 'SAME'
              go to 2310-promote-one-table-exit
           end-if
      *
           move spaces to w-rs-copy
           string function trim(w-rollback-base) delimited by size
                  '.' delimited by size
                  w-set-stamp delimited by size
                  '.' delimited by size
                  function trim(tb-name (w-tb-i)) delimited by size
             into w-rs-copy
           end-string
           if tb-state (w-tb-i) = 'NEW'
              move 'A' to w-rs-kind
           else
              move 'P' to w-rs-kind
              call 'CBL_COPY_FILE' using tb-prod (w-tb-i) w-rs-copy
              returning w-call-rc
              end-call
              if w-call-rc not = zero
                 string 'can not keep ' function trim(tb-prod (w-tb-i))
                        ' for rollback'
                 delimited by size into err
                 go to 2310-promote-one-table-exit
              end-if
           end-if
      *
           move spaces to sets-record
           string w-set-stamp delimited by size
                  ',' delimited by size
                  function trim(tb-name (w-tb-i)) delimited by size
                  ',' delimited by size
                  function trim(tb-prod (w-tb-i)) delimited by size
                  ',' delimited by size
                  w-rs-kind delimited by size
             into sets-record
           end-string
           write sets-record
      *
           call 'CBL_COPY_FILE' using tb-cand (w-tb-i) tb-prod (w-tb-i)
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'can not copy ' function trim(tb-cand (w-tb-i))
                     ' into place -- roll back set ' w-set-stamp
              delimited by size into err
              go to 2310-promote-one-table-exit
           end-if
           add 1 to cnt-copied
           display '  promoted ' tb-name (w-tb-i) ' -> '
                   function trim(tb-prod (w-tb-i)).
      *
       2310-promote-one-table-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the rollback : find the set (named, or the latest not yet
      *    restored), put every table of it back, and mark it
      *    restored in the index.
      * ---------------------------------------------------------------
       2400-rollback.
      *
           open input sets-file
           if w-sets-status not = '00'
              string 'no rollback sets ('
                     function trim(ws-sets-file) ')'
              delimited by size into err
              go to 2400-rollback-exit
           end-if
      *
      *    first pass : which sets were restored already, and the
      *    latest one that was not.
      *
           perform until w-sets-status not = '00'
              read sets-file
                 at end
                    move '10' to w-sets-status
                 not at end
                    perform 2410-split-set-line
                       thru 2410-split-set-line-exit
                    if w-rs-table = '*RESTORED'
                       and w-restored-count < 200
                       add 1 to w-restored-count
                       move w-rs-stamp
                         to w-restored-stamp (w-restored-count)
                    end-if
              end-read
           end-perform
           close sets-file
      *
           if w-rollback-set = spaces
              open input sets-file
              perform until w-sets-status not = '00'
                 read sets-file
                    at end
                       move '10' to w-sets-status
                    not at end
                       perform 2410-split-set-line
                          thru 2410-split-set-line-exit
                       perform 2420-check-restored
                          thru 2420-check-restored-exit
                       if w-rs-table not = '*RESTORED'
                          and not set-already-restored
                          and w-rs-stamp > w-rollback-set
                          move w-rs-stamp to w-rollback-set
                       end-if
                 end-read
              end-perform
              close sets-file
           end-if
           if w-rollback-set = spaces
              move 'no rollback set left to restore' to err
              go to 2400-rollback-exit
           end-if
           move w-rollback-set to w-rs-stamp
           perform 2420-check-restored thru 2420-check-restored-exit
           if set-already-restored
              string 'rollback set ' w-rollback-set
                     ' was restored already'
              delimited by size into err
              go to 2400-rollback-exit
           end-if
      *
      *    second pass : restore the tables of the set.
      *
           display pgm-name ' - restoring rollback set '
                   w-rollback-set
           open input sets-file
           perform until w-sets-status not = '00'
              read sets-file
                 at end
                    move '10' to w-sets-status
                 not at end
                    perform 2410-split-set-line
                       thru 2410-split-set-line-exit
                    if w-rs-stamp = w-rollback-set
                       and w-rs-table not = '*RESTORED'
                       perform 2430-restore-one-table
                          thru 2430-restore-one-table-exit
                    end-if
              end-read
           end-perform
           close sets-file
           if cnt-restored = zero and err = spaces
              string 'rollback set ' w-rollback-set ' not found'
              delimited by size into err
              go to 2400-rollback-exit
           end-if
      *
           open extend sets-file
           if w-sets-status = '00'
              move spaces to sets-record
              string w-rollback-set delimited by size
                     ',*RESTORED,' delimited by size
                     w-set-stamp delimited by size
                     ',' delimited by size
                     w-operator-id delimited by size
                into sets-record
              end-string
              write sets-record
              close sets-file
           end-if
           display pgm-name ' - ' cnt-restored ' table(s) restored '
                   'from set ' w-rollback-set.
      *
       2400-rollback-exit.
           exit.
      *
       2410-split-set-line.
      *
           move spaces to w-rs-stamp w-rs-table w-rs-prod w-rs-kind
           unstring sets-record delimited by ','
               into w-rs-stamp
                    w-rs-table
                    w-rs-prod
                    w-rs-kind
           end-unstring.
      *
       2410-split-set-line-exit.
           exit.
      *
       2420-check-restored.
      *
           move 'N' to w-rs-done-sw
           perform varying w-rs-i from 1 by 1
                   until w-rs-i > w-restored-count
              if w-restored-stamp (w-rs-i) = w-rs-stamp
                 set set-already-restored to true
              end-if
           end-perform.
      *
       2420-check-restored-exit.
           exit.
      *
      *    P : the kept copy goes back over production.  A : there
      *    was no production file before the promotion, so the one
      *    it created goes.
      *
       2430-restore-one-table.
      *
           if w-rs-kind = 'A'
              call 'CBL_DELETE_FILE' using w-rs-prod
              returning w-call-rc
              end-call
              add 1 to cnt-restored
              display '  removed  ' w-rs-table ' '
                      function trim(w-rs-prod)
              go to 2430-restore-one-table-exit
           end-if
      *
           move spaces to w-rs-copy
           string function trim(w-rollback-base) delimited by size
                  '.' delimited by size
                  w-rs-stamp delimited by size
                  '.' delimited by size
                  function trim(w-rs-table) delimited by size
             into w-rs-copy
           end-string
           call 'CBL_COPY_FILE' using w-rs-copy w-rs-prod
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'can not restore ' function trim(w-rs-prod)
                     ' from ' function trim(w-rs-copy)
              delimited by size into err
              go to 2430-restore-one-table-exit
           end-if
           add 1 to cnt-restored
           display '  restored ' w-rs-table ' '
                   function trim(w-rs-prod).
      *
       2430-restore-one-table-exit.
           exit.
      *
       2900-set-env.
      *
           display w-env-name upon environment-name
           display w-env-value upon environment-value.
      *
       2900-set-env-exit.
           exit.
      *
       3000-end.
      *
           perform 9100-write-opslog
              thru 9100-write-opslog-exit.
      *
           display 'end   : ' pgm-name.
      *
           if err not = spaces then
              display pgm-name ' - ' err
              move 8 to return-code
           else
              if w-check-rc = 4
                 move 4 to return-code
              else
                 move 0 to return-code
              end-if
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
           move spaces to w-ops-counts
           if w-action = 'ROLLBACK'
              string 'restored=' cnt-restored
                delimited by size into w-ops-counts
              end-string
           else
              string 'staged=' cnt-candidates
                     ' promoted=' cnt-copied
                     ' check=' function trim(w-check-verdict)
                     ' shadow=' function trim(w-shadow-verdict)
                delimited by size into w-ops-counts
              end-string
           end-if
           if w-action = 'ROLLBACK'
              move w-rollback-set to w-ops-target
           else
              move w-set-stamp to w-ops-target
           end-if
           move spaces to opslog-record
           move 1 to w-ops-ptr
           string function current-date (1:14) delimited by size
                  ' OPER=' delimited by size
                  w-operator-id delimited by size
                  ' TOOL=cfgpromo ACTION=' delimited by size
                  function trim(w-action) delimited by size
                  ' TARGET=' delimited by size
                  w-ops-target delimited by size
                  ' ' delimited by size
                  function trim(w-ops-counts) delimited by size
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
       end program cfgpromo.
