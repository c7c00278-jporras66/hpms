      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      opreg.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    maintenance screen for the operator registry
      *    (q_operator_file, default OPERATORS, ww45-operator.cpy)
      *    opsignon.cob checks every operator tool's sign-on
      *    against.  supervisors only : the screen opens with a
      *    sign-on that needs the SUPERVISOR role.
      *
      *    it lists the registry, adds an operator, changes an
      *    operator's name or role, sets a new PIN, and disables or
      *    re-enables an id -- an id is never deleted, so the OPSLOG
      *    history always has a person behind it.  a PIN is typed
      *    twice, unseen, and only its hash is kept.  a supervisor
      *    can not disable or demote themself, and a save that
      *    would leave no active supervisor is refused, so the
      *    registry can not be locked against its own maintenance.
      *
      *    a registry with no active supervisor (the first time,
      *    before anyone is entered) opens without a sign-on, and
      *    the first operator added must be a SUPERVISOR ; the
      *    OPSLOG shows that session as a BOOTSTRAP.
      *
      *    the same line-mode editing as tblmaint.cob under the same
      *    SCREEN SECTION menu style, and the same save discipline :
      *    only an explicit S writes the file back, behind a
      *    timestamped backup, and every change saved is one line in
      *    the shared operations log (ops_log_file, default OPSLOG).
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
           select operator-file assign to ws-operator-file
                  organization line sequential
                  file status is w-operator-status.
      *
           select backup-file assign to ws-backup-file
                  organization line sequential
                  file status is w-backup-status.
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
       fd  operator-file.
       01  operator-record pic x(97).
      *
       fd  backup-file.
       01  backup-record   pic x(97).
      *
       fd  opslog-file.
       01  opslog-record   pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-opreg-ws-start'.
       01 pgm-name pic x(15)
                 value 'opreg.cob'.
      *
       01 ws-operator-file   pic x(100) value 'OPERATORS'.
       01 ws-operator-env    pic x(100).
       01 w-operator-status  pic x(02) value '00'.
       01 ws-backup-file     pic x(120) value spaces.
       01 w-backup-status    pic x(02) value '00'.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 w-operator-id      pic x(08) value spaces.
      *
      *    the registry, held whole while the supervisor works and
      *    written back only on an explicit save ; comment lines
      *    are kept where they were.
      *
       01 w-line-count       pic 9(03) value zero.
       01 w-edit-table.
          05 w-line          pic x(97) occurs 300 times.
       01 w-dirty-sw         pic x value 'N'.
           88 table-changed       value 'Y'.
      *
      *    the changes made since the last save, one OPSLOG line
      *    each when it is saved.
      *
       01 w-chg-count        pic 9(03) value zero.
       01 w-change-table.
          05 chg-entry occurs 100 times.
             10 chg-action   pic x(10).
             10 chg-oper     pic x(08).
             10 chg-detail   pic x(30).
      *
       01 w-bootstrap-sw     pic x value 'N'.
           88 bootstrap-session   value 'Y'.
       01 w-sup-count        pic 9(03) value zero.
      *
       01 w-action           pic x value spaces.
       01 w-done-sw          pic x value 'N'.
           88 maint-done          value 'Y'.
      *
       01 w-input            pic x(40) value spaces.
       01 w-target-id        pic x(08) value spaces.
       01 w-new-name         pic x(30) value spaces.
       01 w-new-role         pic x(10) value spaces.
       01 w-lineno           pic 9(03) value zero.
       01 w-stamp            pic x(14) value spaces.
       01 i                  pic 9(03) value zero.
      *
      *    the sign-on screen's and the PIN screen's fields.
      *
       01 w-signon-id        pic x(08) value spaces.
       01 w-signon-pin       pic x(08) value spaces.
       01 w-pin-1            pic x(08) value spaces.
       01 w-pin-2            pic x(08) value spaces.
       01 w-screen-msg       pic x(60) value spaces.
      *
           copy "ww45-operator.cpy".
           copy "ww46-signon.cpy".
      *
       01  filler pic x(050)
                  value  'pgm-opreg-ws-end'.
      *
       screen section.
      *--------------.
       01 signon-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp operator registry'.
          05 line 3  column 2  value 'operator :'.
          05 line 3  column 13 pic x(08) using w-signon-id.
          05 line 4  column 2  value 'PIN      :'.
          05 line 4  column 13 pic x(08) secure to w-signon-pin.
          05 line 6  column 2  pic x(60) from w-screen-msg.
      *
       01 pin-screen.
          05 line 20 column 2  value 'new PIN   :'.
          05 line 20 column 14 pic x(08) secure to w-pin-1.
          05 line 21 column 2  value 'again     :'.
          05 line 21 column 14 pic x(08) secure to w-pin-2.
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
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept ws-operator-env from environment 'q_operator_file'
              not on exception
                 move ws-operator-env to ws-operator-file
           end-accept.
           accept ws-opslog-env from environment 'ops_log_file'
              not on exception
                 move ws-opslog-env to ws-opslog-file
           end-accept.
           accept w-operator-id from environment 'operator_id'
              not on exception
                 continue
           end-accept.
      *
           perform 1100-load-registry thru 1100-load-registry-exit
           perform 1200-sign-on thru 1200-sign-on-exit
           if maint-done
              display 'end   : ' pgm-name
              goback
           end-if
      *
           perform 2000-registry-action thru 2000-registry-action-exit
              until maint-done ;
      *
           display 'end   : ' pgm-name
           goback.
      *
       1000-main-exit.
           exit.
      *
       1100-load-registry.
      *
           move zero to w-line-count
           open input operator-file
           if w-operator-status not = '00'
              display pgm-name ' - ' function trim(ws-operator-file)
                      ' not found, starting empty (status '
                      w-operator-status ')'
              go to 1100-load-registry-exit
           end-if
           perform until w-operator-status = '10'
              read operator-file
                 at end
                    move '10' to w-operator-status
                 not at end
                    if w-line-count < 300
                       add 1 to w-line-count
                       move operator-record to w-line (w-line-count)
                    else
                       display pgm-name ' - registry longer than '
                               '300 lines, tail not editable here'
                    end-if
              end-read
           end-perform
           close operator-file
           move '00' to w-operator-status.
      *
       1100-load-registry-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the supervisor's sign-on ; with no active supervisor on
      *    file the session is a bootstrap and needs none.  three
      *    failed tries end the session -- each one is already in
      *    the OPSLOG.
      * ---------------------------------------------------------------
       1200-sign-on.
      *
           perform 3800-count-supervisors
              thru 3800-count-supervisors-exit
           if w-sup-count = zero
              set bootstrap-session to true
              display pgm-name ' - no active supervisor in the '
                      'registry : bootstrap session, the first '
                      'operator added must be a SUPERVISOR'
              if w-operator-id = spaces
                 move 'BOOTSTRP' to w-operator-id
              end-if
              move 'BOOTSTRAP' to chg-action (1)
              move w-operator-id to chg-oper (1)
              move 'registry opened without sign-on'
                to chg-detail (1)
              move 1 to w-chg-count
              perform 3710-log-changes thru 3710-log-changes-exit
              go to 1200-sign-on-exit
           end-if
      *
           move w-operator-id to w-signon-id
           move spaces to w-screen-msg
           set ww46-refused to true
           perform 1210-try-sign-on thru 1210-try-sign-on-exit
              varying i from 1 by 1
              until i > 3 or ww46-ok
           if ww46-refused
              set maint-done to true
           end-if.
      *
       1200-sign-on-exit.
           exit.
      *
       1210-try-sign-on.
      *
           move spaces to w-signon-pin
           display signon-screen
           accept signon-screen
           move 'SIGNON' to ww46-function
           move 'opreg' to ww46-tool
           move 'REGISTRY' to ww46-action
           move w-signon-id to ww46-oper
           move w-signon-pin to ww46-pin
           move 'SUPERVISOR' to ww46-need-role
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to w-signon-pin ww46-pin
           if ww46-ok
              move w-signon-id to w-operator-id
              display pgm-name ' - signed on : '
                      function trim(w-operator-id) ' '
                      function trim(ww46-name)
           else
              move ww46-msg to w-screen-msg
           end-if.
      *
       1210-try-sign-on-exit.
           exit.
      *
       2000-registry-action.
      *
           display ' '
           display pgm-name ' - ' function trim(ws-operator-file)
                   ' : ' w-line-count ' line(s), unsaved changes : '
                   w-dirty-sw
           display pgm-name ' - L=list A=add N=name R=role P=PIN '
                   'D=disable E=enable S=save Q=quit : '
                   with no advancing
           move spaces to w-action
           accept w-action
      *
           evaluate function upper-case(w-action)
              when 'L'
                 perform 3300-list-registry
                    thru 3300-list-registry-exit
              when 'A'
                 perform 3400-add-operator
                    thru 3400-add-operator-exit
              when 'N'
                 perform 3500-change-name
                    thru 3500-change-name-exit
              when 'R'
                 perform 3510-change-role
                    thru 3510-change-role-exit
              when 'P'
                 perform 3520-change-pin
                    thru 3520-change-pin-exit
              when 'D'
                 perform 3530-disable-operator
                    thru 3530-disable-operator-exit
              when 'E'
                 perform 3540-enable-operator
                    thru 3540-enable-operator-exit
              when 'S'
                 perform 3700-save-registry
                    thru 3700-save-registry-exit
              when 'Q'
                 if table-changed
                    display pgm-name ' - unsaved changes : S to '
                            'save them or Q again to discard'
                    move 'N' to w-dirty-sw
                 else
                    set maint-done to true
                 end-if
              when other
                 continue
           end-evaluate.
      *
       2000-registry-action-exit.
           exit.
      *
      *    the PIN hash never reaches the listing.
      *
       3300-list-registry.
      *
           if w-line-count = zero
              display pgm-name ' - (empty)'
              go to 3300-list-registry-exit
           end-if
           perform varying i from 1 by 1 until i > w-line-count
              if w-line (i) (1:1) not = '*'
                 move w-line (i) to ww45-operator
                 display ww45-oper-id ' ' ww45-name ' '
                         ww45-role ' ' ww45-status ' '
                         ww45-changed ' ' ww45-changed-by
              end-if
           end-perform.
      *
       3300-list-registry-exit.
           exit.
      *
       3400-add-operator.
      *
           if w-line-count >= 300
              display pgm-name ' - registry full'
              go to 3400-add-operator-exit
           end-if
           perform 3900-ask-id thru 3900-ask-id-exit
           if w-target-id = spaces
              go to 3400-add-operator-exit
           end-if
           if w-lineno not = zero
              display pgm-name ' - ' function trim(w-target-id)
                      ' is already in the registry'
              go to 3400-add-operator-exit
           end-if
           display pgm-name ' - name : ' with no advancing
           move spaces to w-input
           accept w-input
           move w-input to w-new-name
           if w-new-name = spaces
              go to 3400-add-operator-exit
           end-if
           perform 3910-ask-role thru 3910-ask-role-exit
           if w-new-role = spaces
              go to 3400-add-operator-exit
           end-if
           if bootstrap-session and w-sup-count = zero
              and w-new-role not = 'SUPERVISOR'
              display pgm-name ' - the first operator must be a '
                      'SUPERVISOR'
              go to 3400-add-operator-exit
           end-if
           perform 3920-ask-pin thru 3920-ask-pin-exit
           if ww46-hash = spaces
              go to 3400-add-operator-exit
           end-if
      *
           move spaces to ww45-operator
           move w-target-id to ww45-oper-id
           move w-new-name to ww45-name
           move w-new-role to ww45-role
           move ww46-hash to ww45-pin-hash
           set ww45-is-active to true
           perform 3950-stamp-change thru 3950-stamp-change-exit
           add 1 to w-line-count
           move ww45-operator to w-line (w-line-count)
           if w-new-role = 'SUPERVISOR'
              add 1 to w-sup-count
           end-if
           move 'ADD' to w-input
           move w-new-role to w-new-name
           perform 3960-note-change thru 3960-note-change-exit
           display pgm-name ' - ' function trim(w-target-id)
                   ' added as ' function trim(w-new-role).
      *
       3400-add-operator-exit.
           exit.
      *
       3500-change-name.
      *
           perform 3900-ask-id thru 3900-ask-id-exit
           if w-lineno = zero
              go to 3500-change-name-exit
           end-if
           display pgm-name ' - was : ' ww45-name
           display pgm-name ' - name : ' with no advancing
           move spaces to w-input
           accept w-input
           if w-input = spaces
              go to 3500-change-name-exit
           end-if
           move w-input to ww45-name
           perform 3950-stamp-change thru 3950-stamp-change-exit
           move ww45-operator to w-line (w-lineno)
           move 'NAME' to w-input
           move ww45-name to w-new-name
           perform 3960-note-change thru 3960-note-change-exit.
      *
       3500-change-name-exit.
           exit.
      *
       3510-change-role.
      *
           perform 3900-ask-id thru 3900-ask-id-exit
           if w-lineno = zero
              go to 3510-change-role-exit
           end-if
           if w-target-id = w-operator-id
              display pgm-name ' - a supervisor can not change '
                      'their own role'
              go to 3510-change-role-exit
           end-if
           display pgm-name ' - was : ' ww45-role
           perform 3910-ask-role thru 3910-ask-role-exit
           if w-new-role = spaces
              go to 3510-change-role-exit
           end-if
           move w-new-role to ww45-role
           perform 3950-stamp-change thru 3950-stamp-change-exit
           move ww45-operator to w-line (w-lineno)
           move 'ROLE' to w-input
           move w-new-role to w-new-name
           perform 3960-note-change thru 3960-note-change-exit.
      *
       3510-change-role-exit.
           exit.
      *
       3520-change-pin.
      *
           perform 3900-ask-id thru 3900-ask-id-exit
           if w-lineno = zero
              go to 3520-change-pin-exit
           end-if
           perform 3920-ask-pin thru 3920-ask-pin-exit
           if ww46-hash = spaces
              go to 3520-change-pin-exit
           end-if
      *
           move ww46-hash to ww45-pin-hash
           perform 3950-stamp-change thru 3950-stamp-change-exit
           move ww45-operator to w-line (w-lineno)
           move 'PIN' to w-input
           move 'new PIN set' to w-new-name
           perform 3960-note-change thru 3960-note-change-exit.
      *
       3520-change-pin-exit.
           exit.
      *
       3530-disable-operator.
      *
           perform 3900-ask-id thru 3900-ask-id-exit
           if w-lineno = zero
              go to 3530-disable-operator-exit
           end-if
           if w-target-id = w-operator-id
              display pgm-name ' - a supervisor can not disable '
                      'themself'
              go to 3530-disable-operator-exit
           end-if
           set ww45-is-disabled to true
           perform 3950-stamp-change thru 3950-stamp-change-exit
           move ww45-operator to w-line (w-lineno)
           move 'DISABLE' to w-input
           move spaces to w-new-name
           perform 3960-note-change thru 3960-note-change-exit.
      *
       3530-disable-operator-exit.
           exit.
      *
       3540-enable-operator.
      *
           perform 3900-ask-id thru 3900-ask-id-exit
           if w-lineno = zero
              go to 3540-enable-operator-exit
           end-if
           set ww45-is-active to true
           perform 3950-stamp-change thru 3950-stamp-change-exit
           move ww45-operator to w-line (w-lineno)
           move 'ENABLE' to w-input
           move spaces to w-new-name
           perform 3960-note-change thru 3960-note-change-exit.
      *
       3540-enable-operator-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    save : refused when no active supervisor would be left ;
      *    otherwise the previous version is copied whole to
      *    <name>.B<yyyymmddhhmmss> first, the same as tblmaint.
      * ---------------------------------------------------------------
       3700-save-registry.
      *
           perform 3800-count-supervisors
              thru 3800-count-supervisors-exit
           if w-sup-count = zero
              display pgm-name ' - save refused : no active '
                      'SUPERVISOR would be left'
              go to 3700-save-registry-exit
           end-if
      *
           move function current-date (1:14) to w-stamp
           move spaces to ws-backup-file
           string function trim(ws-operator-file) delimited by size
                  '.B' delimited by size
                  w-stamp delimited by size
             into ws-backup-file
           end-string
      *
           open input operator-file
           if w-operator-status = '00'
              open output backup-file
              if w-backup-status = '00'
                 perform until w-operator-status = '10'
                    read operator-file
                       at end
                          move '10' to w-operator-status
                       not at end
                          move operator-record to backup-record
                          write backup-record
                    end-read
                 end-perform
                 close backup-file
                 display pgm-name ' - previous version backed up '
                         'to ' function trim(ws-backup-file)
              else
                 display pgm-name ' - can not write backup, '
                         'status ' w-backup-status ', save aborted'
                 close operator-file
                 go to 3700-save-registry-exit
              end-if
              close operator-file
              move '00' to w-operator-status
           end-if
      *
           open output operator-file
           if w-operator-status not = '00'
              display pgm-name ' - can not rewrite '
                      function trim(ws-operator-file) ', status '
                      w-operator-status
              go to 3700-save-registry-exit
           end-if
           perform varying i from 1 by 1
                   until i > w-line-count
              move w-line (i) to operator-record
              write operator-record
           end-perform
           close operator-file
           move 'N' to w-dirty-sw
           display pgm-name ' - ' w-line-count ' line(s) saved to '
                   function trim(ws-operator-file)
           perform 3710-log-changes thru 3710-log-changes-exit.
      *
       3700-save-registry-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one OPSLOG line per change saved : who changed which
      *    operator, and how.  never a PIN.
      * ---------------------------------------------------------------
       3710-log-changes.
      *
           open extend opslog-file
           if w-opslog-status = '35'
              open output opslog-file
           end-if
           if w-opslog-status not = '00'
              display pgm-name ' - can not write operations log, '
                      'status ' w-opslog-status
              go to 3710-log-changes-exit
           end-if
           perform varying i from 1 by 1 until i > w-chg-count
              move spaces to opslog-record
              string function current-date (1:14) delimited by size
                     ' OPER=' delimited by size
                     w-operator-id delimited by size
                     ' TOOL=opreg ACTION=' delimited by size
                     function trim(chg-action (i)) delimited by size
                     ' TARGET=' delimited by size
                     function trim(chg-oper (i)) delimited by size
                     ' ' delimited by size
                     function trim(chg-detail (i)) delimited by size
                into opslog-record
              end-string
              write opslog-record
           end-perform
           close opslog-file
           move zero to w-chg-count.
      *
       3710-log-changes-exit.
           exit.
      *
       3800-count-supervisors.
      *
           move zero to w-sup-count
           perform varying i from 1 by 1 until i > w-line-count
              if w-line (i) (1:1) not = '*'
                 move w-line (i) to ww45-operator
                 if ww45-is-supervisor and ww45-is-active
                    add 1 to w-sup-count
                 end-if
              end-if
           end-perform.
      *
       3800-count-supervisors-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the operator id a change is about : w-lineno is its line,
      *    zero when it is not in the registry (and ww45-operator
      *    then holds nothing of interest).
      * ---------------------------------------------------------------
       3900-ask-id.
      *
           move zero to w-lineno
           display pgm-name ' - operator id : ' with no advancing
           move spaces to w-input
           accept w-input
           move w-input to w-target-id
           if w-target-id = spaces
              go to 3900-ask-id-exit
           end-if
           perform varying i from 1 by 1
                   until i > w-line-count or w-lineno not = zero
              if w-line (i) (1:8) = w-target-id
                 and w-line (i) (1:1) not = '*'
                 move i to w-lineno
              end-if
           end-perform
           if w-lineno = zero
              move spaces to ww45-operator
              if function upper-case(w-action) not = 'A'
                 display pgm-name ' - ' function trim(w-target-id)
                         ' is not in the registry'
              end-if
           else
              move w-line (w-lineno) to ww45-operator
           end-if.
      *
       3900-ask-id-exit.
           exit.
      *
       3910-ask-role.
      *
           display pgm-name ' - role (VIEWER, OPERATOR, SUPERVISOR) : '
                   with no advancing
           move spaces to w-input
           accept w-input
           move function upper-case(w-input) to w-new-role
           if w-new-role not = 'VIEWER'
              and w-new-role not = 'OPERATOR'
              and w-new-role not = 'SUPERVISOR'
              display pgm-name ' - no such role'
              move spaces to w-new-role
           end-if.
      *
       3910-ask-role-exit.
           exit.
      *
      *    the PIN twice, unseen ; WW46-HASH comes back blank when
      *    the two differ or are too short to be worth having.
      *
       3920-ask-pin.
      *
           move spaces to w-pin-1 w-pin-2 ww46-hash
           display pin-screen
           accept pin-screen
           if w-pin-1 not = w-pin-2
              display pgm-name ' - the two PINs differ'
              go to 3920-ask-pin-exit
           end-if
           if w-pin-1 (4:1) = space
              display pgm-name ' - a PIN needs at least 4 characters'
              go to 3920-ask-pin-exit
           end-if
           move 'HASH' to ww46-function
           move 'opreg' to ww46-tool
           move 'PIN' to ww46-action
           move w-target-id to ww46-oper
           move w-pin-1 to ww46-pin
           call 'opsignon' using
                by reference ww46-signon
           on exception
              display pgm-name ' - opsignon not linked in'
              move spaces to ww46-hash
           end-call
           move spaces to w-pin-1 w-pin-2 ww46-pin.
      *
       3920-ask-pin-exit.
           exit.
      *
       3950-stamp-change.
      *
           move function current-date (1:14) to ww45-changed
           move w-operator-id to ww45-changed-by
           set table-changed to true.
      *
       3950-stamp-change-exit.
           exit.
      *
      *    w-input names the change, w-new-name carries its detail.
      *
       3960-note-change.
      *
           if w-chg-count < 100
              add 1 to w-chg-count
              move w-input to chg-action (w-chg-count)
              move w-target-id to chg-oper (w-chg-count)
              move w-new-name to chg-detail (w-chg-count)
           end-if.
      *
       3960-note-change-exit.
           exit.
      *
       end program opreg.
