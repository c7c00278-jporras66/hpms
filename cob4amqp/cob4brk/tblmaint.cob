      *    variables the runtime programs read : bizjson_rules,
      *    q_transmap_file, q_maskrules_file, q_routetab_file and
      *    q_entitle_file.
      *
      *    every save also writes one line to the shared operations
      *    log (ops_log_file, default OPSLOG) under operator_id, like
      *    every other operator tool, so a changed rule shows up in
      *    the shift handover.
      *
      *    the suite opens with a sign-on screen -- operator id and
      *    PIN, checked by opsignon.cob against the operator
      *    registry, three tries -- and any registered role may
      *    list ; a save needs the OPERATOR role.
      *---------------------------------------------------------------*
      *             e n v i r o n m e n t   d i v i s i o n           *
      *             =======================================           *
           select catlist-file assign to ws-catlist-file
                  organization line sequential
                  file status is w-catlist-status.
      *
           select opslog-file assign to ws-opslog-file
                  organization line sequential
                  file status is w-opslog-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
      *
       fd  catlist-file.
       01  catlist-line  pic x(40).
      *
       fd  opslog-file.
       01  opslog-record pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 ws-catlist-file    pic x(100) value 'CATEGORIES'.
       01 ws-catlist-env     pic x(100).
       01 w-catlist-status   pic x(02) value '00'.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 w-operator-id      pic x(08) value spaces.
      *
      *    the per-table file names, resolved once from the same
      *    environment variables the runtime reads.
       01 j                  pic 9(03) value zero.
      *
       01 w-stamp            pic x(14) value spaces.
      *
      *    the sign-on screen's fields.
      *
       01 w-signon-id        pic x(08) value spaces.
       01 w-signon-pin       pic x(08) value spaces.
       01 w-screen-msg       pic x(60) value spaces.
           copy "ww46-signon.cpy".
      *
       01  filler pic x(050)
                  value  'pgm-tblmaint-ws-end'.
      *
       screen section.
      *--------------.
       01 signon-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp control-table '.
          05 line 1  column 25 value 'maintenance'.
          05 line 3  column 2  value 'operator :'.
          05 line 3  column 13 pic x(08) using w-signon-id.
          05 line 4  column 2  value 'PIN      :'.
          05 line 4  column 13 pic x(08) secure to w-signon-pin.
          05 line 6  column 2  pic x(60) from w-screen-msg.
      *
       01 menu-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp control-table '.
              not on exception
                 move ws-catlist-env to ws-catlist-file
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
           perform 1200-sign-on thru 1200-sign-on-exit
           if maint-done
              display 'end   : ' pgm-name
              goback
           end-if
      *
           perform 1100-load-category-list
              thru 1100-load-category-list-exit
      *
       1100-load-category-list-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    sign-on : three tries, each failure already in the
      *    OPSLOG by the time it is shown.
      * ---------------------------------------------------------------
       1200-sign-on.
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
           move 'TABLES' to ww46-action
           move w-signon-id to ww46-oper
           move w-signon-pin to ww46-pin
           move 'VIEWER' to ww46-need-role
           perform 1220-call-signon thru 1220-call-signon-exit
           move spaces to w-signon-pin
           if ww46-ok
              move w-signon-id to w-operator-id
              display pgm-name ' - signed on : '
                      function trim(w-operator-id) ' '
                      function trim(ww46-role)
           else
              move ww46-msg to w-screen-msg
           end-if.
      *
       1210-try-sign-on-exit.
           exit.
      *
       1220-call-signon.
      *
           move 'tblmaint' to ww46-tool
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin.
      *
       1220-call-signon-exit.
           exit.
      *
       2000-menu-cycle.
      *
      *    undone by renaming one backup back.
      * ---------------------------------------------------------------
       3700-save-table.
      *
           move 'CHECK' to ww46-function
           move 'SAVE' to ww46-action
           move w-operator-id to ww46-oper
           move spaces to ww46-pin
           move 'OPERATOR' to ww46-need-role
           perform 1220-call-signon thru 1220-call-signon-exit
           if ww46-refused
              display pgm-name ' - save refused : ' ww46-msg
              go to 3700-save-table-exit
           end-if
      *
           move function current-date (1:14) to w-stamp
           move spaces to ws-backup-file
           move 'N' to w-dirty-sw
           display pgm-name ' - ' w-line-count ' line(s) saved to '
                   function trim(ws-table-file).
           perform 3710-log-save thru 3710-log-save-exit.
      *
       3700-save-table-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one line in the shared operations log per save : who
      *    saved which table, how many lines, and where the previous
      *    version went.
      * ---------------------------------------------------------------
       3710-log-save.
      *
           open extend opslog-file
           if w-opslog-status = '35'
              open output opslog-file
           end-if
           if w-opslog-status not = '00'
              display pgm-name ' - can not write operations log, '
                      'status ' w-opslog-status
              go to 3710-log-save-exit
           end-if
           move spaces to opslog-record
           string function current-date (1:14) delimited by size
                  ' OPER=' delimited by size
                  w-operator-id delimited by size
                  ' TOOL=tblmaint ACTION=SAVE TARGET='
                     delimited by size
                  function trim(ws-table-file) delimited by size
                  ' lines=' delimited by size
                  w-line-count delimited by size
                  ' BACKUP=' delimited by size
                  function trim(ws-backup-file) delimited by size
             into opslog-record
           end-string
           write opslog-record
           close opslog-file.
      *
       3710-log-save-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    field-level validation of the candidate line in w-input,
      *    by table.  comment lines ('*' that is not a wildcard
      *    rule) pass as-is.  every rejection names the field so
