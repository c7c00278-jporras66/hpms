      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      drrestore.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    disaster-recovery restore : the other half of drpack.cob.
      *    takes a state package (dr_package, the package file name ;
      *    its contents list is the same name + '.CONTENTS'), checks
      *    every member against the contents list -- name, size and
      *    digest, recomputed over the bytes -- and, asked to, lays
      *    the members down at the standby.  failover becomes a
      *    procedure : verify, restore, read the readiness report,
      *    start the bridge.
      *
      *    dr_action selects what to do :
      *
      *      VERIFY  - check the package against its contents list,
      *                change nothing (the default).
      *      RESTORE - verify first, and only a package that passes
      *                is laid down : each member written under its
      *                own name (below dr_target_dir when one is
      *                given).  a file already there is kept aside
      *                as name + '.PREDR' first, never overwritten
      *                unseen.  needs operator_id, signed on
      *                through opsignon.cob against the operator
      *                registry as in dlqtool (its PIN in
      *                operator_pin) with the SUPERVISOR role ; like
      *                cfgpromo ROLLBACK it is the thing done in a
      *                hurry, so no countersign is asked for, and it
      *                writes a line to the operations log
      *                (ops_log_file, default OPSLOG).
      *
      *    after a RESTORE the readiness report reads the standby's
      *    own copies -- the last msgid CHECKPOINT records, whether
      *    CKPTIDX knows that msgid, and the spool and warehouse
      *    depths -- and checks them against the resume point drpack
      *    wrote into the contents list.  only when they agree does
      *    it report STANDBY READY ; anything else is STANDBY NOT
      *    READY and return code 8.  a CKPTIDX behind the checkpoint
      *    is reported but not held against the standby, since
      *    cobclient reseeds it from CHECKPOINT as it starts.  names
      *    honor the same variables the bridge reads
      *    (q_ckptidx_file, q_spool_file, q_warehouse_file).
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
           select contents-file assign to ws-contents-file
                  organization line sequential
                  file status is w-contents-status.
      *
           select archive-file assign to disk
                  organization is indexed
                  access mode is sequential
                  record key is ww10-msgid
                  alternate record key is ww10-uuid
                     with duplicates
                  file status is w-archive-status.
      *
           select ckptidx-file assign to disk
                  organization is indexed
                  access mode is random
                  record key is ckptx-msgid
                  file status is w-ckptidx-status.
      *
           select checkpoint-file assign to ws-checkpoint-file
                  organization line sequential
                  file status is w-checkpoint-status.
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
       fd  contents-file.
       01  contents-record pic x(200).
      *
           copy "fd-archive.cpy".
      *
           copy "fd-ckptidx.cpy".
      *
       fd  checkpoint-file
           record contains 68 characters.
       01  checkpoint-record.
           05 ckpt-rec-msgid    pic x(61).
           05 filler            pic x(07).
      *
       fd  opslog-file.
       01  opslog-record  pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-drrestore-ws-start'.
       01 pgm-name pic x(15)
                 value 'drrestore.cob'.
      *
       01 err pic x(100).
      *
       01 w-action           pic x(10) value 'VERIFY'.
           88 action-is-restore    value 'RESTORE'.
       01 w-action-env       pic x(10).
       01 ws-package-file    pic x(100) value spaces.
       01 ws-contents-file   pic x(100) value spaces.
       01 w-contents-status  pic x(02) value '00'.
       01 w-target-dir       pic x(100) value spaces.
       01 w-now              pic x(14) value spaces.
      *
           copy "fd-archive-ws.cpy".
       01 ws-archive-file    pic x(100) value spaces.
       01 w-archive-status   pic x(02) value '00'.
       01 ws-ckptidx-file    pic x(100) value spaces.
       01 w-ckptidx-status   pic x(02) value '00'.
       01 ws-checkpoint-file pic x(100) value spaces.
       01 w-checkpoint-status pic x(02) value '00'.
       01 w-env-value        pic x(100).
       01 w-ckptidx-name     pic x(100) value 'CKPTIDX'.
       01 w-spool-name       pic x(100) value 'SPOOL.DAT'.
       01 w-warehouse-name   pic x(100) value 'WAREHOUSE.DAT'.
      *
      *    the contents list : the package line, the members, the
      *    resume point and the END line.
      *
       01 w-ct-word          pic x(10).
       01 w-ct-role          pic x(10).
       01 w-ct-size-x        pic x(12).
       01 w-ct-digest-x      pic x(10).
       01 w-ct-name          pic x(100).
       01 w-pk-stamp         pic x(14) value spaces.
       01 w-pk-point         pic x(20) value spaces.
       01 w-pk-state         pic x(20) value spaces.
       01 w-end-seen-sw      pic x value 'N'.
           88 end-was-seen         value 'Y'.
       01 w-end-members      pic x(20) value spaces.
       01 w-rs-last-msgid    pic x(61) value spaces.
       01 w-rs-spool-x       pic x(20) value spaces.
       01 w-rs-warehouse-x   pic x(20) value spaces.
       01 w-rs-spool         pic 9(09) value zero.
       01 w-rs-warehouse     pic 9(09) value zero.
       01 w-rs-field         pic x(80).
      *
       01 w-mb-count         pic 9(03) value zero.
       01 w-member-table.
          05 mb-entry occurs 200 times.
             10 mb-role      pic x(10).
             10 mb-name      pic x(100).
             10 mb-size      pic 9(12).
             10 mb-digest    pic 9(10).
       01 w-mb-i             pic 9(03) value zero.
      *
      *    byte-stream access to the package and the members.
      *
       01 w-bs-read          pic x comp-x value 1.
       01 w-bs-write         pic x comp-x value 2.
       01 w-bs-deny          pic x comp-x value 0.
       01 w-bs-device        pic x comp-x value 0.
       01 w-bs-flags         pic x comp-x value 0.
       01 w-pk-handle        pic x(04).
       01 w-out-handle       pic x(04).
       01 w-pk-offset        pic x(08) comp-x value zero.
       01 w-out-offset       pic x(08) comp-x value zero.
       01 w-chunk            pic x(04) comp-x value zero.
       01 w-buffer           pic x(4096).
       01 w-file-details.
          05 w-fd-size       pic x(08) comp-x.
          05 filler          pic x(08).
       01 w-call-rc          usage binary-long value zero.
       01 w-remaining        pic 9(12) value zero.
       01 w-hash             usage binary-double value zero.
       01 w-hash-i           pic 9(05) comp value zero.
       01 w-target           pic x(100).
       01 w-aside            pic x(100).
      *
       01 w-member-header.
          05 mh-tag          pic x(08).
          05 filler          pic x(01).
          05 mh-role         pic x(10).
          05 filler          pic x(01).
          05 mh-size         pic 9(12).
          05 filler          pic x(01).
          05 mh-digest       pic 9(10).
          05 filler          pic x(01).
          05 mh-name         pic x(100).
          05 filler          pic x(112).
      *
      *    the readiness report.
      *
       01 w-last-msgid       pic x(61) value spaces.
       01 w-depth            pic 9(09) value zero.
       01 w-spool-depth      pic 9(09) value zero.
       01 w-warehouse-depth  pic 9(09) value zero.
       01 w-ckptidx-knows    pic x(03) value 'NO'.
       01 w-ready-sw         pic x value 'Y'.
           88 standby-ready        value 'Y'.
       01 w-not-ready        pic x(80) value spaces.
      *
       01 w-counts.
          05 cnt-verified    pic 9(05) value zero.
          05 cnt-restored    pic 9(05) value zero.
          05 cnt-aside       pic 9(05) value zero.
      *
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 w-operator-id      pic x(08) value spaces.
       01 w-operator-pin     pic x(08) value spaces.
           copy "ww46-signon.cpy".
       01 w-ops-ptr          pic 9(03) value zero.
      *
       01  filler pic x(050)
                  value  'pgm-drrestore-ws-end'.
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
           move function current-date (1:14) to w-now
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept w-action-env from environment 'dr_action'
              not on exception
                 move function upper-case(w-action-env) to w-action
           end-accept.
           accept ws-package-file from environment 'dr_package'
              not on exception
                 continue
           end-accept.
           accept w-target-dir from environment 'dr_target_dir'
              not on exception
                 continue
           end-accept.
           accept ws-opslog-env from environment 'ops_log_file'
              not on exception
                 move ws-opslog-env to ws-opslog-file
           end-accept.
           accept w-operator-id from environment 'operator_id'
              not on exception
                 continue
           end-accept.
           accept w-operator-pin from environment 'operator_pin'
              not on exception
                 continue
           end-accept.
           accept w-env-value from environment 'q_ckptidx_file'
              not on exception
                 move w-env-value to w-ckptidx-name
           end-accept.
           accept w-env-value from environment 'q_spool_file'
              not on exception
                 move w-env-value to w-spool-name
           end-accept.
           accept w-env-value from environment 'q_warehouse_file'
              not on exception
                 move w-env-value to w-warehouse-name
           end-accept.
      *
           if w-action not = 'VERIFY' and not action-is-restore
              string 'dr_action must be VERIFY or RESTORE'
              delimited by size into err
              perform 3000-end
           end-if
           if action-is-restore and w-operator-id = spaces
              string 'restore refused : operator_id not set'
              delimited by size into err
              perform 3000-end
           end-if
           if action-is-restore
              perform 1003-sign-on thru 1003-sign-on-exit
           end-if
           if ws-package-file = spaces
              string 'dr_package names no package'
              delimited by size into err
              perform 3000-end
           end-if
           move spaces to ws-contents-file
           string function trim(ws-package-file) delimited by size
                  '.CONTENTS' delimited by size
             into ws-contents-file
           end-string
      *
           perform 1010-load-contents thru 1010-load-contents-exit
           perform 2000-verify-package thru 2000-verify-package-exit
           if err not = spaces
              perform 3000-end
           end-if
           display pgm-name ' - package verified : ' cnt-verified
                   ' member(s), sizes and digests match'
      *
           if action-is-restore
              perform 2100-restore-package
                 thru 2100-restore-package-exit
              if err = spaces
                 perform 2200-readiness thru 2200-readiness-exit
              end-if
           else
              display pgm-name ' - resume point in the package : '
                      'last checkpointed msgid '
                      function trim(w-rs-last-msgid)
              display pgm-name ' - spool depth ' w-rs-spool
                      ', warehouse depth ' w-rs-warehouse
           end-if
      *
           perform 3000-end.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    sign-on : the operator against the registry ; laying a
      *    package down needs the SUPERVISOR role.
      * ---------------------------------------------------------------
       1003-sign-on.
      *
           move 'CHECK' to ww46-function
           move 'drrestore' to ww46-tool
           move w-action to ww46-action
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           move 'SUPERVISOR' to ww46-need-role
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin
           if ww46-refused
              string 'restore refused : ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if.
      *
       1003-sign-on-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the contents list.  one without its END line belongs to a
      *    package that never finished, and is refused.
      * ---------------------------------------------------------------
       1010-load-contents.
      *
           open input contents-file
           if w-contents-status not = '00'
              string 'can not read ' function trim(ws-contents-file)
                     ', status ' w-contents-status
              delimited by size into err
              perform 3000-end
           end-if
           perform until w-contents-status = '10'
              read contents-file
                 at end
                    move '10' to w-contents-status
                 not at end
                    perform 1011-contents-line
                       thru 1011-contents-line-exit
              end-read
           end-perform
           close contents-file
      *
           if not end-was-seen
              string 'the contents list has no END line -- the '
                     'package did not finish'
              delimited by size into err
              perform 3000-end
           end-if
           display pgm-name ' - package ' w-pk-stamp ' '
                   function trim(w-pk-point) ' '
                   function trim(w-pk-state) ', '
                   w-mb-count ' member(s)'
           if w-pk-point not = 'POINT=DRAINED'
              display pgm-name ' - ** the package was cut from a '
                      'bridge that was not drained'
           end-if.
      *
       1010-load-contents-exit.
           exit.
      *
       1011-contents-line.
      *
           move spaces to w-ct-word w-ct-role w-ct-size-x
                          w-ct-digest-x w-ct-name
           unstring contents-record delimited by all ' '
               into w-ct-word w-ct-role w-ct-size-x
                    w-ct-digest-x w-ct-name
           end-unstring
           evaluate w-ct-word
              when 'PACKAGE'
                 unstring contents-record delimited by all ' '
                     into w-ct-word w-pk-stamp w-pk-point
                          w-pk-state
                 end-unstring
              when 'MEMBER'
                 if w-mb-count >= 200
                    string 'more than 200 members in the contents'
                    delimited by size into err
                    perform 3000-end
                 end-if
                 add 1 to w-mb-count
                 move w-ct-role to mb-role (w-mb-count)
                 move w-ct-name to mb-name (w-mb-count)
                 move w-ct-size-x to mb-size (w-mb-count)
                 move w-ct-digest-x to mb-digest (w-mb-count)
              when 'RESUME'
                 move spaces to w-rs-field w-rs-spool-x
                                w-rs-warehouse-x
                 unstring contents-record delimited by all ' '
                     into w-ct-word w-rs-field w-rs-spool-x
                          w-rs-warehouse-x
                 end-unstring
                 move w-rs-field (11:61) to w-rs-last-msgid
                 if w-rs-spool-x (7:9) is numeric
                    move w-rs-spool-x (7:9) to w-rs-spool
                 end-if
                 if w-rs-warehouse-x (11:9) is numeric
                    move w-rs-warehouse-x (11:9) to w-rs-warehouse
                 end-if
              when 'END'
                 set end-was-seen to true
                 move w-ct-role to w-end-members
           end-evaluate.
      *
       1011-contents-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the whole package read once, in contents order : each
      *    header must name the member the contents list names, and
      *    the bytes must digest to what the list says.
      * ---------------------------------------------------------------
       2000-verify-package.
      *
           call 'CBL_OPEN_FILE' using ws-package-file w-bs-read
                                      w-bs-deny w-bs-device
                                      w-pk-handle
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'can not open the package '
                     function trim(ws-package-file)
              delimited by size into err
              go to 2000-verify-package-exit
           end-if
           move zero to w-pk-offset
           perform 2010-verify-member thru 2010-verify-member-exit
              varying w-mb-i from 1 by 1
              until w-mb-i > w-mb-count or err not = spaces
           if err = spaces
              perform 2020-read-header thru 2020-read-header-exit
              if err = spaces and mh-tag not = 'DREND'
                 string 'the package holds more than its contents '
                        'list names'
                 delimited by size into err
              end-if
           end-if
           call 'CBL_CLOSE_FILE' using w-pk-handle
           end-call.
      *
       2000-verify-package-exit.
           exit.
      *
       2010-verify-member.
      *
           perform 2020-read-header thru 2020-read-header-exit
           if err not = spaces
              go to 2010-verify-member-exit
           end-if
           if mh-tag not = 'DRMEMBER'
              or mh-name not = mb-name (w-mb-i)
              or mh-size not = mb-size (w-mb-i)
              or mh-digest not = mb-digest (w-mb-i)
              string 'member ' w-mb-i ' ('
                     function trim(mb-name (w-mb-i))
                     ') does not match the contents list'
              delimited by size into err
              go to 2010-verify-member-exit
           end-if
           move zero to w-hash
           move mb-size (w-mb-i) to w-remaining
           perform 2030-digest-chunk thru 2030-digest-chunk-exit
              until w-remaining = zero or err not = spaces
           if err not = spaces
              go to 2010-verify-member-exit
           end-if
           if w-hash not = mb-digest (w-mb-i)
              string 'member ' function trim(mb-name (w-mb-i))
                     ' fails its digest -- the package is damaged'
              delimited by size into err
              go to 2010-verify-member-exit
           end-if
           add 1 to cnt-verified.
      *
       2010-verify-member-exit.
           exit.
      *
       2020-read-header.
      *
           move 256 to w-chunk
           call 'CBL_READ_FILE' using w-pk-handle w-pk-offset
                                      w-chunk w-bs-flags
                                      w-member-header
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'the package ends early, at member ' w-mb-i
              delimited by size into err
              go to 2020-read-header-exit
           end-if
           add 256 to w-pk-offset.
      *
       2020-read-header-exit.
           exit.
      *
       2030-digest-chunk.
      *
           if w-remaining > 4096
              move 4096 to w-chunk
           else
              move w-remaining to w-chunk
           end-if
           call 'CBL_READ_FILE' using w-pk-handle w-pk-offset
                                      w-chunk w-bs-flags w-buffer
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'the package ends early, in '
                     function trim(mb-name (w-mb-i))
              delimited by size into err
              go to 2030-digest-chunk-exit
           end-if
           perform varying w-hash-i from 1 by 1
                   until w-hash-i > w-chunk
              compute w-hash = function mod
                      (w-hash * 31
                       + function ord (w-buffer (w-hash-i:1)),
                       1000000007)
           end-perform
           add w-chunk to w-pk-offset
           subtract w-chunk from w-remaining.
      *
       2030-digest-chunk-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    lay the verified members down, each under its own name.
      * ---------------------------------------------------------------
       2100-restore-package.
      *
           call 'CBL_OPEN_FILE' using ws-package-file w-bs-read
                                      w-bs-deny w-bs-device
                                      w-pk-handle
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'can not open the package '
                     function trim(ws-package-file)
              delimited by size into err
              go to 2100-restore-package-exit
           end-if
           move zero to w-pk-offset
           perform 2110-restore-member thru 2110-restore-member-exit
              varying w-mb-i from 1 by 1
              until w-mb-i > w-mb-count or err not = spaces
           call 'CBL_CLOSE_FILE' using w-pk-handle
           end-call
           display pgm-name ' - ' cnt-restored ' member(s) laid '
                   'down, ' cnt-aside ' existing file(s) kept as '
                   '.PREDR'.
      *
       2100-restore-package-exit.
           exit.
      *
       2110-restore-member.
      *
           add 256 to w-pk-offset
           move mb-name (w-mb-i) to w-target
           perform 2120-target-name thru 2120-target-name-exit
      *
           call 'CBL_CHECK_FILE_EXIST' using w-target w-file-details
           returning w-call-rc
           end-call
           if w-call-rc = zero
              move spaces to w-aside
              string function trim(w-target) delimited by size
                     '.PREDR' delimited by size
                into w-aside
              end-string
              call 'CBL_DELETE_FILE' using w-aside
              returning w-call-rc
              end-call
              call 'CBL_RENAME_FILE' using w-target w-aside
              returning w-call-rc
              end-call
              if w-call-rc not = zero
                 string 'can not keep ' function trim(w-target)
                        ' aside -- nothing more laid down'
                 delimited by size into err
                 go to 2110-restore-member-exit
              end-if
              add 1 to cnt-aside
           end-if
      *
           call 'CBL_CREATE_FILE' using w-target w-bs-write
                                        w-bs-deny w-bs-device
                                        w-out-handle
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'can not create ' function trim(w-target)
              delimited by size into err
              go to 2110-restore-member-exit
           end-if
           move zero to w-out-offset
           move mb-size (w-mb-i) to w-remaining
           perform 2130-copy-chunk thru 2130-copy-chunk-exit
              until w-remaining = zero or err not = spaces
           call 'CBL_CLOSE_FILE' using w-out-handle
           end-call
           if err = spaces
              add 1 to cnt-restored
              display '  restored ' mb-role (w-mb-i) ' '
                      function trim(w-target)
           end-if.
      *
       2110-restore-member-exit.
           exit.
      *
      *    below dr_target_dir when one is given.
      *
       2120-target-name.
      *
           if w-target-dir = spaces
              go to 2120-target-name-exit
           end-if
           move w-target to w-aside
           move spaces to w-target
           string function trim(w-target-dir) delimited by size
                  '/' delimited by size
                  function trim(w-aside) delimited by size
             into w-target
           end-string.
      *
       2120-target-name-exit.
           exit.
      *
       2130-copy-chunk.
      *
           if w-remaining > 4096
              move 4096 to w-chunk
           else
              move w-remaining to w-chunk
           end-if
           call 'CBL_READ_FILE' using w-pk-handle w-pk-offset
                                      w-chunk w-bs-flags w-buffer
           returning w-call-rc
           end-call
           if w-call-rc = zero
              call 'CBL_WRITE_FILE' using w-out-handle w-out-offset
                                          w-chunk w-bs-flags w-buffer
              returning w-call-rc
              end-call
           end-if
           if w-call-rc not = zero
              string 'restore failed in ' function trim(w-target)
              delimited by size into err
              go to 2130-copy-chunk-exit
           end-if
           add w-chunk to w-pk-offset w-out-offset
           subtract w-chunk from w-remaining.
      *
       2130-copy-chunk-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the readiness report, read from the standby's own copies.
      * ---------------------------------------------------------------
       2200-readiness.
      *
           move 'CHECKPOINT' to w-target
           perform 2120-target-name thru 2120-target-name-exit
           move w-target to ws-checkpoint-file
           open input checkpoint-file
           if w-checkpoint-status = '00'
              perform until w-checkpoint-status = '10'
                 read checkpoint-file
                    at end
                       move '10' to w-checkpoint-status
                    not at end
                       if ckpt-rec-msgid not = spaces
                          move ckpt-rec-msgid to w-last-msgid
                       end-if
                 end-read
              end-perform
              close checkpoint-file
           end-if
      *
           move w-ckptidx-name to w-target
           perform 2120-target-name thru 2120-target-name-exit
           move w-target to ws-ckptidx-file
           if w-last-msgid = spaces
              move 'N/A' to w-ckptidx-knows
           else
              open input ckptidx-file
              if w-ckptidx-status = '00'
                 move w-last-msgid to ckptx-msgid
                 read ckptidx-file
                    invalid key
                       move 'NO' to w-ckptidx-knows
                    not invalid key
                       move 'YES' to w-ckptidx-knows
                 end-read
                 close ckptidx-file
              end-if
           end-if
      *
           move w-spool-name to w-target
           perform 2120-target-name thru 2120-target-name-exit
           move w-target to ws-archive-file
           perform 2210-count-store thru 2210-count-store-exit
           move w-depth to w-spool-depth
           move w-warehouse-name to w-target
           perform 2120-target-name thru 2120-target-name-exit
           move w-target to ws-archive-file
           perform 2210-count-store thru 2210-count-store-exit
           move w-depth to w-warehouse-depth
      *
           display ' '
           display pgm-name ' - standby readiness'
           display '  last checkpointed msgid : '
                   function trim(w-last-msgid)
           display '  CKPTIDX holds it        : ' w-ckptidx-knows
           display '  spool depth             : ' w-spool-depth
           display '  warehouse depth         : ' w-warehouse-depth
      *
      *
      *    a CKPTIDX behind the checkpoint is not fatal : cobclient
      *    reseeds it from CHECKPOINT as it starts.  it is said, so
      *    nobody reads the store before that first start.
      *
           if w-ckptidx-knows = 'NO'
              display pgm-name ' - ** CKPTIDX is behind the '
                      'checkpoint ; the first bridge start reseeds it'
           end-if
           evaluate true
              when w-last-msgid not = w-rs-last-msgid
                 move 'the checkpoint is not the packaged one'
                   to w-not-ready
              when w-spool-depth not = w-rs-spool
                 move 'the spool depth is not the packaged one'
                   to w-not-ready
              when w-warehouse-depth not = w-rs-warehouse
                 move 'the warehouse depth is not the packaged one'
                   to w-not-ready
           end-evaluate
           if w-not-ready not = spaces
              move 'N' to w-ready-sw
              display pgm-name ' - STANDBY NOT READY : '
                      function trim(w-not-ready)
           else
              display pgm-name ' - STANDBY READY'
           end-if.
      *
       2200-readiness-exit.
           exit.
      *
       2210-count-store.
      *
           move zero to w-depth
           open input archive-file
           if w-archive-status not = '00'
              go to 2210-count-store-exit
           end-if
           perform until w-archive-status not = '00'
              read archive-file next
                 at end
                    move '10' to w-archive-status
                 not at end
                    add 1 to w-depth
              end-read
           end-perform
           close archive-file.
      *
       2210-count-store-exit.
           exit.
      *
       3000-end.
      *
           if action-is-restore and w-operator-id not = spaces
              perform 9100-write-opslog
                 thru 9100-write-opslog-exit
           end-if.
      *
           display 'end   : ' pgm-name.
      *
           evaluate true
              when err not = spaces
                 display pgm-name ' - ' err
                 move 8 to return-code
              when not standby-ready
                 move 8 to return-code
              when other
                 move 0 to return-code
           end-evaluate.
      *
           goback.
      *
       3000-end-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one durable line in the shared operations log, in
      *    dlqtool's shape.
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
                  ' TOOL=drrestore ACTION=RESTORE TARGET='
                     delimited by size
                  function trim(ws-package-file) delimited by size
                  ' RESTORED=' delimited by size
                  cnt-restored delimited by size
             into opslog-record
             with pointer w-ops-ptr
           end-string
           evaluate true
              when err not = spaces
                 string ' REFUSED' delimited by size
                   into opslog-record
                   with pointer w-ops-ptr
                 end-string
              when not standby-ready
                 string ' NOTREADY' delimited by size
                   into opslog-record
                   with pointer w-ops-ptr
                 end-string
              when other
                 string ' READY' delimited by size
                   into opslog-record
                   with pointer w-ops-ptr
                 end-string
           end-evaluate
           write opslog-record
           close opslog-file.
      *
       9100-write-opslog-exit.
           exit.
      *
       end program drrestore.
