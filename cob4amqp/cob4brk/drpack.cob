      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      drpack.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    disaster-recovery state package : bringing the bridge up
      *    at the standby site used to mean rebuilding CKPTIDX,
      *    CHECKPOINT, the spool, MANIFEST, the day's generations
      *    and the control tables from whatever the backups caught
      *    -- and a stale duplicate store redelivers yesterday's
      *    payments.  this program bundles every file the bridge
      *    needs to resume into one dated package, with a contents
      *    list carrying each file's size and digest ; drrestore.cob
      *    verifies the package and lays it down at the standby.
      *
      *    the package is DRPACK (dr_package_base) + '.' + the run
      *    stamp, one byte-stream file : for every member a 256-byte
      *    header (DRMEMBER, role, size, digest, name) and the
      *    member's bytes, closed by a DREND header.  the contents
      *    list is the package name + '.CONTENTS' :
      *
      *      PACKAGE stamp POINT=... STATE=... OPER=...
      *      MEMBER  role size digest name
      *      ABSENT  role name           (nothing there to pack)
      *      RESUME  LASTMSGID=... SPOOL=n WAREHOUSE=n
      *      END     MEMBERS=n BYTES=n
      *
      *    the digest is archcheck's rolling hash, taken over every
      *    byte of the file.
      *
      *    what goes in :
      *      STATE      CKPTIDX, CHECKPOINT, the spool, the
      *                 warehouse, AUDITPEND, REFDATA, QUOTAUSE,
      *                 VELACT, REVIEWS, HANDOVERS, OUTCOMES,
      *                 REPAIRS, SENDERCTL, SUSPENDS and
      *                 MANIFEST ;
      *                 an indexed file goes with the .idx / .dat
      *                 companions its file handler keeps beside it
      *      GENERATION every online generation MANIFEST lists for
      *                 its latest day -- the ones the bridge
      *                 appends to when it resumes
      *      CONTROL    the control tables cfgpromo promotes, the key
      *                 ring, the sender keys, the configuration
      *                 history and the legal hold register
      *    BRIDGECTL is left out on purpose : a DRAIN or STOP still
      *    in it would end the standby's first run.  every name
      *    honors the environment variable its owner reads.
      *
      *    a package is only consistent at a quiet point :
      *    dr_point=DRAIN (the default) packs only when BRIDGESTAT
      *    (q_status_file) says ENDED -- the state the bridge writes
      *    once a DRAIN completed -- or there is no snapshot at all ;
      *    dr_point=ONDEMAND packs a running bridge and says so in
      *    the contents, so nobody mistakes it for a drained one.
      *
      *    the resume point -- the last checkpointed msgid and the
      *    spool and warehouse depths -- is shown and written into
      *    the contents, for drrestore to check the standby against.
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
      *
      *    the spool and the warehouse share the archive layout ;
      *    opened one at a time to count what they hold.
      *
           select archive-file assign to disk
                  organization is indexed
                  access mode is sequential
                  record key is ww10-msgid
                  alternate record key is ww10-uuid
                     with duplicates
                  file status is w-archive-status.
      *
           select checkpoint-file assign to "CHECKPOINT"
                  organization line sequential
                  file status is w-checkpoint-status.
      *
           select status-file assign to ws-status-file
                  organization line sequential
                  file status is w-status-status.
      *
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is w-manifest-status.
      *
           select contents-file assign to ws-contents-file
                  organization line sequential
                  file status is w-contents-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
           copy "fd-archive.cpy".
      *
       fd  checkpoint-file
           record contains 68 characters.
       01  checkpoint-record.
           05 ckpt-rec-msgid    pic x(61).
           05 filler            pic x(07).
      *
       fd  status-file.
       01  status-record  pic x(200).
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       fd  contents-file.
       01  contents-record pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-drpack-ws-start'.
       01 pgm-name pic x(15)
                 value 'drpack.cob'.
      *
       01 err pic x(100).
      *
       01 w-point            pic x(08) value 'DRAIN'.
       01 w-point-env        pic x(08).
       01 w-package-base     pic x(100) value 'DRPACK'.
       01 w-package-env      pic x(100).
       01 ws-package-file    pic x(100) value spaces.
       01 ws-contents-file   pic x(100) value spaces.
       01 w-contents-status  pic x(02) value '00'.
       01 w-now              pic x(14) value spaces.
       01 w-operator-id      pic x(08) value spaces.
      *
           copy "fd-archive-ws.cpy".
       01 ws-archive-file    pic x(100) value spaces.
       01 w-archive-status   pic x(02) value '00'.
       01 w-checkpoint-status pic x(02) value '00'.
       01 ws-status-file     pic x(100) value 'BRIDGESTAT'.
       01 ws-status-env      pic x(100).
       01 w-status-status    pic x(02) value '00'.
       01 w-manifest-status  pic x(02) value '00'.
      *
      *    the snapshot's first two CSV fields.
      *
       01 w-stat-stamp       pic x(16).
       01 w-stat-state       pic x(10) value 'NONE'.
      *
      *    the members : role, name, and what packing found.
      *
       01 w-mb-count         pic 9(03) value zero.
       01 w-member-table.
          05 mb-entry occurs 200 times.
             10 mb-role      pic x(10).
             10 mb-name      pic x(100).
             10 mb-optional  pic x(01).
             10 mb-state     pic x(08).
             10 mb-size      pic 9(12).
             10 mb-digest    pic 9(10).
       01 w-mb-i             pic 9(03) value zero.
       01 w-add-role         pic x(10).
       01 w-add-name         pic x(100).
       01 w-add-optional     pic x(01).
       01 w-env-name         pic x(30).
       01 w-env-value        pic x(100).
       01 w-companion        pic x(100).
      *
      *    the control tables, cfgpromo's set plus the key ring,
      *    the sender keys, the configuration history and the hold
      *    register : the
      *    default name and the variable that overrides it.
      *
       01 w-ctl-values.
          05 filler pic x(40) value
             'BRIDGECONF          q_config_file'.
          05 filler pic x(40) value
             'ROUTETAB            q_routetab_file'.
          05 filler pic x(40) value
             'BIZRULES            bizjson_rules'.
          05 filler pic x(40) value
             'BIZXRULES           bizxml_rules'.
          05 filler pic x(40) value
             'FIXRULES            bizfixed_rules'.
          05 filler pic x(40) value
             'CSVRULES            bizcsv_rules'.
          05 filler pic x(40) value
             'TRANSMAP            q_transmap_file'.
          05 filler pic x(40) value
             'ROUTRULES           q_routerules_file'.
          05 filler pic x(40) value
             'MASKRULES           q_maskrules_file'.
          05 filler pic x(40) value
             'ENTITLE             q_entitle_file'.
          05 filler pic x(40) value
             'VERSIONMAP          q_versionmap_file'.
          05 filler pic x(40) value
             'ENRICH              q_enrich_file'.
          05 filler pic x(40) value
             'DEBATCH             q_debatch_file'.
          05 filler pic x(40) value
             'CUTOFFS             q_cutoff_file'.
          05 filler pic x(40) value
             'CALFILE             q_calendar_file'.
          05 filler pic x(40) value
             'NOTIFYQ             q_notify_file'.
          05 filler pic x(40) value
             'QUOTAS              q_quota_file'.
          05 filler pic x(40) value
             'VELRULES            q_velrules_file'.
          05 filler pic x(40) value
             'BLOCKLIST           q_blocklist_file'.
          05 filler pic x(40) value
             'SCREENFLD           q_screenfld_file'.
          05 filler pic x(40) value
             'ARCHKEYS            q_archkeys_file'.
          05 filler pic x(40) value
             'SENDERKEYS          q_senderkeys_file'.
          05 filler pic x(40) value
             'CFGHIST             q_cfghist_file'.
          05 filler pic x(40) value
             'LEGALHOLD           legal_hold_file'.
       01 w-ctl-table redefines w-ctl-values.
          05 ctl-entry occurs 24 times.
             10 ctl-name     pic x(20).
             10 ctl-env      pic x(20).
       01 w-ctl-i            pic 9(02) value zero.
      *
      *    the latest MANIFEST day and the line being looked at.
      *
       01 w-latest-date      pic x(08) value spaces.
       01 w-line-date        pic x(08).
       01 w-line-name        pic x(100).
       01 w-line-marker      pic x(08).
      *
      *    byte-stream access to members and the package.
      *
       01 w-bs-read          pic x comp-x value 1.
       01 w-bs-write         pic x comp-x value 2.
       01 w-bs-deny          pic x comp-x value 0.
       01 w-bs-device        pic x comp-x value 0.
       01 w-bs-flags         pic x comp-x value 0.
       01 w-in-handle        pic x(04).
       01 w-pk-handle        pic x(04).
       01 w-in-offset        pic x(08) comp-x value zero.
       01 w-pk-offset        pic x(08) comp-x value zero.
       01 w-chunk            pic x(04) comp-x value zero.
       01 w-buffer           pic x(4096).
       01 w-file-details.
          05 w-fd-size       pic x(08) comp-x.
          05 filler          pic x(08).
       01 w-call-rc          usage binary-long value zero.
       01 w-remaining        pic 9(12) value zero.
       01 w-hash             usage binary-double value zero.
       01 w-hash-i           pic 9(05) comp value zero.
      *
       01 w-member-header.
          05 mh-tag          pic x(08).
          05 filler          pic x(01) value space.
          05 mh-role         pic x(10).
          05 filler          pic x(01) value space.
          05 mh-size         pic 9(12).
          05 filler          pic x(01) value space.
          05 mh-digest       pic 9(10).
          05 filler          pic x(01) value space.
          05 mh-name         pic x(100).
          05 filler          pic x(112) value spaces.
      *
      *    the resume point.
      *
       01 w-last-msgid       pic x(61) value spaces.
       01 w-spool-depth      pic 9(09) value zero.
       01 w-warehouse-depth  pic 9(09) value zero.
       01 w-depth            pic 9(09) value zero.
       01 w-spool-name       pic x(100) value 'SPOOL.DAT'.
       01 w-warehouse-name   pic x(100) value 'WAREHOUSE.DAT'.
      *
       01 w-counts.
          05 cnt-packed      pic 9(05) value zero.
          05 cnt-absent      pic 9(05) value zero.
          05 cnt-bytes       pic 9(15) value zero.
      *
       01  filler pic x(050)
                  value  'pgm-drpack-ws-end'.
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
           accept w-point-env from environment 'dr_point'
              not on exception
                 move function upper-case(w-point-env) to w-point
           end-accept.
           accept w-package-env from environment 'dr_package_base'
              not on exception
                 move w-package-env to w-package-base
           end-accept.
           accept ws-status-env from environment 'q_status_file'
              not on exception
                 move ws-status-env to ws-status-file
           end-accept.
           accept w-operator-id from environment 'operator_id'
              not on exception
                 continue
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
           if w-point not = 'DRAIN' and w-point not = 'ONDEMAND'
              string 'dr_point must be DRAIN or ONDEMAND'
              delimited by size into err
              perform 3000-end
           end-if
      *
           perform 1010-check-point thru 1010-check-point-exit
           perform 1020-build-members thru 1020-build-members-exit
           perform 1030-resume-point thru 1030-resume-point-exit
      *
           move spaces to ws-package-file ws-contents-file
           string function trim(w-package-base) delimited by size
                  '.' delimited by size
                  w-now delimited by size
             into ws-package-file
           end-string
           string function trim(ws-package-file) delimited by size
                  '.CONTENTS' delimited by size
             into ws-contents-file
           end-string
      *
           perform 2000-pack-members thru 2000-pack-members-exit
           if err = spaces
              perform 2200-write-contents
                 thru 2200-write-contents-exit
           end-if
      *
           perform 3000-end.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the consistent point : a bridge still running changes the
      *    files while they are packed.  no snapshot at all means no
      *    bridge ran here, which is as quiet as it gets.
      * ---------------------------------------------------------------
       1010-check-point.
      *
           open input status-file
           if w-status-status = '00'
              read status-file
                 at end
                    continue
                 not at end
                    move spaces to w-stat-stamp w-stat-state
                    unstring status-record delimited by ','
                        into w-stat-stamp
                             w-stat-state
                    end-unstring
              end-read
              close status-file
           end-if
      *
           display pgm-name ' - bridge state '
                   function trim(w-stat-state) ', packing at '
                   function trim(w-point)
           if w-stat-state (1:5) = 'ENDED' or w-stat-state = 'NONE'
              move 'DRAINED' to w-point
              go to 1010-check-point-exit
           end-if
           if w-point = 'DRAIN'
              string 'the bridge has not drained (state '
                     function trim(w-stat-state)
                     ') -- DRAIN it first, or dr_point=ONDEMAND'
              delimited by size into err
              perform 3000-end
           end-if
           display pgm-name ' - ** ONDEMAND package of a bridge '
                   'that is not drained : files may be mid-update'.
      *
       1010-check-point-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the member list.  each name resolved the way its owner
      *    resolves it.
      * ---------------------------------------------------------------
       1020-build-members.
      *
           move 'STATE' to w-add-role
      *
           move 'CKPTIDX' to w-add-name
           move 'q_ckptidx_file' to w-env-name
           perform 1022-add-indexed thru 1022-add-indexed-exit
           move 'N' to w-add-optional
           move 'CHECKPOINT' to w-add-name
           perform 1021-add-member thru 1021-add-member-exit
           move w-spool-name to w-add-name
           move spaces to w-env-name
           perform 1022-add-indexed thru 1022-add-indexed-exit
           move w-warehouse-name to w-add-name
           perform 1022-add-indexed thru 1022-add-indexed-exit
           move 'REFDATA.DAT' to w-add-name
           move 'q_refdata_file' to w-env-name
           perform 1022-add-indexed thru 1022-add-indexed-exit
           move 'QUOTAUSE' to w-add-name
           move 'q_quotause_file' to w-env-name
           perform 1022-add-indexed thru 1022-add-indexed-exit
           move 'VELACT' to w-add-name
           move 'q_velact_file' to w-env-name
           perform 1022-add-indexed thru 1022-add-indexed-exit
           move 'AUDITPEND' to w-add-name
           move 'q_auditpend_file' to w-env-name
           perform 1023-add-named thru 1023-add-named-exit
           move 'REVIEWS' to w-add-name
           move 'q_review_file' to w-env-name
           perform 1023-add-named thru 1023-add-named-exit
           move 'HANDOVERS' to w-add-name
           move 'handover_file' to w-env-name
           perform 1023-add-named thru 1023-add-named-exit
           move 'OUTCOMES' to w-add-name
           move 'q_outcome_file' to w-env-name
           perform 1023-add-named thru 1023-add-named-exit
           move 'REPAIRS' to w-add-name
           move 'q_repair_file' to w-env-name
           perform 1023-add-named thru 1023-add-named-exit
           move 'SENDERCTL' to w-add-name
           move 'q_senderctl_file' to w-env-name
           perform 1023-add-named thru 1023-add-named-exit
           move 'SUSPENDS' to w-add-name
           move 'q_suspend_file' to w-env-name
           perform 1023-add-named thru 1023-add-named-exit
           move 'MANIFEST' to w-add-name
           perform 1021-add-member thru 1021-add-member-exit
      *
      *    the latest day's online generations.
      *
           move 'GENERATION' to w-add-role
           open input manifest-file
           if w-manifest-status = '00'
              perform until w-manifest-status = '10'
                 read manifest-file
                    at end
                       move '10' to w-manifest-status
                    not at end
                       perform 1024-split-manifest-line
                          thru 1024-split-manifest-line-exit
                       if w-line-date is numeric
                          and w-line-marker = spaces
                          and w-line-date > w-latest-date
                          move w-line-date to w-latest-date
                       end-if
                 end-read
              end-perform
              close manifest-file
              open input manifest-file
              perform until w-manifest-status = '10'
                 read manifest-file
                    at end
                       move '10' to w-manifest-status
                    not at end
                       perform 1024-split-manifest-line
                          thru 1024-split-manifest-line-exit
                       if w-line-date = w-latest-date
                          and w-line-marker = spaces
                          and w-line-name not = spaces
                          move w-line-name to w-add-name
                          perform 1021-add-member
                             thru 1021-add-member-exit
                       end-if
                 end-read
              end-perform
              close manifest-file
           end-if
      *
           move 'CONTROL' to w-add-role
           perform varying w-ctl-i from 1 by 1 until w-ctl-i > 24
              move ctl-name (w-ctl-i) to w-add-name
              move ctl-env (w-ctl-i) to w-env-name
              perform 1023-add-named thru 1023-add-named-exit
           end-perform.
      *
       1020-build-members-exit.
           exit.
      *
       1021-add-member.
      *
           if w-mb-count >= 200
              string 'more than 200 files to pack'
              delimited by size into err
              perform 3000-end
           end-if
           add 1 to w-mb-count
           move w-add-role to mb-role (w-mb-count)
           move w-add-name to mb-name (w-mb-count)
           move w-add-optional to mb-optional (w-mb-count)
           move spaces to mb-state (w-mb-count)
           move zero to mb-size (w-mb-count) mb-digest (w-mb-count).
      *
       1021-add-member-exit.
           exit.
      *
      *    an indexed file : the name itself, and the .idx / .dat
      *    companions where the file handler keeps them -- only
      *    those actually there are listed.
      *
       1022-add-indexed.
      *
           perform 1025-resolve-env thru 1025-resolve-env-exit
           move w-add-name to w-companion
           move 'N' to w-add-optional
           perform 1021-add-member thru 1021-add-member-exit
           move 'Y' to w-add-optional
           move spaces to w-add-name
           string function trim(w-companion) delimited by size
                  '.idx' delimited by size
             into w-add-name
           end-string
           call 'CBL_CHECK_FILE_EXIST' using w-add-name
                                             w-file-details
           returning w-call-rc
           end-call
           if w-call-rc = zero
              perform 1021-add-member thru 1021-add-member-exit
           end-if
           move spaces to w-add-name
           string function trim(w-companion) delimited by size
                  '.dat' delimited by size
             into w-add-name
           end-string
           call 'CBL_CHECK_FILE_EXIST' using w-add-name
                                             w-file-details
           returning w-call-rc
           end-call
           if w-call-rc = zero
              perform 1021-add-member thru 1021-add-member-exit
           end-if
           move 'N' to w-add-optional.
      *
       1022-add-indexed-exit.
           exit.
      *
       1023-add-named.
      *
           perform 1025-resolve-env thru 1025-resolve-env-exit
           move 'N' to w-add-optional
           perform 1021-add-member thru 1021-add-member-exit.
      *
       1023-add-named-exit.
           exit.
      *
       1024-split-manifest-line.
      *
           move spaces to w-line-date w-line-name w-line-marker
           unstring manifest-record delimited by all ' '
               into w-line-date
                    w-line-name
                    w-line-marker
           end-unstring.
      *
       1024-split-manifest-line-exit.
           exit.
      *
       1025-resolve-env.
      *
           if w-env-name = spaces
              go to 1025-resolve-env-exit
           end-if
           move spaces to w-env-value
           accept w-env-value from environment w-env-name
              not on exception
                 if w-env-value not = spaces
                    move w-env-value to w-add-name
                 end-if
           end-accept.
      *
       1025-resolve-env-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the resume point : the last msgid CHECKPOINT recorded as
      *    disposed of, and what the spool and the warehouse hold.
      * ---------------------------------------------------------------
       1030-resume-point.
      *
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
           move w-spool-name to ws-archive-file
           perform 1031-count-store thru 1031-count-store-exit
           move w-depth to w-spool-depth
           move w-warehouse-name to ws-archive-file
           perform 1031-count-store thru 1031-count-store-exit
           move w-depth to w-warehouse-depth
      *
           display pgm-name ' - resume point : last checkpointed '
                   'msgid ' function trim(w-last-msgid)
           display pgm-name ' - spool depth ' w-spool-depth
                   ', warehouse depth ' w-warehouse-depth.
      *
       1030-resume-point-exit.
           exit.
      *
       1031-count-store.
      *
           move zero to w-depth
           open input archive-file
           if w-archive-status not = '00'
              go to 1031-count-store-exit
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
       1031-count-store-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the package : every member that exists, header then
      *    bytes, digested on the way through.
      * ---------------------------------------------------------------
       2000-pack-members.
      *
           call 'CBL_CREATE_FILE' using ws-package-file w-bs-write
                                        w-bs-deny w-bs-device
                                        w-pk-handle
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'can not create the package '
                     function trim(ws-package-file)
              delimited by size into err
              go to 2000-pack-members-exit
           end-if
           move zero to w-pk-offset
      *
           perform 2010-pack-one-member
              thru 2010-pack-one-member-exit
              varying w-mb-i from 1 by 1
              until w-mb-i > w-mb-count or err not = spaces
      *
           move spaces to w-member-header
           move 'DREND' to mh-tag
           move 'END' to mh-role
           move cnt-packed to mh-size
           move zero to mh-digest
           move function trim(ws-package-file) to mh-name
           move 256 to w-chunk
           call 'CBL_WRITE_FILE' using w-pk-handle w-pk-offset
                                       w-chunk w-bs-flags
                                       w-member-header
           returning w-call-rc
           end-call
           call 'CBL_CLOSE_FILE' using w-pk-handle
           end-call
      *
      *    a package that failed part way must not be mistaken for
      *    one that can be restored.
      *
           if err not = spaces
              call 'CBL_DELETE_FILE' using ws-package-file
              returning w-call-rc
              end-call
           end-if.
      *
       2000-pack-members-exit.
           exit.
      *
       2010-pack-one-member.
      *
           call 'CBL_CHECK_FILE_EXIST' using mb-name (w-mb-i)
                                             w-file-details
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              move 'ABSENT' to mb-state (w-mb-i)
              add 1 to cnt-absent
              display '  absent  ' mb-role (w-mb-i) ' '
                      function trim(mb-name (w-mb-i))
              go to 2010-pack-one-member-exit
           end-if
           move w-fd-size to mb-size (w-mb-i)
      *
      *    the digest first, so the header can carry it.
      *
           call 'CBL_OPEN_FILE' using mb-name (w-mb-i) w-bs-read
                                      w-bs-deny w-bs-device
                                      w-in-handle
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'can not read ' function trim(mb-name (w-mb-i))
              delimited by size into err
              go to 2010-pack-one-member-exit
           end-if
           move zero to w-hash w-in-offset
           move mb-size (w-mb-i) to w-remaining
           perform 2020-digest-chunk thru 2020-digest-chunk-exit
              until w-remaining = zero or err not = spaces
           move w-hash to mb-digest (w-mb-i)
      *
           move spaces to w-member-header
           move 'DRMEMBER' to mh-tag
           move mb-role (w-mb-i) to mh-role
           move mb-size (w-mb-i) to mh-size
           move mb-digest (w-mb-i) to mh-digest
           move mb-name (w-mb-i) to mh-name
           move 256 to w-chunk
           call 'CBL_WRITE_FILE' using w-pk-handle w-pk-offset
                                       w-chunk w-bs-flags
                                       w-member-header
           returning w-call-rc
           end-call
           add 256 to w-pk-offset
      *
           move zero to w-in-offset
           move mb-size (w-mb-i) to w-remaining
           perform 2030-copy-chunk thru 2030-copy-chunk-exit
              until w-remaining = zero or err not = spaces
           call 'CBL_CLOSE_FILE' using w-in-handle
           end-call
           if err not = spaces
              go to 2010-pack-one-member-exit
           end-if
      *
           move 'PACKED' to mb-state (w-mb-i)
           add 1 to cnt-packed
           add mb-size (w-mb-i) to cnt-bytes
           display '  packed  ' mb-role (w-mb-i) ' '
                   mb-size (w-mb-i) ' ' mb-digest (w-mb-i) ' '
                   function trim(mb-name (w-mb-i)).
      *
       2010-pack-one-member-exit.
           exit.
      *
       2020-digest-chunk.
      *
           if w-remaining > 4096
              move 4096 to w-chunk
           else
              move w-remaining to w-chunk
           end-if
           call 'CBL_READ_FILE' using w-in-handle w-in-offset
                                      w-chunk w-bs-flags w-buffer
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              string 'read failed in ' function trim(mb-name (w-mb-i))
              delimited by size into err
              go to 2020-digest-chunk-exit
           end-if
           perform varying w-hash-i from 1 by 1
                   until w-hash-i > w-chunk
              compute w-hash = function mod
                      (w-hash * 31
                       + function ord (w-buffer (w-hash-i:1)),
                       1000000007)
           end-perform
           add w-chunk to w-in-offset
           subtract w-chunk from w-remaining.
      *
       2020-digest-chunk-exit.
           exit.
      *
       2030-copy-chunk.
      *
           if w-remaining > 4096
              move 4096 to w-chunk
           else
              move w-remaining to w-chunk
           end-if
           call 'CBL_READ_FILE' using w-in-handle w-in-offset
                                      w-chunk w-bs-flags w-buffer
           returning w-call-rc
           end-call
           if w-call-rc = zero
              call 'CBL_WRITE_FILE' using w-pk-handle w-pk-offset
                                          w-chunk w-bs-flags w-buffer
              returning w-call-rc
              end-call
           end-if
           if w-call-rc not = zero
              string 'packing failed in '
                     function trim(mb-name (w-mb-i))
              delimited by size into err
              go to 2030-copy-chunk-exit
           end-if
           add w-chunk to w-in-offset w-pk-offset
           subtract w-chunk from w-remaining.
      *
       2030-copy-chunk-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the contents list, written last : a package without one
      *    is a package that did not finish.
      * ---------------------------------------------------------------
       2200-write-contents.
      *
           open output contents-file
           if w-contents-status not = '00'
              string 'can not write ' function trim(ws-contents-file)
                     ', status ' w-contents-status
              delimited by size into err
              go to 2200-write-contents-exit
           end-if
           move spaces to contents-record
           string 'PACKAGE ' delimited by size
                  w-now delimited by size
                  ' POINT=' delimited by size
                  function trim(w-point) delimited by size
                  ' STATE=' delimited by size
                  function trim(w-stat-state) delimited by size
                  ' OPER=' delimited by size
                  w-operator-id delimited by size
             into contents-record
           end-string
           write contents-record
      *
           perform varying w-mb-i from 1 by 1
                   until w-mb-i > w-mb-count
              move spaces to contents-record
              evaluate true
                 when mb-state (w-mb-i) = 'PACKED'
                    string 'MEMBER ' delimited by size
                           mb-role (w-mb-i) delimited by size
                           ' ' delimited by size
                           mb-size (w-mb-i) delimited by size
                           ' ' delimited by size
                           mb-digest (w-mb-i) delimited by size
                           ' ' delimited by size
                           function trim(mb-name (w-mb-i))
                              delimited by size
                      into contents-record
                    end-string
                    write contents-record
                 when mb-optional (w-mb-i) not = 'Y'
                    string 'ABSENT ' delimited by size
                           mb-role (w-mb-i) delimited by size
                           ' ' delimited by size
                           function trim(mb-name (w-mb-i))
                              delimited by size
                      into contents-record
                    end-string
                    write contents-record
              end-evaluate
           end-perform
      *
           move spaces to contents-record
           string 'RESUME LASTMSGID=' delimited by size
                  function trim(w-last-msgid) delimited by size
                  ' SPOOL=' delimited by size
                  w-spool-depth delimited by size
                  ' WAREHOUSE=' delimited by size
                  w-warehouse-depth delimited by size
             into contents-record
           end-string
           write contents-record
           move spaces to contents-record
           string 'END MEMBERS=' delimited by size
                  cnt-packed delimited by size
                  ' BYTES=' delimited by size
                  cnt-bytes delimited by size
             into contents-record
           end-string
           write contents-record
           close contents-file.
      *
       2200-write-contents-exit.
           exit.
      *
       3000-end.
      *
           display 'end   : ' pgm-name.
      *
           if err not = spaces then
              display pgm-name ' - ' err
              move 8 to return-code
           else
              display pgm-name ' - package '
                      function trim(ws-package-file)
                      ' : ' cnt-packed ' file(s), ' cnt-bytes
                      ' byte(s), ' cnt-absent ' absent'
              move 0 to return-code
           end-if.
      *
           goback.
      *
       3000-end-exit.
           exit.
      *
       end program drpack.
