      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      erasure.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    right-to-erasure : a customer asks to be forgotten, and a
      *    message that named them has been copied into every store
      *    the bridge keeps.  this program takes the customer's
      *    identifier (erase_value : an account number, or the value
      *    of a JSON field), finds every copy that carries it and
      *    overwrites the identifier in place with '*', one star per
      *    character, the way the payload masking rules star a card
      *    number -- so lengths, keys and the envelope are untouched
      *    and every reader keeps working on the redacted copy.
      *
      *    the stores searched, in this order :
      *
      *      ARCHIVE    - every archive generation MANIFEST lists
      *                   (online, or at its COLD path ; RETIRED
      *                   ones are gone already).  an encrypted
      *                   payload is decrypted with its ring key,
      *                   redacted and encrypted again under the same
      *                   key ; WW10-CHECKSUM is stamped afresh over
      *                   the stored bytes so archcheck still passes.
      *      QUARANTINE - the dlqpolicy quarantine generation of each
      *                   day MANIFEST knows (dlq_quarantine_file).
      *      SPOOL      - the offline spool (q_spool_file).
      *      WAREHOUSE  - the deliverAfter warehouse
      *                   (q_warehouse_file).
      *      AUDITPEND  - MESSAGE_AUDIT rows waiting for AUDITLOAD
      *                   (q_auditpend_file).
      *      EXTRACT    - partner extract generations in MANIFEST :
      *                   the 80-byte payload excerpt of a DTL line.
      *      LEDGER     - posting ledger generations in MANIFEST :
      *                   the account and narrative of a posting,
      *                   amounts kept.
      *      AUDITDB    - MESSAGE_AUDIT payloads, through ERASEDB.
      *
      *    erase_field narrows the payload stores : a payload is
      *    taken only when that flat JSON field holds the value, and
      *    every occurrence of the value in it is then redacted.
      *    the extract excerpt and the ledger carry no JSON, so
      *    there the value alone decides.
      *
      *    a copy under an ACTIVE legal hold (LEGALHOLD register,
      *    legal_hold_file) is left exactly as it is and listed with
      *    the hold that kept it : the day of the copy inside the
      *    hold's days, and the hold's msgid/uuid, where given,
      *    those of the copy.
      *
      *    erase_action selects the run :
      *
      *      SCAN  - list every copy that would be redacted, change
      *              nothing.  the default ; one operator will do.
      *      ERASE - redact.  destroying data needs operator_id,
      *              confirm_operator (a different operator) and
      *              confirm_code = today's date, the same two-person
      *              control as dlqtool PURGE, and writes a line to
      *              the operations log (ops_log_file, default
      *              OPSLOG), refusals included.  the operator signs
      *              on through opsignon.cob against the operator
      *              registry, as in dlqtool : operator_id with its
      *              PIN in operator_pin and the SUPERVISOR role,
      *              and the countersigner with confirm_pin.
      *
      *    ERASE writes the erasure certificate, ERASECERT (base
      *    overridable from erase_cert_file) + '.' + the run stamp :
      *    who ran it and who countersigned, the identifier as its
      *    length and digest only -- the certificate must not become
      *    one more copy of what was erased -- one line per copy
      *    touched, one per copy a legal hold kept, one per store or
      *    record that could not be searched, and the totals.  a run
      *    that could not search everything ends rc 4, and its
      *    certificate says INCOMPLETE.
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
      *    one archive-shaped file at a time : the archive, the
      *    quarantine, the spool and the warehouse all share the
      *    fd-archive.cpy layout and its keys.
      *
           select archive-file assign to disk
                  organization is indexed
                  access mode is sequential
                  record key is ww10-msgid
                  alternate record key is ww10-uuid
                     with duplicates
                  file status is w-archive-status.
      *
      *    one line-sequential generation at a time (extract or
      *    ledger), copied across to flat-new with its redactions.
      *
           select flat-file assign to ws-flat-file
                  organization line sequential
                  file status is w-flat-status.
      *
           select flat-new assign to ws-flat-new
                  organization line sequential
                  file status is w-flat-new-status.
      *
           select auditpend-file assign to ws-auditpend-file
                  organization sequential
                  file status is w-auditpend-status.
      *
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is w-manifest-status.
      *
           select archkeys-file assign to ws-archkeys-file
                  organization line sequential
                  file status is w-archkeys-status.
      *
           select hold-file assign to ws-hold-file
                  organization line sequential
                  file status is w-hold-status.
      *
           select cert-file assign to ws-cert-file
                  organization line sequential
                  file status is w-cert-status.
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
           copy "fd-archive.cpy".
      *
       fd  flat-file.
       01  flat-record    pic x(260).
      *
       fd  flat-new.
       01  flat-new-record pic x(260).
      *
           copy "fd-auditpend.cpy".
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       fd  archkeys-file.
       01  archkeys-line  pic x(50).
      *
       fd  hold-file.
       01  hold-record    pic x(335).
      *
       fd  cert-file.
       01  cert-record    pic x(200).
      *
       fd  opslog-file.
       01  opslog-record  pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-erasure-ws-start'.
       01 pgm-name pic x(15)
                 value 'erasure.cob'.
      *
       01 err pic x(100).
      *
       01 w-action           pic x(10) value 'SCAN'.
           88 action-is-erase      value 'ERASE'.
       01 w-action-env       pic x(10).
      *
      *    the identifier, and the optional JSON field narrowing it.
      *
       01 w-value            pic x(64) value spaces.
       01 w-value-len        pic 9(03) value zero.
       01 w-field            pic x(32) value spaces.
       01 w-stars            pic x(64) value all '*'.
      *
      *    store names, each overridable the way its writer's is.
      *
           copy "fd-archive-ws.cpy".
       01 ws-archive-file    pic x(100) value spaces.
       01 w-archive-status   pic x(02) value '00'.
       01 w-archive-base     pic x(100) value 'ARCHIVE.DAT'.
       01 w-extract-base     pic x(100) value 'EXTRACT'.
       01 w-ledger-base      pic x(100) value 'LEDGER'.
       01 w-quarantine-base  pic x(100) value 'QUARANT.DAT'.
       01 w-spool-name       pic x(100) value 'SPOOL.DAT'.
       01 w-warehouse-name   pic x(100) value 'WAREHOUSE.DAT'.
       01 w-name-env         pic x(100).
       01 ws-flat-file       pic x(100) value spaces.
       01 ws-flat-new        pic x(100) value spaces.
       01 ws-flat-old        pic x(100) value spaces.
       01 w-flat-status      pic x(02) value '00'.
       01 w-flat-new-status  pic x(02) value '00'.
       01 ws-auditpend-file  pic x(100) value 'AUDITPEND'.
       01 w-auditpend-status pic x(02) value '00'.
       01 w-manifest-status  pic x(02) value '00'.
       01 w-call-rc          usage binary-long value zero.
      *
      *    the MANIFEST line being worked, split as genhouse splits
      *    it, and the store it names.
      *
       01 w-line-date        pic x(08).
       01 w-line-name        pic x(100).
       01 w-line-marker      pic x(08).
       01 w-line-path        pic x(100).
       01 w-prefix           pic x(101).
       01 w-prefix-len       pic 9(03) value zero.
       01 w-store            pic x(10) value spaces.
       01 w-store-file       pic x(100) value spaces.
      *
      *    quarantine generations are not in MANIFEST : each day
      *    MANIFEST names is tried once.
      *
       01 w-qd-count         pic 9(04) value zero.
       01 w-qd-table.
          05 qd-date occurs 4000 times pic x(08).
       01 w-qd-i             pic 9(04) value zero.
       01 w-qd-seen-sw       pic x value 'N'.
           88 qd-day-seen          value 'Y'.
      *
      *    the key ring, loaded the way archextract loads it.
      *
       01 ws-archkeys-file   pic x(100) value 'ARCHKEYS'.
       01 ws-archkeys-env    pic x(100).
       01 w-archkeys-status  pic x(02) value '00'.
       01 w-key-tab-count    pic 9(02) value zero.
       01 w-key-table.
          05 w-key-entry occurs 20 times.
             10 key-id       pic x(08).
             10 key-text     pic x(32).
       01 w-key-i            pic 9(02) value zero.
       01 w-key-found        pic x(32) value spaces.
       01 w-crypt-len        usage binary-long value zero.
      *
      *    the archive checksum, archcheck's rolling hash.
      *
       01 w-hash             usage binary-double value zero.
       01 w-hash-i           pic 9(05) comp value zero.
      *
      *    the active legal holds, as genhouse loads them.
      *
       01 ws-hold-file       pic x(100) value 'LEGALHOLD'.
       01 ws-hold-env        pic x(100).
       01 w-hold-status      pic x(02) value '00'.
       01 w-hl-count         pic 9(03) value zero.
       01 w-hl-table.
          05 hl-entry occurs 500 times pic x(335).
       01 w-hl-i             pic 9(03) value zero.
       01 w-hl-found         pic 9(03) value zero.
           copy "ww41-hold.cpy".
      *
      *    one copy being examined : its searchable bytes, its day
      *    and keys for the hold check, and what was found.
      *
       01 w-buf              pic x(4096).
       01 w-buf-len          pic 9(05) value zero.
       01 w-copy-date        pic x(08).
       01 w-copy-msgid       pic x(61).
       01 w-copy-uuid        pic x(61).
       01 w-hits             pic 9(05) value zero.
       01 w-scan-i           pic 9(05) comp value zero.
       01 w-scan-j           pic 9(05) comp value zero.
       01 w-value-i          pic 9(05) comp value zero.
       01 w-field-namelen    pic 9(02) comp value zero.
       01 w-field-value      pic x(64).
       01 w-field-found-sw   pic x value 'N'.
           88 field-found          value 'Y'.
       01 w-redact-sw        pic x value 'N'.
           88 redact-now           value 'Y'.
       01 w-eof-sw           pic x value 'N'.
           88 store-eof            value 'Y'.
       01 w-file-changed     pic 9(07) value zero.
       01 w-file-nokey       pic 9(07) value zero.
      *
      *    MESSAGE_AUDIT through ERASEDB, one row at a time.
      *
       01 w-db-action        pic x(06).
       01 w-db-msgid         pic x(61).
       01 w-db-uuid          pic x(61).
       01 w-db-stamp         pic x(16).
       01 w-db-payload       pic x(4096).
       01 w-db-failed        pic 9 value zero.
      *
      *    the certificate.
      *
       01 ws-cert-file       pic x(100) value 'ERASECERT'.
       01 ws-cert-env        pic x(100).
       01 w-cert-status      pic x(02) value '00'.
       01 w-cert-open-sw     pic x value 'N'.
           88 cert-is-open         value 'Y'.
       01 w-cert-line        pic x(200).
       01 w-cert-ptr         pic 9(03) value zero.
       01 w-hits-disp        pic z(4)9.
       01 w-digest           usage binary-double value zero.
       01 w-digest-disp      pic 9(10).
       01 w-incomplete-sw    pic x value 'N'.
           88 run-incomplete       value 'Y'.
      *
       01 w-counts.
          05 cnt-files       pic 9(07) value zero.
          05 cnt-records     pic 9(09) value zero.
          05 cnt-copies      pic 9(07) value zero.
          05 cnt-occurs      pic 9(09) value zero.
          05 cnt-held        pic 9(07) value zero.
          05 cnt-nokey       pic 9(07) value zero.
          05 cnt-unsearched  pic 9(07) value zero.
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
                  value  'pgm-erasure-ws-end'.
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
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept w-action-env from environment 'erase_action'
              not on exception
                 move function upper-case(w-action-env) to w-action
           end-accept.
           accept w-value from environment 'erase_value'
              not on exception
                 continue
           end-accept.
           accept w-field from environment 'erase_field'
              not on exception
                 continue
           end-accept.
           accept w-name-env from environment 'q_archive_file'
              not on exception
                 move w-name-env to w-archive-base
           end-accept.
           accept w-name-env from environment 'extract_file'
              not on exception
                 move w-name-env to w-extract-base
           end-accept.
           accept w-name-env from environment 'q_ledger_file'
              not on exception
                 move w-name-env to w-ledger-base
           end-accept.
           accept w-name-env from environment 'dlq_quarantine_file'
              not on exception
                 move w-name-env to w-quarantine-base
           end-accept.
           accept w-name-env from environment 'q_spool_file'
              not on exception
                 move w-name-env to w-spool-name
           end-accept.
           accept w-name-env from environment 'q_warehouse_file'
              not on exception
                 move w-name-env to w-warehouse-name
           end-accept.
           accept w-name-env from environment 'q_auditpend_file'
              not on exception
                 move w-name-env to ws-auditpend-file
           end-accept.
           accept ws-hold-env from environment 'legal_hold_file'
              not on exception
                 move ws-hold-env to ws-hold-file
           end-accept.
           accept ws-cert-env from environment 'erase_cert_file'
              not on exception
                 move ws-cert-env to ws-cert-file
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
           if w-action not = 'SCAN' and not action-is-erase
              string 'erase_action must be SCAN or ERASE'
              delimited by size into err
              perform 3000-end
           end-if
      *
      *    nothing is looked at before the second operator's
      *    countersignature is in place.
      *
           if action-is-erase
              perform 1003-sign-on thru 1003-sign-on-exit
              perform 1002-check-two-person
                 thru 1002-check-two-person-exit
           end-if
      *
           move function trim(w-value) to w-value
           if w-value = spaces
              string 'erase_value is required'
              delimited by size into err
              perform 3000-end
           end-if
           move function length(function trim(w-value))
             to w-value-len
      *
      *    an identifier this short would star half the archive.
      *
           if w-value-len < 4
              string 'erase_value must be at least 4 characters'
              delimited by size into err
              perform 3000-end
           end-if
      *
           perform 1010-load-holds thru 1010-load-holds-exit
           perform 1020-load-archkeys thru 1020-load-archkeys-exit
           perform 1030-open-certificate
              thru 1030-open-certificate-exit
      *
           perform 2000-manifest-stores
              thru 2000-manifest-stores-exit
      *
           move 'SPOOL' to w-store
           move w-spool-name to w-store-file
           perform 2100-indexed-store thru 2100-indexed-store-exit
           move 'WAREHOUSE' to w-store
           move w-warehouse-name to w-store-file
           perform 2100-indexed-store thru 2100-indexed-store-exit
      *
           perform 2400-auditpend-store
              thru 2400-auditpend-store-exit
           perform 2500-audit-table
              thru 2500-audit-table-exit
      *
           perform 2900-close-certificate
              thru 2900-close-certificate-exit
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
              string 'erasure refused : operator_id not set'
              delimited by size into err
              perform 3000-end
           end-if
           if w-confirm-oper = spaces
              or w-confirm-oper = w-operator-id then
              string 'erasure refused : a second operator '
                     'must countersign'
              delimited by size into err
              perform 3000-end
           end-if
           if w-confirm-code not = w-today then
              string 'erasure refused : confirm_code is not '
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
              string 'erasure refused : countersign by '
                     w-confirm-oper ' - ' ww46-msg
              delimited by size into err
              perform 3000-end
           end-if
           display pgm-name ' - ERASE countersigned by '
                   w-confirm-oper.
      *
       1002-check-two-person-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    sign-on : the operator against the registry ; erasing
      *    needs the SUPERVISOR role.
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
           move 'erasure' to ww46-tool
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
      *    the active holds.  a register that can not be read stops
      *    the run before anything is touched : erasing what legal
      *    holds is the one mistake this program must not make.
      * ---------------------------------------------------------------
       1010-load-holds.
      *
           open input hold-file
           if w-hold-status = '35'
              go to 1010-load-holds-exit
           end-if
           if w-hold-status not = '00'
              string 'can not read the legal hold register, status '
                     w-hold-status
              delimited by size into err
              perform 3000-end
           end-if
           perform until w-hold-status = '10'
              read hold-file
                 at end
                    move '10' to w-hold-status
                 not at end
                    move hold-record to WW41-HOLD
                    if hold-record not = spaces
                       and hold-record (1:1) not = '*'
                       and WW41-IS-ACTIVE
                       if w-hl-count >= 500
                          close hold-file
                          string 'more than 500 active legal holds'
                          delimited by size into err
                          perform 3000-end
                       end-if
                       add 1 to w-hl-count
                       move hold-record to hl-entry (w-hl-count)
                    end-if
              end-read
           end-perform
           close hold-file
           display pgm-name ' - ' w-hl-count
                   ' active legal hold(s) from '
                   function trim(ws-hold-file).
      *
       1010-load-holds-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the key ring : keyid,key lines, comments and blanks
      *    skipped -- archextract's loader.  a record whose key is
      *    not on the ring can not be searched, and is counted.
      * ---------------------------------------------------------------
       1020-load-archkeys.
      *
           accept ws-archkeys-env from environment 'q_archkeys_file'
              not on exception
                 move ws-archkeys-env to ws-archkeys-file
           end-accept
           open input archkeys-file
           if w-archkeys-status not = '00'
              go to 1020-load-archkeys-exit
           end-if
           perform until w-archkeys-status = '10'
              read archkeys-file
                 at end
                    move '10' to w-archkeys-status
                 not at end
                    if archkeys-line not = spaces
                       and archkeys-line (1:1) not = '*'
                       and w-key-tab-count < 20
                       add 1 to w-key-tab-count
                       unstring archkeys-line delimited by ','
                           into key-id (w-key-tab-count)
                                key-text (w-key-tab-count)
                       end-unstring
                    end-if
              end-read
           end-perform
           close archkeys-file.
      *
       1020-load-archkeys-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the certificate header.  the identifier goes in as its
      *    length and digest (archcheck's rolling hash over the
      *    value) : enough for legal to tie the certificate to the
      *    request, never the identifier itself.
      * ---------------------------------------------------------------
       1030-open-certificate.
      *
           move zero to w-digest
           perform varying w-hash-i from 1 by 1
                   until w-hash-i > w-value-len
              compute w-digest = function mod
                      (w-digest * 31
                       + function ord (w-value (w-hash-i:1)),
                       1000000007)
           end-perform
           move w-digest to w-digest-disp
      *
           if not action-is-erase
              display pgm-name ' - SCAN : nothing is changed, the '
                      'copies below are what ERASE would redact'
              go to 1030-open-certificate-exit
           end-if
      *
           move ws-cert-file to w-line-name
           move spaces to ws-cert-file
           string function trim(w-line-name) delimited by size
                  '.'                        delimited by size
                  w-now                      delimited by size
             into ws-cert-file
           end-string
           open output cert-file
           if w-cert-status not = '00'
              string 'can not open the erasure certificate, status '
                     w-cert-status
              delimited by size into err
              perform 3000-end
           end-if
           set cert-is-open to true
      *
           move spaces to w-cert-line
           string 'ERASURE CERTIFICATE ' delimited by size
                  w-now                  delimited by size
             into w-cert-line
           end-string
           perform 2950-cert-line thru 2950-cert-line-exit
           move spaces to w-cert-line
           string 'OPERATOR ' delimited by size
                  w-operator-id delimited by size
                  ' COUNTERSIGNED BY ' delimited by size
                  w-confirm-oper delimited by size
             into w-cert-line
           end-string
           perform 2950-cert-line thru 2950-cert-line-exit
           move spaces to w-cert-line
           move w-value-len to w-hits-disp
           if w-field = spaces
              string 'IDENTIFIER LENGTH ' delimited by size
                     function trim(w-hits-disp) delimited by size
                     ' DIGEST ' delimited by size
                     w-digest-disp delimited by size
                into w-cert-line
              end-string
           else
              string 'IDENTIFIER LENGTH ' delimited by size
                     function trim(w-hits-disp) delimited by size
                     ' DIGEST ' delimited by size
                     w-digest-disp delimited by size
                     ' FIELD ' delimited by size
                     function trim(w-field) delimited by size
                into w-cert-line
              end-string
           end-if
           perform 2950-cert-line thru 2950-cert-line-exit.
      *
       1030-open-certificate-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the generation files : every MANIFEST line naming an
      *    archive, extract or ledger generation, and the quarantine
      *    generation of each day seen.
      * ---------------------------------------------------------------
       2000-manifest-stores.
      *
           open input manifest-file
           if w-manifest-status = '35'
              display pgm-name ' - no MANIFEST, no generation files'
              go to 2000-manifest-stores-exit
           end-if
           if w-manifest-status not = '00'
              move spaces to w-cert-line
              string 'UNSEARCHED MANIFEST status ' delimited by size
                     w-manifest-status delimited by size
                into w-cert-line
              end-string
              perform 2960-unsearched thru 2960-unsearched-exit
              go to 2000-manifest-stores-exit
           end-if
           perform until w-manifest-status = '10'
              read manifest-file
                 at end
                    move '10' to w-manifest-status
                 not at end
                    perform 2010-manifest-line
                       thru 2010-manifest-line-exit
              end-read
           end-perform
           close manifest-file.
      *
       2000-manifest-stores-exit.
           exit.
      *
       2010-manifest-line.
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
              go to 2010-manifest-line-exit
           end-if
           if w-line-marker = 'COLD' and w-line-path not = spaces
              move w-line-path to w-store-file
           else
              move w-line-name to w-store-file
           end-if
      *
           move w-archive-base to w-prefix
           perform 2020-name-has-prefix
              thru 2020-name-has-prefix-exit
           if w-prefix-len > zero
              move 'ARCHIVE' to w-store
              perform 2100-indexed-store
                 thru 2100-indexed-store-exit
              perform 2030-quarantine-of-day
                 thru 2030-quarantine-of-day-exit
              go to 2010-manifest-line-exit
           end-if
           move w-extract-base to w-prefix
           perform 2020-name-has-prefix
              thru 2020-name-has-prefix-exit
           if w-prefix-len > zero
              move 'EXTRACT' to w-store
              perform 2300-flat-store thru 2300-flat-store-exit
              go to 2010-manifest-line-exit
           end-if
           move w-ledger-base to w-prefix
           perform 2020-name-has-prefix
              thru 2020-name-has-prefix-exit
           if w-prefix-len > zero
              move 'LEDGER' to w-store
              perform 2300-flat-store thru 2300-flat-store-exit
           end-if.
      *
       2010-manifest-line-exit.
           exit.
      *
      *    w-prefix-len comes back zero unless the MANIFEST name is
      *    the base name + '.' + something.
      *
       2020-name-has-prefix.
      *
           move function length(function trim(w-prefix))
             to w-prefix-len
           move '.' to w-prefix (w-prefix-len + 1:1)
           add 1 to w-prefix-len
           if w-line-name (1:w-prefix-len)
              not = w-prefix (1:w-prefix-len)
              move zero to w-prefix-len
           end-if.
      *
       2020-name-has-prefix-exit.
           exit.
      *
       2030-quarantine-of-day.
      *
           move 'N' to w-qd-seen-sw
           perform varying w-qd-i from 1 by 1
                   until w-qd-i > w-qd-count or qd-day-seen
              if qd-date (w-qd-i) = w-line-date
                 set qd-day-seen to true
              end-if
           end-perform
           if qd-day-seen or w-qd-count >= 4000
              go to 2030-quarantine-of-day-exit
           end-if
           add 1 to w-qd-count
           move w-line-date to qd-date (w-qd-count)
      *
           move spaces to w-store-file
           string function trim(w-quarantine-base) delimited by size
                  '.'                              delimited by size
                  w-line-date                      delimited by size
             into w-store-file
           end-string
           move 'QUARANTINE' to w-store
           perform 2100-indexed-store thru 2100-indexed-store-exit.
      *
       2030-quarantine-of-day-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one archive-shaped file, read front to back ; a copy that
      *    carries the identifier is rewritten in place.  a file
      *    that is not there held nothing ; one that will not open
      *    is listed as not searched.
      * ---------------------------------------------------------------
       2100-indexed-store.
      *
           move w-store-file to ws-archive-file
           if action-is-erase
              open i-o archive-file
           else
              open input archive-file
           end-if
           if w-archive-status = '35'
              go to 2100-indexed-store-exit
           end-if
           if w-archive-status not = '00'
              move spaces to w-cert-line
              string 'UNSEARCHED ' delimited by size
                     w-store delimited by size
                     ' ' delimited by size
                     function trim(w-store-file) delimited by size
                     ' status ' delimited by size
                     w-archive-status delimited by size
                into w-cert-line
              end-string
              perform 2960-unsearched thru 2960-unsearched-exit
              go to 2100-indexed-store-exit
           end-if
      *
           add 1 to cnt-files
           move zero to w-file-changed w-file-nokey
           move 'N' to w-eof-sw
           perform 2110-indexed-record thru 2110-indexed-record-exit
              until store-eof
           close archive-file
      *
           if w-file-nokey > zero
              move spaces to w-cert-line
              move w-file-nokey to w-hits-disp
              string 'UNSEARCHED ' delimited by size
                     w-store delimited by size
                     ' ' delimited by size
                     function trim(w-store-file) delimited by size
                     ' : ' delimited by size
                     function trim(w-hits-disp) delimited by size
                     ' record(s) under a key not on the ring'
                     delimited by size
                into w-cert-line
              end-string
              perform 2960-unsearched thru 2960-unsearched-exit
           end-if.
      *
       2100-indexed-store-exit.
           exit.
      *
       2110-indexed-record.
      *
           read archive-file next
              at end
                 set store-eof to true
                 go to 2110-indexed-record-exit
           end-read
           add 1 to cnt-records
           if ww10-msglen = zero
              go to 2110-indexed-record-exit
           end-if
      *
      *    the payload in clear : decrypted in the work buffer, the
      *    record itself left as read until there is something to
      *    write back.
      *
           move ww10-message (1:ww10-msglen) to w-buf
           move ww10-msglen to w-buf-len
           move spaces to w-key-found
           if ww10-keyid not = spaces
              perform varying w-key-i from 1 by 1
                      until w-key-i > w-key-tab-count
                 if key-id (w-key-i) = ww10-keyid
                    move key-text (w-key-i) to w-key-found
                 end-if
              end-perform
              if w-key-found = spaces
                 add 1 to w-file-nokey
                 add 1 to cnt-nokey
                 go to 2110-indexed-record-exit
              end-if
              move w-buf-len to w-crypt-len
              call 'archcrypt' using
                   by reference w-buf,
                   by reference w-crypt-len,
                   by reference w-key-found
              end-call
           end-if
      *
           move ww10-date (1:8) to w-copy-date
           move ww10-msgid to w-copy-msgid
           move ww10-uuid to w-copy-uuid
           perform 5000-examine-payload
              thru 5000-examine-payload-exit
           if not redact-now
              go to 2110-indexed-record-exit
           end-if
      *
      *    back under the same key, checksum stamped afresh over
      *    the stored bytes where the record carries one.
      *
           if w-key-found not = spaces
              call 'archcrypt' using
                   by reference w-buf,
                   by reference w-crypt-len,
                   by reference w-key-found
              end-call
           end-if
           move w-buf (1:w-buf-len) to ww10-message (1:ww10-msglen)
           if ww10-checksum not = zero
              move zero to w-hash
              perform varying w-hash-i from 1 by 1
                      until w-hash-i > ww10-msglen
                 compute w-hash = function mod
                         (w-hash * 31
                          + function ord
                            (ww10-message (w-hash-i:1)),
                          1000000007)
              end-perform
              move w-hash to ww10-checksum
           end-if
           rewrite ww10-archive-data
              invalid key
                 move spaces to w-cert-line
                 string 'UNSEARCHED ' delimited by size
                        w-store delimited by size
                        ' ' delimited by size
                        function trim(w-store-file) delimited by size
                        ' rewrite failed ' delimited by size
                        function trim(ww10-msgid) delimited by size
                   into w-cert-line
                 end-string
                 perform 2960-unsearched thru 2960-unsearched-exit
                 go to 2110-indexed-record-exit
           end-rewrite
           perform 2970-copy-erased thru 2970-copy-erased-exit.
      *
       2110-indexed-record-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one line-sequential generation (extract or ledger).  the
      *    lines are copied across to base.ERASE with their
      *    redactions, and the copy swapped in the way genhouse
      *    swaps MANIFEST : the original set aside, the new copy
      *    given the live name, the original only then deleted.
      *    SCAN reads and copies nothing.
      * ---------------------------------------------------------------
       2300-flat-store.
      *
           move w-store-file to ws-flat-file
           open input flat-file
           if w-flat-status = '35'
              go to 2300-flat-store-exit
           end-if
           if w-flat-status not = '00'
              move spaces to w-cert-line
              string 'UNSEARCHED ' delimited by size
                     w-store delimited by size
                     ' ' delimited by size
                     function trim(w-store-file) delimited by size
                     ' status ' delimited by size
                     w-flat-status delimited by size
                into w-cert-line
              end-string
              perform 2960-unsearched thru 2960-unsearched-exit
              go to 2300-flat-store-exit
           end-if
           if action-is-erase
              move spaces to ws-flat-new ws-flat-old
              string function trim(w-store-file) delimited by size
                     '.ERASE' delimited by size
                into ws-flat-new
              end-string
              string function trim(w-store-file) delimited by size
                     '.OLD' delimited by size
                into ws-flat-old
              end-string
              open output flat-new
              if w-flat-new-status not = '00'
                 close flat-file
                 move spaces to w-cert-line
                 string 'UNSEARCHED ' delimited by size
                        w-store delimited by size
                        ' ' delimited by size
                        function trim(ws-flat-new) delimited by size
                        ' status ' delimited by size
                        w-flat-new-status delimited by size
                   into w-cert-line
                 end-string
                 perform 2960-unsearched thru 2960-unsearched-exit
                 go to 2300-flat-store-exit
              end-if
           end-if
      *
           add 1 to cnt-files
           move zero to w-file-changed
           move 'N' to w-eof-sw
           perform 2310-flat-line thru 2310-flat-line-exit
              until store-eof
           close flat-file
           if not action-is-erase
              go to 2300-flat-store-exit
           end-if
           close flat-new
      *
           if w-file-changed = zero
              call 'CBL_DELETE_FILE' using ws-flat-new
              returning w-call-rc
              end-call
              go to 2300-flat-store-exit
           end-if
           call 'CBL_DELETE_FILE' using ws-flat-old
           returning w-call-rc
           end-call
           call 'CBL_RENAME_FILE' using ws-flat-file ws-flat-old
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              move spaces to w-cert-line
              string 'UNSEARCHED ' delimited by size
                     w-store delimited by size
                     ' ' delimited by size
                     function trim(w-store-file) delimited by size
                     ' could not be replaced, redacted copy left'
                     ' in .ERASE' delimited by size
                into w-cert-line
              end-string
              perform 2960-unsearched thru 2960-unsearched-exit
              go to 2300-flat-store-exit
           end-if
           call 'CBL_RENAME_FILE' using ws-flat-new ws-flat-file
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              call 'CBL_RENAME_FILE' using ws-flat-old ws-flat-file
              returning w-call-rc
              end-call
              move spaces to w-cert-line
              string 'UNSEARCHED ' delimited by size
                     w-store delimited by size
                     ' ' delimited by size
                     function trim(w-store-file) delimited by size
                     ' could not be replaced, redacted copy left'
                     ' in .ERASE' delimited by size
                into w-cert-line
              end-string
              perform 2960-unsearched thru 2960-unsearched-exit
           else
              call 'CBL_DELETE_FILE' using ws-flat-old
              returning w-call-rc
              end-call
           end-if.
      *
       2300-flat-store-exit.
           exit.
      *
      *    an extract DTL line carries msgid at 4, uuid at 66 and the
      *    payload excerpt at 173 for 80 ; a ledger line posted-at
      *    at 1, msgid at 17, uuid at 78, the account at 174 for 10
      *    and the narrative at 198 for 30.  the day of an extract
      *    line is its generation's.
      *
       2310-flat-line.
      *
           read flat-file
              at end
                 set store-eof to true
                 go to 2310-flat-line-exit
           end-read
           add 1 to cnt-records
           move 'N' to w-redact-sw
           if w-store = 'EXTRACT'
              if flat-record (1:3) = 'DTL'
                 move w-line-date to w-copy-date
                 move flat-record (4:61) to w-copy-msgid
                 move flat-record (66:61) to w-copy-uuid
                 move flat-record (173:80) to w-buf
                 move 80 to w-buf-len
                 perform 5010-examine-flat
                    thru 5010-examine-flat-exit
                 if redact-now
                    move w-buf (1:80) to flat-record (173:80)
                 end-if
              end-if
           else
              move flat-record (1:8) to w-copy-date
              move flat-record (17:61) to w-copy-msgid
              move flat-record (78:61) to w-copy-uuid
              move flat-record (174:10) to w-buf (1:10)
              move flat-record (198:30) to w-buf (11:30)
              move 40 to w-buf-len
              perform 5010-examine-flat
                 thru 5010-examine-flat-exit
              if redact-now
                 move w-buf (1:10) to flat-record (174:10)
                 move w-buf (11:30) to flat-record (198:30)
              end-if
           end-if
           if action-is-erase
              move flat-record to flat-new-record
              write flat-new-record
           end-if
           if redact-now
              add 1 to w-file-changed
              perform 2970-copy-erased thru 2970-copy-erased-exit
           end-if.
      *
       2310-flat-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    MESSAGE_AUDIT rows AUDITLOAD has not loaded yet : a fixed
      *    sequential file, rewritten in place.
      * ---------------------------------------------------------------
       2400-auditpend-store.
      *
           move 'AUDITPEND' to w-store
           move ws-auditpend-file to w-store-file
           if action-is-erase
              open i-o auditpend-file
           else
              open input auditpend-file
           end-if
           if w-auditpend-status = '35'
              go to 2400-auditpend-store-exit
           end-if
           if w-auditpend-status not = '00'
              move spaces to w-cert-line
              string 'UNSEARCHED AUDITPEND ' delimited by size
                     function trim(w-store-file) delimited by size
                     ' status ' delimited by size
                     w-auditpend-status delimited by size
                into w-cert-line
              end-string
              perform 2960-unsearched thru 2960-unsearched-exit
              go to 2400-auditpend-store-exit
           end-if
           add 1 to cnt-files
           move 'N' to w-eof-sw
           perform 2410-auditpend-record
              thru 2410-auditpend-record-exit
              until store-eof
           close auditpend-file.
      *
       2400-auditpend-store-exit.
           exit.
      *
       2410-auditpend-record.
      *
           read auditpend-file
              at end
                 set store-eof to true
                 go to 2410-auditpend-record-exit
           end-read
           add 1 to cnt-records
           move ap-message to w-buf
           move 4096 to w-buf-len
           move ap-timestamp (1:8) to w-copy-date
           move ap-msgid to w-copy-msgid
           move ap-messageuuid to w-copy-uuid
           perform 5000-examine-payload
              thru 5000-examine-payload-exit
           if not redact-now
              go to 2410-auditpend-record-exit
           end-if
           move w-buf to ap-message
           rewrite auditpend-record
           perform 2970-copy-erased thru 2970-copy-erased-exit.
      *
       2410-auditpend-record-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    MESSAGE_AUDIT : ERASEDB hands back, one by one, the rows
      *    whose payload carries the value, and updates the payload
      *    of those redacted.  a database that can not be reached
      *    leaves the table unsearched, and the run incomplete.
      * ---------------------------------------------------------------
       2500-audit-table.
      *
           move 'AUDITDB' to w-store
           move 'MESSAGE_AUDIT' to w-store-file
           move 'FIND' to w-db-action
           move w-value to w-db-payload
           call 'ERASEDB' using w-db-action, w-db-msgid, w-db-uuid,
                                w-db-stamp, w-db-payload,
                                w-db-failed
           on exception
              move 1 to w-db-failed
           end-call
           if w-db-failed not = zero
              move spaces to w-cert-line
              string 'UNSEARCHED AUDITDB MESSAGE_AUDIT, the '
                     'database could not be searched'
              delimited by size into w-cert-line
              perform 2960-unsearched thru 2960-unsearched-exit
              go to 2500-audit-table-exit
           end-if
      *
           move 'N' to w-eof-sw
           perform 2510-audit-row thru 2510-audit-row-exit
              until store-eof
      *
           move 'CLOSE' to w-db-action
           call 'ERASEDB' using w-db-action, w-db-msgid, w-db-uuid,
                                w-db-stamp, w-db-payload,
                                w-db-failed
           end-call
           if w-db-failed not = zero
              move spaces to w-cert-line
              string 'UNSEARCHED AUDITDB MESSAGE_AUDIT, the '
                     'redactions were not committed'
              delimited by size into w-cert-line
              perform 2960-unsearched thru 2960-unsearched-exit
           end-if.
      *
       2500-audit-table-exit.
           exit.
      *
       2510-audit-row.
      *
           move 'NEXT' to w-db-action
           call 'ERASEDB' using w-db-action, w-db-msgid, w-db-uuid,
                                w-db-stamp, w-db-payload,
                                w-db-failed
           end-call
           if w-db-failed = 2
              set store-eof to true
              go to 2510-audit-row-exit
           end-if
           if w-db-failed not = zero
              set store-eof to true
              move spaces to w-cert-line
              string 'UNSEARCHED AUDITDB MESSAGE_AUDIT, the '
                     'search stopped on a database error'
              delimited by size into w-cert-line
              perform 2960-unsearched thru 2960-unsearched-exit
              go to 2510-audit-row-exit
           end-if
           add 1 to cnt-records
           move w-db-payload to w-buf
           move 4096 to w-buf-len
           move w-db-stamp (1:8) to w-copy-date
           move w-db-msgid to w-copy-msgid
           move w-db-uuid to w-copy-uuid
           perform 5000-examine-payload
              thru 5000-examine-payload-exit
           if not redact-now
              go to 2510-audit-row-exit
           end-if
           move w-buf to w-db-payload
           move 'ERASE' to w-db-action
           call 'ERASEDB' using w-db-action, w-db-msgid, w-db-uuid,
                                w-db-stamp, w-db-payload,
                                w-db-failed
           end-call
           if w-db-failed not = zero
              move spaces to w-cert-line
              string 'UNSEARCHED AUDITDB MESSAGE_AUDIT update '
                     'failed ' delimited by size
                     function trim(w-db-msgid) delimited by size
                into w-cert-line
              end-string
              perform 2960-unsearched thru 2960-unsearched-exit
              go to 2510-audit-row-exit
           end-if
           perform 2970-copy-erased thru 2970-copy-erased-exit.
      *
       2510-audit-row-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the certificate trailer.
      * ---------------------------------------------------------------
       2900-close-certificate.
      *
           move spaces to w-cert-line
           string 'TOTALS FILES ' delimited by size
                  cnt-files delimited by size
                  ' RECORDS ' delimited by size
                  cnt-records delimited by size
                  ' COPIES ' delimited by size
                  cnt-copies delimited by size
                  ' OCCURRENCES ' delimited by size
                  cnt-occurs delimited by size
                  ' HELD ' delimited by size
                  cnt-held delimited by size
                  ' UNSEARCHED ' delimited by size
                  cnt-unsearched delimited by size
             into w-cert-line
           end-string
           perform 2950-cert-line thru 2950-cert-line-exit
           move spaces to w-cert-line
           evaluate true
              when not action-is-erase
                 move 'SCAN ONLY : nothing was changed'
                   to w-cert-line
              when run-incomplete
                 string 'ERASURE INCOMPLETE : the UNSEARCHED '
                        'copies above were not searched'
                 delimited by size into w-cert-line
              when other
                 move 'ERASURE COMPLETE' to w-cert-line
           end-evaluate
           perform 2950-cert-line thru 2950-cert-line-exit
           if cert-is-open
              close cert-file
              display pgm-name ' - certificate '
                      function trim(ws-cert-file)
           end-if.
      *
       2900-close-certificate-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one certificate line, shown on the job log as well.
      * ---------------------------------------------------------------
       2950-cert-line.
      *
           display function trim(w-cert-line trailing)
           if cert-is-open
              move w-cert-line to cert-record
              write cert-record
           end-if.
      *
       2950-cert-line-exit.
           exit.
      *
       2960-unsearched.
      *
           add 1 to cnt-unsearched
           set run-incomplete to true
           perform 2950-cert-line thru 2950-cert-line-exit.
      *
       2960-unsearched-exit.
           exit.
      *
      *    a copy redacted (or, under SCAN, found) : store, file,
      *    msgid, uuid and how many occurrences were starred.
      *
       2970-copy-erased.
      *
           add 1 to cnt-copies
           add w-hits to cnt-occurs
           move w-hits to w-hits-disp
           move spaces to w-cert-line
           if action-is-erase
              move 'ERASED' to w-cert-line
           else
              move 'FOUND' to w-cert-line
           end-if
           move 8 to w-cert-ptr
           string w-store delimited by size
                  ' ' delimited by size
                  function trim(w-store-file) delimited by size
                  ' ' delimited by size
                  function trim(w-copy-msgid) delimited by size
                  ' ' delimited by size
                  function trim(w-copy-uuid) delimited by size
                  ' x' delimited by size
                  function trim(w-hits-disp) delimited by size
             into w-cert-line
             with pointer w-cert-ptr
           end-string
           perform 2950-cert-line thru 2950-cert-line-exit.
      *
       2970-copy-erased-exit.
           exit.
      *
       3000-end.
      *
           if action-is-erase
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
              if run-incomplete
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
      *    a payload in w-buf : taken when it carries the value (in
      *    erase_field, where one is named), held back when a legal
      *    hold covers it, otherwise redacted -- under ERASE -- and
      *    flagged for writing back.
      * ---------------------------------------------------------------
       5000-examine-payload.
      *
           move 'N' to w-redact-sw
           if w-field not = spaces
              perform 5200-extract-field
                 thru 5200-extract-field-exit
              if not field-found
                 or w-field-value not = w-value
                 go to 5000-examine-payload-exit
              end-if
           end-if
           perform 5010-examine-flat thru 5010-examine-flat-exit.
      *
       5000-examine-payload-exit.
           exit.
      *
       5010-examine-flat.
      *
           move 'N' to w-redact-sw
           move zero to w-hits
           move 1 to w-scan-i
           perform until w-scan-i + w-value-len - 1 > w-buf-len
              if w-buf (w-scan-i:w-value-len)
                 = w-value (1:w-value-len)
                 add 1 to w-hits
                 add w-value-len to w-scan-i
              else
                 add 1 to w-scan-i
              end-if
           end-perform
           if w-hits = zero
              go to 5010-examine-flat-exit
           end-if
      *
           perform 5100-find-hold thru 5100-find-hold-exit
           if w-hl-found > zero
              move hl-entry (w-hl-found) to WW41-HOLD
              add 1 to cnt-held
              move spaces to w-cert-line
              move 'HELD' to w-cert-line
              move 8 to w-cert-ptr
              string w-store delimited by size
                     ' ' delimited by size
                     function trim(w-store-file) delimited by size
                     ' ' delimited by size
                     function trim(w-copy-msgid) delimited by size
                     ' ' delimited by size
                     function trim(w-copy-uuid) delimited by size
                     ' hold ' delimited by size
                     function trim(WW41-ID) delimited by size
                into w-cert-line
                with pointer w-cert-ptr
              end-string
              perform 2950-cert-line thru 2950-cert-line-exit
              go to 5010-examine-flat-exit
           end-if
      *
           if not action-is-erase
              perform 2970-copy-erased thru 2970-copy-erased-exit
              go to 5010-examine-flat-exit
           end-if
           move 1 to w-scan-i
           perform until w-scan-i + w-value-len - 1 > w-buf-len
              if w-buf (w-scan-i:w-value-len)
                 = w-value (1:w-value-len)
                 move w-stars (1:w-value-len)
                   to w-buf (w-scan-i:w-value-len)
                 add w-value-len to w-scan-i
              else
                 add 1 to w-scan-i
              end-if
           end-perform
           set redact-now to true.
      *
       5010-examine-flat-exit.
           exit.
      *
      *    the first active hold covering the copy : its day inside
      *    the hold's days, and the hold's msgid and uuid, where it
      *    names them, the copy's own.
      *
       5100-find-hold.
      *
           move zero to w-hl-found
           perform varying w-hl-i from 1 by 1
                   until w-hl-i > w-hl-count or w-hl-found > zero
              move hl-entry (w-hl-i) to WW41-HOLD
              if w-copy-date >= WW41-FROM-DATE
                 and w-copy-date <= WW41-TO-DATE
                 and (WW41-MSGID = spaces
                      or WW41-MSGID = w-copy-msgid)
                 and (WW41-UUID = spaces
                      or WW41-UUID = w-copy-uuid)
                 move w-hl-i to w-hl-found
              end-if
           end-perform.
      *
       5100-find-hold-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one flat JSON field's value out of w-buf : find "name",
      *    skip the colon, take the quoted string or bare token --
      *    archextract's scan.
      * ---------------------------------------------------------------
       5200-extract-field.
      *
           move 'N' to w-field-found-sw
           move spaces to w-field-value
           move function length(function trim(w-field))
             to w-field-namelen
           perform varying w-scan-i from 1 by 1
                      until w-scan-i + w-field-namelen + 1 > w-buf-len
                         or field-found
              if w-buf (w-scan-i:1) = '"'
                 and w-buf (w-scan-i + 1:w-field-namelen)
                     = w-field (1:w-field-namelen)
                 and w-buf (w-scan-i + w-field-namelen + 1:1) = '"'
                 set field-found to true
                 compute w-scan-j =
                         w-scan-i + w-field-namelen + 2
                 perform 5210-take-field-value
                    thru 5210-take-field-value-exit
              end-if
           end-perform.
      *
       5200-extract-field-exit.
           exit.
      *
       5210-take-field-value.
      *
           perform until w-scan-j > w-buf-len
                      or (w-buf (w-scan-j:1) not = ' '
                          and w-buf (w-scan-j:1) not = ':')
              add 1 to w-scan-j
           end-perform
           if w-scan-j > w-buf-len
              go to 5210-take-field-value-exit
           end-if
      *
           move zero to w-value-i
           if w-buf (w-scan-j:1) = '"'
              add 1 to w-scan-j
              perform until w-scan-j > w-buf-len
                         or w-buf (w-scan-j:1) = '"'
                         or w-value-i >= 64
                 add 1 to w-value-i
                 move w-buf (w-scan-j:1)
                   to w-field-value (w-value-i:1)
                 add 1 to w-scan-j
              end-perform
           else
              perform until w-scan-j > w-buf-len
                         or w-buf (w-scan-j:1) = ','
                         or w-buf (w-scan-j:1) = '}'
                         or w-buf (w-scan-j:1) = ' '
                         or w-value-i >= 64
                 add 1 to w-value-i
                 move w-buf (w-scan-j:1)
                   to w-field-value (w-value-i:1)
                 add 1 to w-scan-j
              end-perform
           end-if.
      *
       5210-take-field-value-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one durable line in the shared operations log, in
      *    dlqtool's shape, written on every exit path.  the
      *    identifier is never logged : the certificate names it by
      *    digest.
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
                  ' TOOL=erasure ACTION=ERASE TARGET=' delimited by size
                  w-digest-disp delimited by size
                  ' COPIES=' delimited by size
                  cnt-copies delimited by size
                  ' HELD=' delimited by size
                  cnt-held delimited by size
                  ' CERT=' delimited by size
                  function trim(ws-cert-file) delimited by size
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
       end program erasure.
