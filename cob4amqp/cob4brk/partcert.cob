      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      partcert.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    partner certification : a new sender sends its test
      *    traffic stamped testRun (fileinject.cob, bridgetest.cob,
      *    or its own client), and this job proves from what the
      *    bridge kept of it that every scenario on the partner's
      *    checklist was exercised with the outcome expected --
      *    instead of a week of grepping dlqrpt and msgtrace and
      *    somebody saying "looks fine".
      *
      *    the evidence for a message is all three records of it :
      *    the TRANLOG line (which names its senderId, msgCategory,
      *    mimetype and sequenceNo), the ARCHIVE record stamped
      *    testRun, and the AUDITLOG events that say what became of
      *    it.  only testRun traffic counts ; production traffic
      *    from the same sender is passed over.
      *
      *    the checklist (cert_plan_file, default CERTPLAN) is a
      *    line-sequential CSV, '*' comments allowed :
      *
      *       senderId,scenario,value
      *
      *    the partner's own lines are its checklist ; a partner
      *    with none is held to the '*' lines, the shop's standard
      *    checklist.  the scenarios :
      *
      *       MIMETYPE,type/sub  a message of that mimetype delivered
      *       CATEGORY,name      a message of that msgCategory
      *                          delivered
      *       MULTIPART          a multi-part set delivered (PART
      *                          events, the set forwarded, no part
      *                          dead-lettered)
      *       SEQUENCE,n         n sequenceNo-stamped messages (3 when
      *                          blank) delivered without a GAP or
      *                          OOSEQ event
      *       REPLYTO            a request answered on its replyTo
      *                          queue (REPLY event)
      *       REJECT,reason      a deliberately invalid message
      *                          dead-lettered, under that
      *                          rejectReason when one is named
      *
      *    the certificate (cert_file, default CERT.<senderId>.
      *    <cert_to>) lists every scenario PASS or FAIL with up to
      *    five evidence msgids, and the overall result, PASS only
      *    when every scenario passed.  it is signed with the seal
      *    key ring's current key (sealdgst.cob, as the daily seals
      *    are) and the result, the certificate's name and its
      *    signature are recorded on the partner master -- a PASS
      *    on record is what partmaint.cob asks for before an
      *    ONBOARDING partner may go ACTIVE.  every run writes one
      *    line to the operations log (ops_log_file).
      *
      *      cert_sender      - the senderId to certify (required)
      *      cert_from        - the certification window, yyyymmdd
      *      cert_to            (default the seven days ending
      *                         today, 31 days at most) ; the
      *                         window's generations come from
      *                         MANIFEST, cold ones from their cold
      *                         path, retired ones are reported and
      *                         passed over
      *      cert_verify=Y    - check the certificate on record for
      *                         cert_sender instead : recompute its
      *                         signature with the key it names
      *
      *    return code : 0 certified PASS (or verified), 4 FAIL,
      *    8 not run (or the certificate does not verify).
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
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is w-manifest-status.
      *
           select plan-file assign to ws-plan-file
                  organization line sequential
                  file status is w-plan-status.
      *
           select sealkeys-file assign to ws-sealkeys-file
                  organization line sequential
                  file status is w-sealkeys-status.
      *
           select tranlog-file assign to ws-tranlog-file
                  organization line sequential
                  file status is w-tranlog-status.
      *
           select audit-file assign to ws-audit-file
                  organization line sequential
                  file status is w-audit-status.
      *
           select archive-file assign to disk
                  organization is indexed
                  access mode is random
                  record key is ww10-msgid
                  alternate record key is ww10-uuid
                     with duplicates
                  file status is w-archive-status.
      *
           select partner-file assign to disk
                  organization is indexed
                  access mode is random
                  record key is ptnr-sender
                  file status is w-partner-status.
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
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       fd  plan-file.
       01  plan-line pic x(120).
      *
       fd  sealkeys-file.
       01  sealkeys-line pic x(80).
      *
       fd  tranlog-file.
       01  w-tranlog-line pic x(250).
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
           copy "fd-archive.cpy".
      *
           copy "fd-partner.cpy".
      *
       fd  cert-file.
       01  cert-line pic x(132).
      *
       fd  opslog-file.
       01  opslog-record pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-partcert-ws-start'.
       01 pgm-name pic x(15)
                 value 'partcert.cob'.
      *
       01 w-manifest-status    pic x(02) value '00'.
       01 ws-plan-file         pic x(100) value 'CERTPLAN'.
       01 w-plan-status        pic x(02) value '00'.
       01 ws-sealkeys-file     pic x(100) value 'SEALKEYS'.
       01 w-sealkeys-status    pic x(02) value '00'.
       01 ws-tranlog-file      pic x(100) value 'TRANLOG'.
       01 w-tranlog-status     pic x(02) value '00'.
       01 ws-audit-file        pic x(100) value 'AUDITLOG'.
       01 w-audit-status       pic x(02) value '00'.
       01 ws-archive-file      pic x(100) value 'ARCHIVE.DAT'.
       01 w-archive-status     pic x(02) value '00'.
       01 ws-partner-file      pic x(100) value 'PARTNERS'.
       01 w-partner-status     pic x(02) value '00'.
       01 ws-cert-file         pic x(100) value spaces.
       01 w-cert-status        pic x(02) value '00'.
       01 ws-opslog-file       pic x(100) value 'OPSLOG'.
       01 w-opslog-status      pic x(02) value '00'.
       01 w-env-value          pic x(100).
       01 w-operator-id        pic x(08) value spaces.
       01 w-verify-sw          pic x value 'N'.
           88 verify-only           value 'Y'.
      *
       01 w-sender             pic x(32) value spaces.
       01 w-partner-name       pic x(60) value spaces.
       01 w-master-sw          pic x value 'N'.
           88 partner-on-master     value 'Y'.
       01 w-today              pic x(08) value spaces.
       01 w-now                pic x(14) value spaces.
       01 w-from-date          pic x(08) value spaces.
       01 w-to-date            pic x(08) value spaces.
       01 w-date-env           pic x(08).
       01 w-from-int           usage binary-long value zero.
       01 w-to-int             usage binary-long value zero.
       01 err                  pic x(120) value spaces.
      *
      *    the seal key ring : every key, for verifying ; the last
      *    one signs.
      *
       01 w-key-count          pic 9(02) value zero.
       01 w-key-table.
          05 ky-entry occurs 20 times.
             10 ky-id          pic x(08).
             10 ky-text        pic x(64).
       01 w-key-i              pic 9(02) value zero.
       01 w-key-id             pic x(08) value spaces.
       01 w-key-text           pic x(64) value spaces.
       01 w-ring-id            pic x(08).
       01 w-ring-text          pic x(64).
      *
      *    the checklist.
      *
       01 w-sc-count           pic 9(02) value zero.
       01 w-scenario-table.
          05 sc-entry occurs 30 times.
             10 sc-kind        pic x(10).
             10 sc-value       pic x(51).
             10 sc-hits        pic 9(05).
             10 sc-result      pic x(04).
             10 sc-note        pic x(60).
             10 sc-evidence    pic x(61) occurs 5 times.
       01 w-std-count          pic 9(02) value zero.
       01 w-std-table.
          05 std-entry occurs 30 times.
             10 std-kind       pic x(10).
             10 std-value      pic x(51).
       01 pl-sender            pic x(32).
       01 pl-kind              pic x(10).
       01 pl-value             pic x(51).
       01 w-sc-i               pic 9(02) value zero.
       01 w-passed             pic 9(02) value zero.
       01 w-result             pic x(04) value spaces.
      *
      *    the window's generations, from MANIFEST : A audit,
      *    R archive, T tranlog.
      *
       01 w-gen-count          pic 9(03) value zero.
       01 w-gen-table.
          05 gen-entry occurs 300 times.
             10 gen-family     pic x(01).
             10 gen-date       pic x(08).
             10 gen-name       pic x(100).
             10 gen-path       pic x(100).
             10 gen-retired    pic x(01).
       01 w-gen-i              pic 9(03) value zero.
       01 w-gen-found          pic 9(03) value zero.
       01 w-line-date          pic x(08).
       01 w-line-name          pic x(100).
       01 w-line-marker        pic x(08).
       01 w-line-path          pic x(100).
       01 w-base               pic x(101).
       01 w-base-len           pic 9(03) value zero.
       01 w-base-i             pic 9(01) value zero.
       01 w-family             pic x(01).
      *
      *    the partner's testRun messages, from TRANLOG, with what
      *    the archive and the audit trail say about each.
      *
       01 w-en-count           pic 9(03) value zero.
       01 w-en-dropped         pic 9(05) value zero.
       01 w-entry-table.
          05 en-entry occurs 500 times.
             10 en-msgid       pic x(61).
             10 en-mimetype    pic x(51).
             10 en-category    pic x(20).
             10 en-seqno       pic x(10).
             10 en-archived    pic x(01).
             10 en-delivered   pic x(01).
             10 en-rejected    pic x(01).
             10 en-reason      pic x(32).
             10 en-part        pic x(01).
             10 en-reply       pic x(01).
             10 en-seq-bad     pic x(01).
       01 w-en-i               pic 9(03) value zero.
       01 w-en-hit             pic 9(03) value zero.
      *
      *    one TRANLOG line, as unstrung (cobclient's 9016 layout).
      *
       01 tl-timestamp         pic x(16).
       01 tl-msgid             pic x(61).
       01 tl-mimetype          pic x(51).
       01 tl-msglen-x          pic x(10).
       01 tl-retry-x           pic x(10).
       01 tl-queue             pic x(101).
       01 tl-instance          pic x(04).
       01 tl-tier              pic x(01).
       01 tl-senderid          pic x(32).
       01 tl-category          pic x(20).
       01 tl-testrun           pic x(01).
       01 tl-bizdate           pic x(08).
       01 tl-seqno             pic x(10).
      *
      *    one AUDITLOG line.
      *
           copy "fd-audit.cpy".
      *
           copy "fd-archive-ws.cpy".
      *
      *    scenario evaluation work.
      *
       01 w-want               pic x(51).
       01 w-min-seq            pic 9(05) value zero.
       01 w-seq-bad-count      pic 9(05) value zero.
       01 w-part-rejected      pic 9(05) value zero.
       01 w-part-count         pic 9(05) value zero.
       01 w-match-sw           pic x value 'N'.
           88 entry-matches         value 'Y'.
       01 rpt-count            pic z(04)9.
       01 i                    pic 9(02) value zero.
      *
      *    the sealdgst.cob interface.
      *
       01 w-dg-function        pic x(04).
       01 w-dg-subject         pic x(250).
       01 w-dg-digest          pic x(32).
       01 w-dg-bytes           pic 9(12).
       01 w-dg-rc              pic 9(02) value zero.
      *
       01  filler pic x(050)
                  value  'pgm-partcert-ws-end'.
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
           accept w-sender from environment 'cert_sender'
              not on exception
                 continue
           end-accept.
           accept w-verify-sw from environment 'cert_verify'
              not on exception
                 continue
           end-accept.
           accept w-env-value from environment 'cert_plan_file'
              not on exception
                 move w-env-value to ws-plan-file
           end-accept.
           accept w-env-value from environment 'seal_keys_file'
              not on exception
                 move w-env-value to ws-sealkeys-file
           end-accept.
           accept w-env-value from environment 'q_audit_file'
              not on exception
                 move w-env-value to ws-audit-file
           end-accept.
           accept w-env-value from environment 'q_archive_file'
              not on exception
                 move w-env-value to ws-archive-file
           end-accept.
           accept w-env-value from environment 'q_tranlog_file'
              not on exception
                 move w-env-value to ws-tranlog-file
           end-accept.
           accept w-env-value from environment 'q_partner_file'
              not on exception
                 move w-env-value to ws-partner-file
           end-accept.
           accept w-env-value from environment 'ops_log_file'
              not on exception
                 move w-env-value to ws-opslog-file
           end-accept.
           accept w-operator-id from environment 'operator_id'
              not on exception
                 continue
           end-accept.
      *
           if w-sender = spaces
              display pgm-name ' - cert_sender names the partner '
                      'to certify -- nothing done'
              move 8 to return-code
              goback
           end-if
      *
           perform 1100-load-keys thru 1100-load-keys-exit
           perform 1200-read-partner thru 1200-read-partner-exit
      *
           if verify-only
              perform 5000-verify-certificate
                 thru 5000-verify-certificate-exit
              goback
           end-if
      *
           perform 1050-set-window thru 1050-set-window-exit
           perform 1150-load-plan thru 1150-load-plan-exit
           perform 1300-list-generations
              thru 1300-list-generations-exit
      *
           perform 2000-collect-tranlog thru 2000-collect-tranlog-exit
           perform 2200-probe-archive thru 2200-probe-archive-exit
           perform 2300-read-audit thru 2300-read-audit-exit
      *
           move zero to w-passed
           perform 3000-evaluate-scenario
              thru 3000-evaluate-scenario-exit
              varying w-sc-i from 1 by 1 until w-sc-i > w-sc-count
           if w-passed = w-sc-count
              move 'PASS' to w-result
           else
              move 'FAIL' to w-result
           end-if
      *
           perform 4000-write-certificate
              thru 4000-write-certificate-exit
           if err = spaces
              perform 4100-sign-certificate
                 thru 4100-sign-certificate-exit
           end-if
           if err not = spaces
              display pgm-name ' - ' function trim(err)
              display pgm-name ' - ' function trim(w-sender)
                      ' NOT certified'
              if partner-on-master
                 close partner-file
              end-if
              move 8 to return-code
              goback
           end-if
      *
           perform 4200-record-on-master
              thru 4200-record-on-master-exit
           perform 4300-log-run thru 4300-log-run-exit
      *
           display pgm-name ' - ' function trim(w-sender) ' : '
                   w-result ', ' w-passed ' of ' w-sc-count
                   ' scenario(s), certificate '
                   function trim(ws-cert-file)
           display pgm-name ' - signed with key '
                   function trim(w-key-id) ' : ' w-dg-digest
           display 'end   : ' pgm-name
           if w-result = 'PASS'
              move 0 to return-code
           else
              move 4 to return-code
           end-if
           goback.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the certification window : the seven days ending today
      *    unless cert_from / cert_to say otherwise.
      * ---------------------------------------------------------------
       1050-set-window.
      *
           move w-today to w-to-date
           accept w-date-env from environment 'cert_to'
              not on exception
                 if w-date-env is numeric
                    move w-date-env to w-to-date
                 end-if
           end-accept.
           if function test-date-yyyymmdd(function numval(w-to-date))
              not = zero
              display pgm-name ' - cert_to ' w-to-date
                      ' is not a date -- nothing done'
              move 8 to return-code
              goback
           end-if
           move function integer-of-date(function numval(w-to-date))
             to w-to-int
           compute w-from-int = w-to-int - 6
           move function date-of-integer(w-from-int) to w-from-date
           accept w-date-env from environment 'cert_from'
              not on exception
                 if w-date-env is numeric
                    move w-date-env to w-from-date
                 end-if
           end-accept.
           if function test-date-yyyymmdd(function numval(w-from-date))
              not = zero
              display pgm-name ' - cert_from ' w-from-date
                      ' is not a date -- nothing done'
              move 8 to return-code
              goback
           end-if
           move function integer-of-date(function numval(w-from-date))
             to w-from-int
           if w-from-int > w-to-int or w-to-int - w-from-int > 30
              display pgm-name ' - the window ' w-from-date ' to '
                      w-to-date ' must run forward, 31 days at most'
                      ' -- nothing done'
              move 8 to return-code
              goback
           end-if
      *
           accept ws-cert-file from environment 'cert_file'
              not on exception
                 continue
           end-accept.
           if ws-cert-file = spaces
              string 'CERT.' function trim(w-sender) '.' w-to-date
                delimited by size into ws-cert-file
              end-string
           end-if
           display pgm-name ' - certifying ' function trim(w-sender)
                   ' over ' w-from-date ' to ' w-to-date.
      *
       1050-set-window-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the key ring, as sealvfy.cob reads it : no key, no
      *    signature, no certificate.
      * ---------------------------------------------------------------
       1100-load-keys.
      *
           open input sealkeys-file
           if w-sealkeys-status not = '00'
              display pgm-name ' - can not read the seal key ring '
                      function trim(ws-sealkeys-file)
                      ', status ' w-sealkeys-status ' -- nothing done'
              move 8 to return-code
              goback
           end-if
           perform until w-sealkeys-status = '10'
              read sealkeys-file
                 at end
                    move '10' to w-sealkeys-status
                 not at end
                    if sealkeys-line not = spaces
                       and sealkeys-line (1:1) not = '*'
                       move spaces to w-ring-id w-ring-text
                       unstring sealkeys-line delimited by ','
                           into w-ring-id
                                w-ring-text
                       end-unstring
                       if w-ring-id not = spaces
                          and w-ring-text not = spaces
                          and w-key-count < 20
                          add 1 to w-key-count
                          move w-ring-id   to ky-id (w-key-count)
                          move w-ring-text to ky-text (w-key-count)
                          move w-ring-id   to w-key-id
                          move w-ring-text to w-key-text
                       end-if
                    end-if
              end-read
           end-perform
           close sealkeys-file
           if w-key-count = zero
              display pgm-name ' - no key on the seal key ring '
                      function trim(ws-sealkeys-file)
                      ' -- nothing done'
              move 8 to return-code
              goback
           end-if.
      *
       1100-load-keys-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the checklist : the partner's own lines, else the '*'
      *    standard ones.  an empty checklist certifies nothing.
      * ---------------------------------------------------------------
       1150-load-plan.
      *
           open input plan-file
           if w-plan-status not = '00'
              display pgm-name ' - can not read the checklist '
                      function trim(ws-plan-file)
                      ', status ' w-plan-status ' -- nothing done'
              move 8 to return-code
              goback
           end-if
           perform until w-plan-status = '10'
              read plan-file
                 at end
                    move '10' to w-plan-status
                 not at end
                    perform 1160-take-plan-line
                       thru 1160-take-plan-line-exit
              end-read
           end-perform
           close plan-file
      *
           if w-sc-count = zero
              perform varying i from 1 by 1 until i > w-std-count
                 add 1 to w-sc-count
                 move std-kind (i)  to sc-kind (w-sc-count)
                 move std-value (i) to sc-value (w-sc-count)
              end-perform
              display pgm-name ' - no checklist of its own, the '
                      'standard checklist applies'
           end-if
           if w-sc-count = zero
              display pgm-name ' - no checklist for '
                      function trim(w-sender) ' in '
                      function trim(ws-plan-file) ' -- nothing done'
              move 8 to return-code
              goback
           end-if.
      *
       1150-load-plan-exit.
           exit.
      *
       1160-take-plan-line.
      *
      *    '*' opens a comment only when it is not the standard
      *    checklist's sender ('*,scenario,value').
      *
           if plan-line = spaces
              or (plan-line (1:1) = '*' and plan-line (2:1) not = ',')
              go to 1160-take-plan-line-exit
           end-if
           move spaces to pl-sender pl-kind pl-value
           unstring plan-line delimited by ','
               into pl-sender pl-kind pl-value
           end-unstring
           move function upper-case(pl-kind) to pl-kind
           evaluate true
              when function trim(pl-sender) = function trim(w-sender)
                 if w-sc-count < 30
                    add 1 to w-sc-count
                    move pl-kind  to sc-kind (w-sc-count)
                    move pl-value to sc-value (w-sc-count)
                 end-if
              when pl-sender = '*'
                 if w-std-count < 30
                    add 1 to w-std-count
                    move pl-kind  to std-kind (w-std-count)
                    move pl-value to std-value (w-std-count)
                 end-if
           end-evaluate.
      *
       1160-take-plan-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the partner's master record, kept open to record the
      *    result on.  a partner not on the master is still
      *    certified, the certificate just can not be recorded.
      * ---------------------------------------------------------------
       1200-read-partner.
      *
           move 'N' to w-master-sw
           open i-o partner-file
           if w-partner-status not = '00'
              display pgm-name ' - no partner master ('
                      function trim(ws-partner-file) '), status '
                      w-partner-status
              go to 1200-read-partner-exit
           end-if
           move w-sender to ptnr-sender
           read partner-file
              invalid key
                 display pgm-name ' - ' function trim(w-sender)
                         ' is not on the partner master'
                 close partner-file
                 go to 1200-read-partner-exit
           end-read
           set partner-on-master to true
           move ptnr-legal-name to w-partner-name.
      *
       1200-read-partner-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the window's AUDITLOG, ARCHIVE and TRANLOG generations
      *    from MANIFEST, as sealday.cob lists a day's : each name
      *    once, the cold path when moved, flagged when retired.
      * ---------------------------------------------------------------
       1300-list-generations.
      *
           open input manifest-file
           if w-manifest-status not = '00'
              display pgm-name ' - no MANIFEST, the window has no '
                      'generations'
              go to 1300-list-generations-exit
           end-if
           perform until w-manifest-status = '10'
              read manifest-file
                 at end
                    move '10' to w-manifest-status
                 not at end
                    perform 1310-take-manifest-line
                       thru 1310-take-manifest-line-exit
              end-read
           end-perform
           close manifest-file
           perform varying w-gen-i from 1 by 1
                   until w-gen-i > w-gen-count
              if gen-retired (w-gen-i) = 'Y'
                 display pgm-name ' - ' function trim(gen-name
                         (w-gen-i)) ' is retired, passed over'
              end-if
           end-perform.
      *
       1300-list-generations-exit.
           exit.
      *
       1310-take-manifest-line.
      *
           move spaces to w-line-date w-line-name
                          w-line-marker w-line-path
           unstring manifest-record delimited by all ' '
               into w-line-date
                    w-line-name
                    w-line-marker
                    w-line-path
           end-unstring
           if w-line-date < w-from-date or w-line-date > w-to-date
              or w-line-name = spaces
              go to 1310-take-manifest-line-exit
           end-if
      *
           move spaces to w-family
           perform varying w-base-i from 1 by 1
                   until w-base-i > 3 or w-family not = spaces
              evaluate w-base-i
                 when 1
                    move ws-audit-file   to w-base
                 when 2
                    move ws-archive-file to w-base
                 when 3
                    move ws-tranlog-file to w-base
              end-evaluate
              move function length(function trim(w-base))
                to w-base-len
              add 1 to w-base-len
              move '.' to w-base (w-base-len:1)
              if w-line-name (1:w-base-len) = w-base (1:w-base-len)
                 evaluate w-base-i
                    when 1
                       move 'A' to w-family
                    when 2
                       move 'R' to w-family
                    when 3
                       move 'T' to w-family
                 end-evaluate
              end-if
           end-perform
           if w-family = spaces
              go to 1310-take-manifest-line-exit
           end-if
      *
           move zero to w-gen-found
           perform varying w-gen-i from 1 by 1
                   until w-gen-i > w-gen-count or w-gen-found > zero
              if gen-name (w-gen-i) = w-line-name
                 move w-gen-i to w-gen-found
              end-if
           end-perform
           if w-gen-found = zero
              if w-gen-count >= 300
                 display pgm-name ' - more than 300 generations in '
                         'the window -- nothing done'
                 move 8 to return-code
                 goback
              end-if
              add 1 to w-gen-count
              move w-gen-count to w-gen-found
              move w-family    to gen-family (w-gen-found)
              move w-line-date to gen-date (w-gen-found)
              move w-line-name to gen-name (w-gen-found)
              move w-line-name to gen-path (w-gen-found)
              move 'N' to gen-retired (w-gen-found)
           end-if
      *
      *    a later line's annotation wins, as genhouse rewrites them.
      *
           if w-line-marker = 'COLD' and w-line-path not = spaces
              move w-line-path to gen-path (w-gen-found)
           end-if
           if w-line-marker = 'RETIRED'
              move 'Y' to gen-retired (w-gen-found)
           end-if.
      *
       1310-take-manifest-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the partner's testRun messages off the window's TRANLOG
      *    generations.
      * ---------------------------------------------------------------
       2000-collect-tranlog.
      *
           perform varying w-gen-i from 1 by 1
                   until w-gen-i > w-gen-count
              if gen-family (w-gen-i) = 'T'
                 and gen-retired (w-gen-i) not = 'Y'
                 perform 2100-read-tranlog-gen
                    thru 2100-read-tranlog-gen-exit
              end-if
           end-perform
           move w-en-count to rpt-count
           display pgm-name ' - ' rpt-count ' testRun message(s) '
                   'from ' function trim(w-sender)
           if w-en-dropped > zero
              move w-en-dropped to rpt-count
              display pgm-name ' - ' rpt-count ' more passed over, '
                      'only 500 are taken'
           end-if.
      *
       2000-collect-tranlog-exit.
           exit.
      *
       2100-read-tranlog-gen.
      *
           move gen-path (w-gen-i) to ws-tranlog-file
           open input tranlog-file
           if w-tranlog-status not = '00'
              display pgm-name ' - can not open '
                      function trim(ws-tranlog-file) ', status '
                      w-tranlog-status
              go to 2100-read-tranlog-gen-exit
           end-if
           perform until w-tranlog-status = '10'
              read tranlog-file
                 at end
                    move '10' to w-tranlog-status
                 not at end
                    perform 2110-take-tranlog-line
                       thru 2110-take-tranlog-line-exit
              end-read
           end-perform
           close tranlog-file.
      *
       2100-read-tranlog-gen-exit.
           exit.
      *
       2110-take-tranlog-line.
      *
           move spaces to tl-timestamp tl-msgid tl-mimetype
                          tl-msglen-x tl-retry-x tl-queue
                          tl-instance tl-tier tl-senderid
                          tl-category tl-testrun tl-bizdate
                          tl-seqno
           unstring w-tranlog-line delimited by ','
               into tl-timestamp tl-msgid tl-mimetype tl-msglen-x
                    tl-retry-x tl-queue tl-instance tl-tier
                    tl-senderid tl-category tl-testrun tl-bizdate
                    tl-seqno
           end-unstring
           if tl-testrun not = 'T'
              or function trim(tl-senderid)
                 not = function trim(w-sender)
              or tl-msgid = spaces
              go to 2110-take-tranlog-line-exit
           end-if
      *
      *    a retried message logs a line per attempt : one entry.
      *
           perform 2150-find-entry thru 2150-find-entry-exit
           if w-en-hit > zero
              go to 2110-take-tranlog-line-exit
           end-if
           if w-en-count >= 500
              add 1 to w-en-dropped
              go to 2110-take-tranlog-line-exit
           end-if
           add 1 to w-en-count
           move tl-msgid    to en-msgid (w-en-count)
           move tl-mimetype to en-mimetype (w-en-count)
           move tl-category to en-category (w-en-count)
           move tl-seqno    to en-seqno (w-en-count)
           move 'N' to en-archived (w-en-count)
                       en-delivered (w-en-count)
                       en-rejected (w-en-count)
                       en-part (w-en-count)
                       en-reply (w-en-count)
                       en-seq-bad (w-en-count)
           move spaces to en-reason (w-en-count).
      *
       2110-take-tranlog-line-exit.
           exit.
      *
      *    the entry for the msgid in tl-msgid, zero when none.
      *
       2150-find-entry.
      *
           move zero to w-en-hit
           perform varying w-en-i from 1 by 1
                   until w-en-i > w-en-count or w-en-hit > zero
              if en-msgid (w-en-i) = tl-msgid
                 move w-en-i to w-en-hit
              end-if
           end-perform.
      *
       2150-find-entry-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    each message must also be in the archive, stamped
      *    testRun.  every archive generation of the window is
      *    probed for the messages not found yet.
      * ---------------------------------------------------------------
       2200-probe-archive.
      *
           if w-en-count = zero
              go to 2200-probe-archive-exit
           end-if
           perform varying w-gen-i from 1 by 1
                   until w-gen-i > w-gen-count
              if gen-family (w-gen-i) = 'R'
                 and gen-retired (w-gen-i) not = 'Y'
                 perform 2210-probe-archive-gen
                    thru 2210-probe-archive-gen-exit
              end-if
           end-perform.
      *
       2200-probe-archive-exit.
           exit.
      *
       2210-probe-archive-gen.
      *
           move gen-path (w-gen-i) to ws-archive-file
           open input archive-file
           if w-archive-status not = '00'
              display pgm-name ' - can not open '
                      function trim(ws-archive-file) ', status '
                      w-archive-status
              go to 2210-probe-archive-gen-exit
           end-if
           perform varying w-en-i from 1 by 1
                   until w-en-i > w-en-count
              if en-archived (w-en-i) = 'N'
                 move en-msgid (w-en-i) to ww10-msgid
                 read archive-file key is ww10-msgid
                    invalid key
                       continue
                    not invalid key
                       if ww10-testrun = 'T'
                          move 'Y' to en-archived (w-en-i)
                       end-if
                 end-read
              end-if
           end-perform
           close archive-file.
      *
       2210-probe-archive-gen-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    what became of each message : the audit events of the
      *    window that name it, testRun events only.
      * ---------------------------------------------------------------
       2300-read-audit.
      *
           if w-en-count = zero
              go to 2300-read-audit-exit
           end-if
           perform varying w-gen-i from 1 by 1
                   until w-gen-i > w-gen-count
              if gen-family (w-gen-i) = 'A'
                 and gen-retired (w-gen-i) not = 'Y'
                 perform 2310-read-audit-gen
                    thru 2310-read-audit-gen-exit
              end-if
           end-perform.
      *
       2300-read-audit-exit.
           exit.
      *
       2310-read-audit-gen.
      *
           move gen-path (w-gen-i) to ws-audit-file
           open input audit-file
           if w-audit-status not = '00'
              display pgm-name ' - can not open '
                      function trim(ws-audit-file) ', status '
                      w-audit-status
              go to 2310-read-audit-gen-exit
           end-if
           perform until w-audit-status = '10'
              read audit-file
                 at end
                    move '10' to w-audit-status
                 not at end
                    move audit-record to w-audit-line
                    perform 2320-take-audit-line
                       thru 2320-take-audit-line-exit
              end-read
           end-perform
           close audit-file.
      *
       2310-read-audit-gen-exit.
           exit.
      *
       2320-take-audit-line.
      *
           if w-audit-testrun not = 'T'
              go to 2320-take-audit-line-exit
           end-if
           move w-audit-msgid to tl-msgid
           perform 2150-find-entry thru 2150-find-entry-exit
           if w-en-hit = zero
              go to 2320-take-audit-line-exit
           end-if
      *
      *    a deferred delivery (parked, spooled, warehoused) counts
      *    once it is delivered, as reconcile.cob counts it.
      *
           evaluate w-audit-event
              when 'WRITE'
              when 'UNPRK'
              when 'UNSPL'
              when 'WRELS'
                 move 'Y' to en-delivered (w-en-hit)
              when 'ERROR'
                 move 'Y' to en-rejected (w-en-hit)
                 move w-audit-reason to en-reason (w-en-hit)
              when 'PART '
                 move 'Y' to en-part (w-en-hit)
              when 'REPLY'
                 move 'Y' to en-reply (w-en-hit)
              when 'GAP  '
              when 'OOSEQ'
                 move 'Y' to en-seq-bad (w-en-hit)
              when other
                 continue
           end-evaluate.
      *
       2320-take-audit-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one scenario : the messages that prove it, up to five
      *    kept as evidence.  a message proves nothing unless the
      *    archive holds it too.
      * ---------------------------------------------------------------
       3000-evaluate-scenario.
      *
           move zero to sc-hits (w-sc-i) w-seq-bad-count
                        w-part-rejected w-part-count
           move spaces to sc-note (w-sc-i)
           perform varying i from 1 by 1 until i > 5
              move spaces to sc-evidence (w-sc-i, i)
           end-perform
           move function trim(sc-value (w-sc-i)) to w-want
      *
           evaluate sc-kind (w-sc-i)
              when 'MIMETYPE'
              when 'CATEGORY'
              when 'MULTIPART'
              when 'SEQUENCE'
              when 'REPLYTO'
              when 'REJECT'
                 continue
              when other
                 move 'FAIL' to sc-result (w-sc-i)
                 move 'not a scenario this job knows'
                   to sc-note (w-sc-i)
                 go to 3000-evaluate-scenario-exit
           end-evaluate
      *
           perform 3100-test-entry thru 3100-test-entry-exit
              varying w-en-i from 1 by 1 until w-en-i > w-en-count
      *
           move 'FAIL' to sc-result (w-sc-i)
           evaluate sc-kind (w-sc-i)
              when 'MULTIPART'
                 evaluate true
                    when w-part-rejected > zero
                       move 'a part was dead-lettered'
                         to sc-note (w-sc-i)
                    when w-part-count < 2 or sc-hits (w-sc-i) = zero
                       move 'no multi-part set delivered'
                         to sc-note (w-sc-i)
                    when other
                       move 'PASS' to sc-result (w-sc-i)
                 end-evaluate
              when 'SEQUENCE'
                 move 3 to w-min-seq
                 if w-want not = spaces
                    and function trim(w-want) is numeric
                    move function numval(w-want) to w-min-seq
                 end-if
                 evaluate true
                    when w-seq-bad-count > zero
                       move 'GAP or OOSEQ in the sequence run'
                         to sc-note (w-sc-i)
                    when sc-hits (w-sc-i) < w-min-seq
                       move 'too few sequenced messages delivered'
                         to sc-note (w-sc-i)
                    when other
                       move 'PASS' to sc-result (w-sc-i)
                 end-evaluate
              when other
                 if sc-hits (w-sc-i) > zero
                    move 'PASS' to sc-result (w-sc-i)
                 else
                    move 'no message exercised it'
                      to sc-note (w-sc-i)
                 end-if
           end-evaluate
           if sc-result (w-sc-i) = 'PASS'
              add 1 to w-passed
           end-if.
      *
       3000-evaluate-scenario-exit.
           exit.
      *
       3100-test-entry.
      *
           if en-archived (w-en-i) not = 'Y'
              go to 3100-test-entry-exit
           end-if
           move 'N' to w-match-sw
           evaluate sc-kind (w-sc-i)
              when 'MIMETYPE'
                 if en-delivered (w-en-i) = 'Y'
                    and function trim(en-mimetype (w-en-i)) = w-want
                    set entry-matches to true
                 end-if
              when 'CATEGORY'
                 if en-delivered (w-en-i) = 'Y'
                    and function trim(en-category (w-en-i)) = w-want
                    set entry-matches to true
                 end-if
              when 'MULTIPART'
                 if en-part (w-en-i) = 'Y'
                    add 1 to w-part-count
                    if en-rejected (w-en-i) = 'Y'
                       add 1 to w-part-rejected
                    end-if
                    if en-delivered (w-en-i) = 'Y'
                       set entry-matches to true
                    end-if
                 end-if
              when 'SEQUENCE'
                 if en-seqno (w-en-i) not = spaces
                    if en-seq-bad (w-en-i) = 'Y'
                       add 1 to w-seq-bad-count
                    end-if
                    if en-delivered (w-en-i) = 'Y'
                       set entry-matches to true
                    end-if
                 end-if
              when 'REPLYTO'
                 if en-reply (w-en-i) = 'Y'
                    set entry-matches to true
                 end-if
              when 'REJECT'
                 if en-rejected (w-en-i) = 'Y'
                    and (w-want = spaces
                         or function trim(en-reason (w-en-i))
                            = w-want)
                    set entry-matches to true
                 end-if
           end-evaluate
           if entry-matches
              add 1 to sc-hits (w-sc-i)
              if sc-hits (w-sc-i) <= 5
                 move sc-hits (w-sc-i) to i
                 move en-msgid (w-en-i) to sc-evidence (w-sc-i, i)
              end-if
           end-if.
      *
       3100-test-entry-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the certificate.
      * ---------------------------------------------------------------
       4000-write-certificate.
      *
           open output cert-file
           if w-cert-status not = '00'
              string 'can not write the certificate '
                     function trim(ws-cert-file) ', status '
                     w-cert-status
                delimited by size into err
              end-string
              go to 4000-write-certificate-exit
           end-if
      *
           move 'cob4amqp partner certificate' to cert-line
           write cert-line
           move spaces to cert-line
           string 'partner  : ' function trim(w-sender) '  '
                  function trim(w-partner-name)
             delimited by size into cert-line
           end-string
           write cert-line
           move spaces to cert-line
           string 'window   : ' w-from-date ' to ' w-to-date
                  ', testRun traffic only'
             delimited by size into cert-line
           end-string
           write cert-line
           move spaces to cert-line
           string 'run      : ' w-now ' by ' w-operator-id
                  ', checklist ' function trim(ws-plan-file)
             delimited by size into cert-line
           end-string
           write cert-line
           move w-en-count to rpt-count
           move spaces to cert-line
           string 'messages : ' rpt-count ' testRun message(s) '
                  'found in TRANLOG'
             delimited by size into cert-line
           end-string
           write cert-line
           move spaces to cert-line
           write cert-line
      *
           perform varying w-sc-i from 1 by 1 until w-sc-i > w-sc-count
              move sc-hits (w-sc-i) to rpt-count
              move spaces to cert-line
              string sc-result (w-sc-i) '  ' sc-kind (w-sc-i) ' '
                     sc-value (w-sc-i) (1:40) ' ' rpt-count
                     ' message(s)  ' function trim(sc-note (w-sc-i))
                delimited by size into cert-line
              end-string
              write cert-line
              perform varying i from 1 by 1
                      until i > 5 or sc-evidence (w-sc-i, i) = spaces
                 move spaces to cert-line
                 string '        evidence ' sc-evidence (w-sc-i, i)
                   delimited by size into cert-line
                 end-string
                 write cert-line
              end-perform
           end-perform
      *
           move spaces to cert-line
           write cert-line
           move spaces to cert-line
           string 'RESULT   : ' w-result ', ' w-passed ' of '
                  w-sc-count ' scenario(s) passed'
             delimited by size into cert-line
           end-string
           write cert-line
           close cert-file.
      *
       4000-write-certificate-exit.
           exit.
      *
      *    the signature : the keyed digest of the certificate
      *    file, under the ring's current key.
      *
       4100-sign-certificate.
      *
           move 'FILE' to w-dg-function
           move ws-cert-file to w-dg-subject
           move spaces to w-dg-digest
           move zero to w-dg-bytes
           call 'sealdgst' using w-dg-function w-dg-subject
                                 w-key-text w-dg-digest w-dg-bytes
              on exception
                 move 'sealdgst is not linked in' to err
                 go to 4100-sign-certificate-exit
           end-call
           move return-code to w-dg-rc
           if w-dg-rc not = zero
              string 'can not sign ' function trim(ws-cert-file)
                delimited by size into err
              end-string
           end-if.
      *
       4100-sign-certificate-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the result on the partner master, pass or fail : the last
      *    run is what stands.
      * ---------------------------------------------------------------
       4200-record-on-master.
      *
           if not partner-on-master
              display pgm-name ' - certificate not recorded : '
                      function trim(w-sender)
                      ' is not on the partner master'
              go to 4200-record-on-master-exit
           end-if
           move w-result     to ptnr-cert-result
           move w-now        to ptnr-cert-stamp
           move w-key-id     to ptnr-cert-keyid
           move w-dg-digest  to ptnr-cert-digest
           move ws-cert-file to ptnr-cert-file
           rewrite ptnr-record
              invalid key
                 display pgm-name ' - certificate not recorded, '
                         'status ' w-partner-status
           end-rewrite
           close partner-file.
      *
       4200-record-on-master-exit.
           exit.
      *
       4300-log-run.
      *
           open extend opslog-file
           if w-opslog-status = '35'
              open output opslog-file
           end-if
           if w-opslog-status not = '00'
              display pgm-name ' - can not write operations log, '
                      'status ' w-opslog-status
              go to 4300-log-run-exit
           end-if
           move spaces to opslog-record
           string w-now delimited by size
                  ' OPER=' delimited by size
                  w-operator-id delimited by size
                  ' TOOL=partcert ACTION=CERTIFY TARGET='
                     delimited by size
                  function trim(w-sender) delimited by size
                  ' RESULT=' delimited by size
                  w-result delimited by size
                  ' CERT=' delimited by size
                  function trim(ws-cert-file) delimited by size
             into opslog-record
           end-string
           write opslog-record
           close opslog-file.
      *
       4300-log-run-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    cert_verify=Y : the certificate on record, signed again
      *    with the key it names, must give the signature recorded.
      * ---------------------------------------------------------------
       5000-verify-certificate.
      *
           if not partner-on-master
              move 8 to return-code
              go to 5000-verify-certificate-exit
           end-if
           close partner-file
           if ptnr-cert-result = spaces
              display pgm-name ' - ' function trim(w-sender)
                      ' has no certificate on record'
              move 8 to return-code
              go to 5000-verify-certificate-exit
           end-if
      *
           move spaces to w-key-text
           perform varying w-key-i from 1 by 1
                   until w-key-i > w-key-count
              if ky-id (w-key-i) = ptnr-cert-keyid
                 move ky-text (w-key-i) to w-key-text
              end-if
           end-perform
           if w-key-text = spaces
              display pgm-name ' - key ' function trim(ptnr-cert-keyid)
                      ' is no longer on the seal key ring'
              move 8 to return-code
              go to 5000-verify-certificate-exit
           end-if
      *
           move ptnr-cert-file to ws-cert-file
           perform 4100-sign-certificate
              thru 4100-sign-certificate-exit
           if err not = spaces
              display pgm-name ' - ' function trim(err)
              move 8 to return-code
              go to 5000-verify-certificate-exit
           end-if
           if w-dg-digest = ptnr-cert-digest
              display pgm-name ' - ' function trim(w-sender) ' : '
                      'certificate ' function trim(ws-cert-file)
                      ' (' ptnr-cert-result ', ' ptnr-cert-stamp
                      ') verifies'
              move 0 to return-code
           else
              display pgm-name ' - ' function trim(w-sender) ' : '
                      'certificate ' function trim(ws-cert-file)
                      ' DOES NOT VERIFY'
              move 8 to return-code
           end-if.
      *
       5000-verify-certificate-exit.
           exit.
      *
       end program partcert.
