      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      repdesk.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    repair desk : correct a dead-lettered message and put it
      *    back on the input queue, instead of replaying it as it
      *    is (it fails again), purging it, or waiting days for the
      *    sender to resend.  most of what BIZRULES and FIXRULES
      *    reject is a fixable data fault -- a blank mandatory
      *    field, an amount with the wrong decimals, a bad date in
      *    WW02-DATE.
      *
      *      1=load       - pull one message off the dead-letter
      *                     queue (lnk_error) by msgid ; it is put
      *                     straight back, the desk works on a copy,
      *                     and the screen shows its rejectReason,
      *                     rejectedBy and payload
      *      2=edit field - application/json : the named field gets
      *                     the value keyed in (a string stays a
      *                     string, a number a number ; a missing
      *                     field is added) ; application/octet-
      *                     stream : the field is the item number of
      *                     the category's FIXRULES field line (the
      *                     WW02 layout when the category has none),
      *                     and the value is put at its offset in its
      *                     usage -- CHAR, DISPLAY, DISPLAY-S,
      *                     COMP-3, COMP/BINARY or COMP-5
      *      3=validate   - the repaired payload is run through the
      *                     same business handler the bridge would
      *                     dispatch it to (bizjson, bizfixed, ...)
      *      4=resubmit   - only a payload that has been edited and
      *                     has passed validation since its last
      *                     edit ; a second operator countersigns
      *                     with their own PIN, the original is taken
      *                     off the dead-letter queue and the
      *                     repaired message goes to the input queue
      *                     (lnk_input)
      *      5/6          - page the payload (or the field list)
      *      7            - payload bytes or field list
      *      8=clear      - drop the copy ; the original stays on
      *                     the dead-letter queue
      *
      *    the resubmitted message carries a new messageUUID, the
      *    msgid it was dead-lettered under (repairedFrom) and who
      *    repaired it (repairedBy = repairer/countersigner) ; the
      *    rejection context it was dead-lettered with is taken off
      *    and its retry count starts again.  the sender's signature
      *    no longer fits the repaired bytes, so it is taken off too
      *    and the desk signs the message itself, under the newest
      *    key of sender REPDESK valid today in SENDERKEYS -- the
      *    key cobclient checks a repaired message against ; with
      *    no such key it goes back unsigned.  the payload before and
      *    after goes to the REPAIRS journal (ww47-repair.cpy), the
      *    action to the shared operations log (ops_log_file,
      *    default OPSLOG), a REPAR event to the day's AUDITLOG
      *    generation and a REPAIR link from the original to the
      *    new id to the LINEAGE store (q_lineage_file, through
      *    linwrite.cob).  loading and resubmitting need the OPERATOR
      *    role in the operator registry, checked by opsignon.cob
      *    against the sign-on bridgecon made, or, run on its own,
      *    with the PIN in operator_pin ; the countersigner needs
      *    OPERATOR too, and can not be the repairer.
      *
      *      lnk_error   - the dead-letter queue repairs come from
      *      lnk_input   - the input queue repairs go back to
      *      lnk_timeout - dead-letter queue poll timeout
      *
      *    file names follow the shop's variables : q_repair_file
      *    (REPAIRS), bizfixed_rules (FIXRULES), q_audit_file
      *    (AUDITLOG), q_senderkeys_file (SENDERKEYS).  runs on its
      *    own or from bridgecon's menu.
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
           select repair-file assign to ws-repair-file
                  organization sequential
                  file status is w-repair-status.
      *
           select rules-file assign to ws-rules-file
                  organization line sequential
                  file status is w-rules-status.
      *
           select opslog-file assign to ws-opslog-file
                  organization line sequential
                  file status is w-opslog-status.
      *
           select audit-file assign to ws-audit-file
                  organization line sequential
                  file status is w-audit-status.
      *
           select keys-file assign to ws-keys-file
                  organization line sequential
                  file status is w-keys-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
       fd  repair-file.
       01  repair-record pic x(4347).
      *
       fd  rules-file.
       01  rules-line    pic x(120).
      *
       fd  opslog-file.
       01  opslog-record pic x(200).
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
       fd  keys-file.
       01  keys-line     pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-repdesk-ws-start'.
       01 pgm-name pic x(15)
                 value 'repdesk.cob'.
      *
       01 ws-repair-file     pic x(100) value 'REPAIRS'.
       01 ws-repair-env      pic x(100).
       01 w-repair-status    pic x(02) value '00'.
       01 ws-rules-file      pic x(100) value 'FIXRULES'.
       01 ws-rules-env       pic x(100).
       01 w-rules-status     pic x(02) value '00'.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 ws-audit-file      pic x(100) value 'AUDITLOG'.
       01 ws-audit-env       pic x(100).
       01 w-audit-status     pic x(02) value '00'.
       01 w-audit-base       pic x(100) value spaces.
       01 ws-keys-file       pic x(100) value 'SENDERKEYS'.
       01 ws-keys-env        pic x(100).
       01 w-keys-status      pic x(02) value '00'.
       01 w-operator-id      pic x(08) value spaces.
       01 w-operator-pin     pic x(08) value spaces.
           copy "ww46-signon.cpy".
      *
       01 w-choice           pic x value spaces.
       01 w-done-sw          pic x value 'N'.
           88 console-done         value 'Y'.
       01 w-msgid-in         pic x(61) value spaces.
       01 w-field-in         pic x(32) value spaces.
       01 w-value-in         pic x(70) value spaces.
       01 w-msg              pic x(78) value spaces.
       01 w-action           pic x(16) value spaces.
       01 w-ops-extra        pic x(80) value spaces.
       01 w-now-display      pic x(16) value spaces.
       01 w-now-stamp        pic x(14) value spaces.
      *
      *    the message on the desk : the original as it came off
      *    the dead-letter queue, and the copy being repaired.
      *
       01 w-loaded-sw        pic x value 'N'.
           88 message-loaded       value 'Y'.
       01 w-held-sw          pic x value 'N'.
           88 original-held        value 'Y'.
       01 w-orig-msgid       pic x(61) value spaces.
       01 w-orig-message     pic x(4096) value low-values.
       01 w-orig-len         pic 9(05) value zero.
       01 w-orig-mimetype    pic x(51) value spaces.
       01 w-orig-props       pic x(1026) value low-values.
       01 w-orig-retry       pic x(04) value zeros.
       01 w-reason           pic x(32) value spaces.
       01 w-rejected-by      pic x(32) value spaces.
       01 w-category         pic x(32) value spaces.
       01 w-edit-message     pic x(4096) value low-values.
       01 w-edit-len         pic 9(05) value zero.
       01 w-edits            pic 9(03) value zero.
       01 w-valid-sw         pic x value 'N'.
           88 repair-validated     value 'Y'.
      *
      *    the desk's own signature over the repaired payload.
      *
       01 w-sign-keyid       pic x(32) value spaces.
       01 w-sign-secret      pic x(64) value spaces.
       01 w-sign-sig         pic x(32) value spaces.
       01 w-sign-len         binary-long value zero.
       01 w-sign-today       pic x(08) value spaces.
       01 w-key-sender       pic x(40) value spaces.
       01 w-key-type         pic x(10) value spaces.
       01 w-key-id           pic x(40) value spaces.
       01 w-key-secret       pic x(80) value spaces.
       01 w-key-from         pic x(10) value spaces.
       01 w-key-to           pic x(10) value spaces.
       01 w-mime-main        pic x(51) value spaces.
       01 w-mime-norm        pic x(51) value spaces.
       01 w-kind-sw          pic x value space.
           88 payload-json         value 'J'.
           88 payload-fixed        value 'F'.
      *
      *    what the screen shows under the header : the payload
      *    bytes, or the fields (JSON pairs, FIXRULES field lines).
      *
       01 w-view-sw          pic x value 'P'.
           88 view-payload         value 'P'.
           88 view-fields          value 'F'.
       01 w-view-from        pic 9(05) value 1.
       01 w-item-from        pic 9(03) value 1.
       01 w-view-title       pic x(78) value spaces.
       01 w-len-disp         pic zzzz9.
       01 w-edits-disp       pic zz9.
       01 w-valid-disp       pic x(03) value spaces.
       01 w-from-disp        pic zzzz9.
       01 w-to-disp          pic zzzz9.
       01 w-rows.
          05 w-row1  pic x(78) value spaces.
          05 w-row2  pic x(78) value spaces.
          05 w-row3  pic x(78) value spaces.
          05 w-row4  pic x(78) value spaces.
          05 w-row5  pic x(78) value spaces.
          05 w-row6  pic x(78) value spaces.
          05 w-row7  pic x(78) value spaces.
          05 w-row8  pic x(78) value spaces.
          05 w-row9  pic x(78) value spaces.
          05 w-row10 pic x(78) value spaces.
       01 w-rows-tab redefines w-rows.
          05 w-row pic x(78) occurs 10 times.
       01 w-row-i            pic 9(02) value zero.
       01 w-item-n           pic 9(03) value zero.
      *
      *    printable rendering of payload bytes : anything outside
      *    space..tilde shows as a dot.
      *
       01 w-render-from      pic 9(05) value zero.
       01 w-render-len       pic 9(05) value zero.
       01 w-render-out       pic x(78) value spaces.
       01 w-ch-i             pic 9(05) value zero.
       01 w-ord              pic 9(03) value zero.
      *
      *    a fixed-layout category's FIELD lines from FIXRULES
      *    (bizfixed.cob's definition file), in file order ; the
      *    item number the operator keys is the position here.
      *
       01 w-def-count        pic 9(03) value zero.
       01 w-def-table.
          05 def-entry occurs 60 times.
             10 def-offset   pic 9(05).
             10 def-length   pic 9(04).
             10 def-usage    pic x(09).
             10 def-req      pic x(03).
       01 w-def-i            pic 9(03) value zero.
       01 w-def-category     pic x(20).
       01 w-def-kind         pic x(05).
       01 w-def-offset-x     pic x(06).
       01 w-def-length-x     pic x(06).
       01 w-def-usage-x      pic x(09).
       01 w-def-req-x        pic x(03).
       01 w-fld-end          pic 9(05) value zero.
       01 w-field-row.
          05 fr-item         pic z9.
          05 filler          pic x(01) value space.
          05 fr-offset       pic zzzz9.
          05 filler          pic x(01) value space.
          05 fr-length       pic zzz9.
          05 filler          pic x(01) value space.
          05 fr-usage        pic x(09).
          05 filler          pic x(01) value space.
          05 fr-req          pic x(03).
          05 filler          pic x(01) value space.
          05 fr-value        pic x(50).
      *
      *    numeric work for the fixed-layout usages : the value
      *    keyed in, and the byte and nibble arithmetic that puts it
      *    into (or reads it out of) a packed or binary field.
      *
       01 w-num              pic 9(18) value zero.
       01 w-num-x redefines w-num pic x(18).
       01 w-num-work         pic 9(18) value zero.
       01 w-num-neg-sw       pic x value 'N'.
           88 number-negative      value 'Y'.
       01 w-num-ok-sw        pic x value 'N'.
           88 number-ok            value 'Y'.
       01 w-num-text         pic x(70) value spaces.
       01 w-num-len          pic 9(03) value zero.
       01 w-num-disp         pic -(18)9.
       01 w-limit            pic 9(18) value zero.
       01 w-digits           pic 9(02) value zero.
       01 w-byte             pic 9(03) value zero.
       01 w-hi               pic 9(02) value zero.
       01 w-lo               pic 9(02) value zero.
       01 w-sign-nibble      pic 9(02) value zero.
       01 w-b-i              pic 9(02) value zero.
       01 w-pos              pic 9(05) value zero.
       01 w-decode-ok-sw     pic x value 'Y'.
           88 decode-ok            value 'Y'.
       01 w-hex-digits       pic x(16) value '0123456789ABCDEF'.
       01 w-overpunch        pic x(10) value 'pqrstuvwxy'.
      *
      *    the JSON field being edited : where its value starts
      *    and ends, and whether it is a quoted string.
      *
       01 w-jname            pic x(32) value spaces.
       01 w-jnamelen         pic 9(02) value zero.
       01 w-ji               pic 9(05) value zero.
       01 w-jk               pic 9(05) value zero.
       01 w-jvs              pic 9(05) value zero.
       01 w-jve              pic 9(05) value zero.
       01 w-jfound-sw        pic x value 'N'.
           88 json-field-found     value 'Y'.
       01 w-jquoted-sw       pic x value 'N'.
           88 json-value-quoted    value 'Y'.
       01 w-jend-sw          pic x value 'N'.
           88 json-value-ended     value 'Y'.
       01 w-jpair-name       pic x(32) value spaces.
      *
      *    the splice : replace w-sp-oldlen bytes at w-sp-from in
      *    the repaired copy with w-new-text.
      *
       01 w-work-message     pic x(4096) value low-values.
       01 w-new-text         pic x(110) value spaces.
       01 w-new-len          pic 9(03) value zero.
       01 w-sp-from          pic 9(05) value zero.
       01 w-sp-oldlen        pic 9(05) value zero.
       01 w-sp-tail          pic 9(05) value zero.
       01 w-sp-total         pic 9(05) value zero.
       01 w-splice-sw        pic x value 'N'.
           88 splice-done          value 'Y'.
      *
      *    the business handler call behind a validation, in the
      *    shape cobclient's 2120-dispatch-business-logic uses.
      *
       01 w-biz-failed       pic 9 value zero.
       01 w-biz-retryable    pic 9 value zero.
       01 w-biz-msglen       usage binary-long value zero.
       01 w-biz-charset      pic x(20) value spaces.
       01 w-biz-category     pic x(32) value spaces.
       01 w-biz-reply        pic x(4096) value spaces.
       01 w-biz-replylen     usage binary-long value zero.
       01 w-handler          pic x(10) value spaces.
      *
      *    the dead-letter queue scan behind a load and a resubmit.
      *
       01 w-timeout-ms       usage binary-long value zero.
       01 w-scan-reads       pic 9(04) value zero.
       01 w-scan-max         pic 9(04) value 500.
       01 w-first-msgid      pic x(61) value spaces.
       01 w-target-msgid     pic x(61) value spaces.
       01 w-scan-sw          pic x value 'N'.
           88 scan-done            value 'Y'.
       01 w-fetch-sw         pic x value 'N'.
           88 message-fetched      value 'Y'.
       01 w-send-queue       pic x(101) value spaces.
       01 w-msglen           pic 9(05) value zero.
       01 w-rc-disp          pic -(04)9.
      *
      *    the resubmission's identity and stamps.
      *
       01 w-new-id           pic x(32) value spaces.
       01 w-orig-uuid        pic x(61) value spaces.
       01 w-repaired-by      pic x(17) value spaces.
       01 w-confirm-id       pic x(08) value spaces.
       01 w-confirm-pin      pic x(08) value spaces.
       01 w-stamp-name       pic x(32) value spaces.
       01 w-prop-i           pic 9(02) value zero.
       01 j                  pic 9(02) value zero.
      *
       01 full-current-date.
          10 full-datetime.
             15 f-date.
                25 f-year    pic 9(4).
                25 f-month   pic 99.
                25 f-day     pic 99.
             15 f-time.
                25 c-hour    pic 99.
                25 c-minutes pic 99.
                25 c-seconds pic 99.
                25 c-sec-hund pic 99.
          10 filler          pic x(05).
      *
           copy "ww47-repair.cpy".
      *
      *    the resubmission's link to the original in the LINEAGE
      *    store, through linwrite.cob.
      *
           copy "ww51-lineage.cpy".
      *
           copy "fd-audit.cpy".
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
      *
       01 rc     binary-short value zero.
          88 rc-timeout value -2.
       01  filler pic x(050)
                  value  'pgm-repdesk-ws-end'.
      *
       linkage section.
       01 lnk_error        pic  x(101).
       01 lnk_input        pic  x(101).
       01 lnk_timeout      pic  x(101).
       01 errstatus        pic  x(101).
      *
       screen section.
      *--------------.
       01 repair-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp repair desk'.
          05 line 1  column 60 pic x(16) from w-now-display.
          05 line 2  column 2  value 'msgid  :'.
          05 line 2  column 11 pic x(61) using w-msgid-in.
          05 line 3  column 2  value 'reason :'.
          05 line 3  column 11 pic x(32) from w-reason.
          05 line 3  column 45 value 'by :'.
          05 line 3  column 50 pic x(28) from w-rejected-by.
          05 line 4  column 2  value 'type   :'.
          05 line 4  column 11 pic x(32) from w-mime-norm.
          05 line 4  column 45 value 'category :'.
          05 line 4  column 56 pic x(20) from w-category.
          05 line 5  column 2  value 'length :'.
          05 line 5  column 11 pic zzzz9 from w-edit-len.
          05 line 5  column 18 value 'edits :'.
          05 line 5  column 26 pic zz9 from w-edits.
          05 line 5  column 31 value 'validated :'.
          05 line 5  column 43 pic x(03) from w-valid-disp.
          05 line 5  column 53 value 'operator :'.
          05 line 5  column 64 pic x(08) from w-operator-id.
          05 line 6  column 2  pic x(78) from w-view-title.
          05 line 7  column 2  pic x(78) from w-row1.
          05 line 8  column 2  pic x(78) from w-row2.
          05 line 9  column 2  pic x(78) from w-row3.
          05 line 10 column 2  pic x(78) from w-row4.
          05 line 11 column 2  pic x(78) from w-row5.
          05 line 12 column 2  pic x(78) from w-row6.
          05 line 13 column 2  pic x(78) from w-row7.
          05 line 14 column 2  pic x(78) from w-row8.
          05 line 15 column 2  pic x(78) from w-row9.
          05 line 16 column 2  pic x(78) from w-row10.
          05 line 17 column 2  value '1=load  2=edit field  '.
          05 line 17 column 24 value '3=validate  4=resubmit  '.
          05 line 17 column 48 value '5=next  6=previous'.
          05 line 18 column 2  value '7=payload/fields  8=clear  '.
          05 line 18 column 29 value '0=exit'.
          05 line 19 column 2  value 'choice :'.
          05 line 19 column 11 pic x to w-choice.
          05 line 19 column 15 value 'field :'.
          05 line 19 column 23 pic x(32) to w-field-in.
          05 line 20 column 2  value 'value  :'.
          05 line 20 column 11 pic x(70) to w-value-in.
          05 line 22 column 2  pic x(78) from w-msg.
      *
       01 countersign-screen.
          05 line 23 column 2  value 'countersigned by :'.
          05 line 23 column 21 pic x(08) to w-confirm-id.
          05 line 23 column 31 value 'PIN :'.
          05 line 23 column 37 pic x(08) secure to w-confirm-pin.
      *
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
      *---------------------------------------------------------------*
      *
       procedure division using
               by reference lnk_error ,
               by reference lnk_input ,
               by reference lnk_timeout ,
               by reference errstatus.
      *
       1000-main.
      *
           move lnk_error to q_error
           move lnk_input to q_input
           if function trim(lnk_timeout) is numeric
              move function numval(lnk_timeout) to w-timeout-ms
           else
              move zero to w-timeout-ms
           end-if
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as everywhere else in this shop.
      *
           accept ws-repair-env from environment 'q_repair_file'
              not on exception
                 move ws-repair-env to ws-repair-file
           end-accept.
           accept ws-rules-env from environment 'bizfixed_rules'
              not on exception
                 move ws-rules-env to ws-rules-file
           end-accept.
           accept ws-opslog-env from environment 'ops_log_file'
              not on exception
                 move ws-opslog-env to ws-opslog-file
           end-accept.
           accept ws-audit-env from environment 'q_audit_file'
              not on exception
                 move ws-audit-env to ws-audit-file
           end-accept.
           accept ws-keys-env from environment 'q_senderkeys_file'
              not on exception
                 move ws-keys-env to ws-keys-file
           end-accept.
           accept w-operator-id from environment 'operator_id'
              not on exception
                 continue
           end-accept.
           accept w-operator-pin from environment 'operator_pin'
              not on exception
                 continue
           end-accept.
           if w-audit-base = spaces
              move ws-audit-file to w-audit-base
           end-if
      *
      *    called from bridgecon, a second visit must start clean.
      *
           move 'N' to w-done-sw
           perform 2800-clear thru 2800-clear-exit
           move spaces to w-msg w-msgid-in
           if w-operator-id = spaces
              move 'operator_id not set : view only' to w-msg
           end-if
      *
           perform 2100-console-cycle thru 2100-console-cycle-exit
              until console-done ;
      *
           call 'amqpDisconnectCC' using
                by reference errstatus
           returning rc
           on exception
              continue
           end-call.
      *
           goback.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one console round : paint the message on the desk, take
      *    the operator's choice and act on it.
      * ---------------------------------------------------------------
       2100-console-cycle.
      *
           perform 2110-build-header thru 2110-build-header-exit
           perform 2120-build-view thru 2120-build-view-exit
      *
           move spaces to w-choice w-field-in w-value-in
           display repair-screen
           accept repair-screen
           move spaces to w-msg
      *
           evaluate w-choice
              when '1'
                 perform 2200-load-message thru 2200-load-message-exit
              when '2'
                 perform 2300-edit-field thru 2300-edit-field-exit
              when '3'
                 perform 2400-validate thru 2400-validate-exit
              when '4'
                 perform 2500-resubmit thru 2500-resubmit-exit
              when '5'
                 if view-payload
                    if w-view-from + 760 <= w-edit-len
                       add 760 to w-view-from
                    end-if
                 else
                    add 10 to w-item-from
                 end-if
              when '6'
                 if view-payload
                    if w-view-from > 760
                       subtract 760 from w-view-from
                    else
                       move 1 to w-view-from
                    end-if
                 else
                    if w-item-from > 10
                       subtract 10 from w-item-from
                    else
                       move 1 to w-item-from
                    end-if
                 end-if
              when '7'
                 if view-payload
                    set view-fields to true
                    move 1 to w-item-from
                 else
                    set view-payload to true
                 end-if
              when '8'
                 perform 2800-clear thru 2800-clear-exit
              when '0'
                 perform 2800-clear thru 2800-clear-exit
                 set console-done to true
              when other
                 continue
           end-evaluate.
      *
       2100-console-cycle-exit.
           exit.
      *
       2110-build-header.
      *
           move function current-date (1:14) to w-now-stamp
           move spaces to w-now-display
           string w-now-stamp (1:4) '-' w-now-stamp (5:2) '-'
                  w-now-stamp (7:2) ' ' w-now-stamp (9:2) ':'
                  w-now-stamp (11:2)
                  delimited by size into w-now-display
           end-string
           if repair-validated
              move 'yes' to w-valid-disp
           else
              move 'no' to w-valid-disp
           end-if.
      *
       2110-build-header-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the ten rows under the header : 760 payload bytes, 76 to
      *    a row, or ten fields.
      * ---------------------------------------------------------------
       2120-build-view.
      *
           move spaces to w-rows w-view-title
           if not message-loaded
              move 'key a dead-lettered msgid and load it (1)'
                to w-row1
              go to 2120-build-view-exit
           end-if
           if view-fields
              if payload-json
                 perform 2125-json-rows thru 2125-json-rows-exit
              else
                 if payload-fixed
                    perform 2127-fixed-rows thru 2127-fixed-rows-exit
                 else
                    move 'no fields : only JSON and fixed-layout '
                      & 'payloads can be edited' to w-view-title
                 end-if
              end-if
              go to 2120-build-view-exit
           end-if
      *
           if w-view-from > w-edit-len
              move 1 to w-view-from
           end-if
           move w-view-from to w-from-disp
           if w-view-from + 759 > w-edit-len
              move w-edit-len to w-to-disp
           else
              compute w-to-disp = w-view-from + 759
           end-if
           move w-edit-len to w-len-disp
           string 'payload bytes ' function trim(w-from-disp)
                  '-' function trim(w-to-disp)
                  ' of ' function trim(w-len-disp)
                  delimited by size into w-view-title
           end-string
           perform 2121-payload-row thru 2121-payload-row-exit
              varying w-row-i from 1 by 1
              until w-row-i > 10.
      *
       2120-build-view-exit.
           exit.
      *
       2121-payload-row.
      *
           compute w-render-from = w-view-from + (w-row-i - 1) * 76
           if w-render-from > w-edit-len
              go to 2121-payload-row-exit
           end-if
           compute w-render-len = w-edit-len - w-render-from + 1
           if w-render-len > 76
              move 76 to w-render-len
           end-if
           perform 2122-render-bytes thru 2122-render-bytes-exit
           move w-render-out to w-row (w-row-i).
      *
       2121-payload-row-exit.
           exit.
      *
       2122-render-bytes.
      *
           move spaces to w-render-out
           perform varying w-ch-i from 1 by 1
                   until w-ch-i > w-render-len
              compute w-ord = function ord
                      (w-edit-message (w-render-from + w-ch-i - 1:1))
              if w-ord < 33 or w-ord > 127
                 move '.' to w-render-out (w-ch-i:1)
              else
                 move w-edit-message (w-render-from + w-ch-i - 1:1)
                   to w-render-out (w-ch-i:1)
              end-if
           end-perform.
      *
       2122-render-bytes-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the JSON pairs, one a row, as bizjson reads them : flat
      *    "name" : value pairs.
      * ---------------------------------------------------------------
       2125-json-rows.
      *
           move 'field                            value'
             to w-view-title
           move zero to w-item-n w-row-i
           move 1 to w-ji
           perform 2126-json-next-pair thru 2126-json-next-pair-exit
              until w-ji > w-edit-len or w-row-i >= 10.
           if w-item-n = zero
              move 'no "name" : value pairs found' to w-row1
           end-if.
      *
       2125-json-rows-exit.
           exit.
      *
       2126-json-next-pair.
      *
      *    the next name : its opening and closing quotes.
      *
           perform until w-ji > w-edit-len
                      or w-edit-message (w-ji:1) = '"'
              add 1 to w-ji
           end-perform
           if w-ji > w-edit-len
              go to 2126-json-next-pair-exit
           end-if
           compute w-jk = w-ji + 1
           perform until w-jk > w-edit-len
                      or w-edit-message (w-jk:1) = '"'
              add 1 to w-jk
           end-perform
           if w-jk > w-edit-len
              move w-jk to w-ji
              go to 2126-json-next-pair-exit
           end-if
           move spaces to w-jpair-name
           if w-jk - w-ji - 1 > 0
              move w-edit-message (w-ji + 1:w-jk - w-ji - 1)
                to w-jpair-name
           end-if
      *
      *    then the colon and the value behind it.
      *
           compute w-jvs = w-jk + 1
           perform 2313-skip-blanks thru 2313-skip-blanks-exit
           if w-jvs > w-edit-len
              or w-edit-message (w-jvs:1) not = ':'
              compute w-ji = w-jk + 1
              go to 2126-json-next-pair-exit
           end-if
           add 1 to w-jvs
           perform 2313-skip-blanks thru 2313-skip-blanks-exit
           perform 2312-json-value-end thru 2312-json-value-end-exit
      *
           add 1 to w-item-n
           if w-item-n >= w-item-from
              add 1 to w-row-i
              move spaces to w-render-out
              if json-value-quoted
                 compute w-render-from = w-jvs
                 compute w-render-len = w-jve - w-jvs + 1
              else
                 move w-jvs to w-render-from
                 compute w-render-len = w-jve - w-jvs
              end-if
              if w-render-len > 44
                 move 44 to w-render-len
              end-if
              if w-render-len > 0
                 perform 2122-render-bytes thru 2122-render-bytes-exit
              end-if
              move spaces to w-row (w-row-i)
              string w-jpair-name delimited by size
                     ' ' delimited by size
                     w-render-out (1:44) delimited by size
                into w-row (w-row-i)
              end-string
           end-if
           if json-value-quoted
              compute w-ji = w-jve + 1
           else
              move w-jve to w-ji
           end-if.
      *
       2126-json-next-pair-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the category's FIXRULES field lines, numbered as the
      *    items the operator keys, each with what its bytes now
      *    hold.
      * ---------------------------------------------------------------
       2127-fixed-rows.
      *
           move 'item offset len usage     req value'
             to w-view-title
           if w-def-count = zero
              move 'no field lines for this category' to w-row1
              go to 2127-fixed-rows-exit
           end-if
           if w-item-from > w-def-count
              move 1 to w-item-from
           end-if
           move zero to w-row-i
           perform varying w-def-i from w-item-from by 1
                   until w-def-i > w-def-count or w-row-i >= 10
              add 1 to w-row-i
              move w-def-i to fr-item
              move def-offset (w-def-i) to fr-offset
              move def-length (w-def-i) to fr-length
              move def-usage (w-def-i) to fr-usage
              move def-req (w-def-i) to fr-req
              perform 2128-decode-field thru 2128-decode-field-exit
              move w-field-row to w-row (w-row-i)
           end-perform.
      *
       2127-fixed-rows-exit.
           exit.
      *
      *    what field w-def-i holds, readable : text as text,
      *    packed and binary as their number (packed bytes that are
      *    not valid packed show in hex).
      *
       2128-decode-field.
      *
           move spaces to fr-value
           compute w-fld-end = def-offset (w-def-i)
                             + def-length (w-def-i) - 1
           if w-fld-end > w-edit-len
              move '(beyond the end of the record)' to fr-value
              go to 2128-decode-field-exit
           end-if
           evaluate def-usage (w-def-i)
              when 'COMP-3'
                 perform 2324-decode-packed
                    thru 2324-decode-packed-exit
                 if decode-ok
                    move w-num to w-num-disp
                    if number-negative
                       compute w-num-disp = 0 - w-num
                    end-if
                    move function trim(w-num-disp) to fr-value
                 else
                    perform 2129-hex-bytes thru 2129-hex-bytes-exit
                 end-if
              when 'COMP'
              when 'BINARY'
              when 'COMP-5'
                 perform 2325-decode-binary
                    thru 2325-decode-binary-exit
                 move w-num to w-num-disp
                 move function trim(w-num-disp) to fr-value
              when other
                 move def-offset (w-def-i) to w-render-from
                 move def-length (w-def-i) to w-render-len
                 if w-render-len > 50
                    move 50 to w-render-len
                 end-if
                 perform 2122-render-bytes thru 2122-render-bytes-exit
                 move w-render-out (1:50) to fr-value
           end-evaluate.
      *
       2128-decode-field-exit.
           exit.
      *
       2129-hex-bytes.
      *
           move "x'" to fr-value
           move 3 to w-pos
           perform varying w-b-i from 1 by 1
                   until w-b-i > def-length (w-def-i)
                      or w-pos > 46
              compute w-byte = function ord (w-edit-message
                      (def-offset (w-def-i) + w-b-i - 1:1)) - 1
              compute w-hi = w-byte / 16
              compute w-lo = function mod (w-byte, 16)
              move w-hex-digits (w-hi + 1:1) to fr-value (w-pos:1)
              move w-hex-digits (w-lo + 1:1) to fr-value (w-pos + 1:1)
              add 2 to w-pos
           end-perform
           move "'" to fr-value (w-pos:1).
      *
       2129-hex-bytes-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one more line in the shared operations log, written
      *    before the action runs, as bridgecon does.
      * ---------------------------------------------------------------
       2135-log-action.
      *
           open extend opslog-file
           if w-opslog-status = '35'
              open output opslog-file
           end-if
           if w-opslog-status not = '00'
              display pgm-name ' - can not write operations log, '
                      'status ' w-opslog-status
              go to 2135-log-action-exit
           end-if
           move spaces to opslog-record
           string function current-date (1:14) delimited by size
                  ' OPER=' delimited by size
                  w-operator-id delimited by size
                  ' TOOL=repdesk ACTION=' delimited by size
                  function trim(w-action) delimited by size
                  ' TARGET=' delimited by size
                  function trim(w-target-msgid) delimited by size
                  ' ' delimited by size
                  function trim(w-ops-extra) delimited by size
             into opslog-record
           end-string
           write opslog-record
           close opslog-file
           move '00' to w-opslog-status.
      *
       2135-log-action-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the operator's sign-on and role, checked before a load
      *    and a resubmission ; a refusal is shown in the message
      *    line (and is in the OPSLOG already).
      * ---------------------------------------------------------------
       2150-check-role.
      *
           move 'CHECK' to ww46-function
           move 'repdesk' to ww46-tool
           move 'REPAIR' to ww46-action
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           move 'OPERATOR' to ww46-need-role
           perform 2151-call-signon thru 2151-call-signon-exit
           if ww46-refused
              move ww46-msg to w-msg
           end-if.
      *
       2150-check-role-exit.
           exit.
      *
       2151-call-signon.
      *
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin.
      *
       2151-call-signon-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load : the message is read off the dead-letter queue and
      *    put straight back, and the desk works on its copy -- the
      *    queue keeps the original until the repair is resubmitted.
      * ---------------------------------------------------------------
       2200-load-message.
      *
           if w-operator-id = spaces
              move 'operator_id not set : view only' to w-msg
              go to 2200-load-message-exit
           end-if
           if w-msgid-in = spaces
              move 'key the dead-lettered msgid to load' to w-msg
              go to 2200-load-message-exit
           end-if
           if original-held
              perform 2290-return-original
                 thru 2290-return-original-exit
              if original-held
                 go to 2200-load-message-exit
              end-if
           end-if
           perform 2150-check-role thru 2150-check-role-exit
           if ww46-refused
              go to 2200-load-message-exit
           end-if
      *
           perform 2800-clear thru 2800-clear-exit
           move w-msgid-in to w-target-msgid
           move 'LOAD' to w-action
           move spaces to w-ops-extra
           perform 2135-log-action thru 2135-log-action-exit
      *
           perform 2700-fetch-message thru 2700-fetch-message-exit
           if not message-fetched
              if w-msg = spaces
                 string 'msgid ' function trim(w-target-msgid)
                        ' not found on the dead-letter queue'
                        delimited by size into w-msg
                 end-string
              end-if
              go to 2200-load-message-exit
           end-if
      *
           move q_msgid       to w-orig-msgid
           move w-msglen      to w-orig-len w-edit-len
           move low-values    to w-orig-message
           if w-msglen > 0
              move q_message (1:w-msglen) to w-orig-message
           end-if
           move w-orig-message to w-edit-message
           move q_mimetype    to w-orig-mimetype
           move q_properties  to w-orig-props
           move q_retrycount  to w-orig-retry
           set message-loaded to true
           set original-held to true
      *
      *    the original goes straight back where it came from.
      *
           perform 2290-return-original
              thru 2290-return-original-exit
           perform 2210-take-details thru 2210-take-details-exit
           if original-held
              go to 2200-load-message-exit
           end-if
           string 'loaded ' function trim(w-orig-msgid)
                  ' : edit (2), validate (3), resubmit (4)'
                  delimited by size into w-msg
           end-string.
      *
       2200-load-message-exit.
           exit.
      *
      *    the rejection context and category off the properties,
      *    the payload kind off the mimetype, and for a fixed
      *    layout its field lines.
      *
       2210-take-details.
      *
           move w-orig-props to q_properties
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = REJECTREASON
                 move q_value (w-prop-i) to w-reason
              end-if
              if q_name (w-prop-i) = REJECTEDBY
                 move q_value (w-prop-i) to w-rejected-by
              end-if
              if q_name (w-prop-i) = MSGCATEGORY
                 move q_value (w-prop-i) to w-category
              end-if
              if q_name (w-prop-i) = MESSAGEUUID
                 move q_value (w-prop-i) to w-orig-uuid
              end-if
           end-perform
      *
           move spaces to w-mime-main
           unstring w-orig-mimetype delimited by ';'
               into w-mime-main
           end-unstring
           move function lower-case(function trim(w-mime-main))
             to w-mime-norm
           evaluate w-mime-norm
              when 'application/json'
                 set payload-json to true
              when 'application/octet-stream'
                 set payload-fixed to true
                 perform 2220-load-defs thru 2220-load-defs-exit
              when other
                 move space to w-kind-sw
           end-evaluate
           set view-payload to true
           move 1 to w-view-from w-item-from.
      *
       2210-take-details-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the category's FIELD lines from FIXRULES, in the format
      *    bizfixed.cob reads ; a category with none is the WW02
      *    layout, which is what bizfixed falls back to as well.
      * ---------------------------------------------------------------
       2220-load-defs.
      *
           move zero to w-def-count
           if w-category not = spaces
              open input rules-file
              if w-rules-status = '00'
                 perform until w-rules-status = '10'
                    read rules-file
                       at end
                          move '10' to w-rules-status
                       not at end
                          perform 2221-load-one-def
                             thru 2221-load-one-def-exit
                    end-read
                 end-perform
                 close rules-file
              end-if
              move '00' to w-rules-status
           end-if
           if w-def-count = zero
              perform 2225-ww02-defs thru 2225-ww02-defs-exit
           end-if.
      *
       2220-load-defs-exit.
           exit.
      *
       2221-load-one-def.
      *
           if rules-line = spaces
              or rules-line (1:1) = '*'
              or w-def-count >= 60
              go to 2221-load-one-def-exit
           end-if
           move spaces to w-def-category w-def-kind w-def-offset-x
                          w-def-length-x w-def-usage-x w-def-req-x
           unstring rules-line delimited by ','
               into w-def-category
                    w-def-kind
                    w-def-offset-x
                    w-def-length-x
                    w-def-usage-x
                    w-def-req-x
           end-unstring
           if w-def-kind not = 'FIELD'
              or function trim(w-def-category)
                 not = function trim(w-category (1:20))
              or function trim(w-def-offset-x) is not numeric
              or function trim(w-def-length-x) is not numeric
              or w-def-offset-x = spaces
              or w-def-length-x = spaces
              go to 2221-load-one-def-exit
           end-if
           add 1 to w-def-count
           move function numval(w-def-offset-x)
             to def-offset (w-def-count)
           move function numval(w-def-length-x)
             to def-length (w-def-count)
           move w-def-usage-x to def-usage (w-def-count)
           move w-def-req-x to def-req (w-def-count).
      *
       2221-load-one-def-exit.
           exit.
      *
       2225-ww02-defs.
      *
           move 5 to w-def-count
           move 16 to def-offset (1)
           move 25 to def-length (1)
           move 'CHAR' to def-usage (1)
           move 116 to def-offset (2)
           move 2 to def-length (2)
           move 'COMP' to def-usage (2)
           move 119 to def-offset (3)
           move 3 to def-length (3)
           move 'COMP-3' to def-usage (3)
           move 123 to def-offset (4)
           move 2 to def-length (4)
           move 'COMP-5' to def-usage (4)
           move 126 to def-offset (5)
           move 4 to def-length (5)
           move 'DISPLAY' to def-usage (5)
           perform varying w-def-i from 1 by 1
                   until w-def-i > 5
              move 'REQ' to def-req (w-def-i)
           end-perform.
      *
       2225-ww02-defs-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the original back on the dead-letter queue, untouched.
      *    until that succeeds the desk holds the only copy, and
      *    says so.
      * ---------------------------------------------------------------
       2290-return-original.
      *
           move w-orig-msgid to q_msgid
           move low-values to q_message
           if w-orig-len > 0
              move w-orig-message (1:w-orig-len) to q_message
           end-if
           move w-orig-len to w-msglen
           move w-orig-mimetype to q_mimetype
           move w-orig-props to q_properties
           move w-orig-retry to q_retrycount
           move lnk_error to w-send-queue
           perform 2740-send-message thru 2740-send-message-exit
           if rc < 0
              move 'can not put the message back on the dead-letter'
                & ' queue : it is held here' to w-msg
              go to 2290-return-original-exit
           end-if
           move 'N' to w-held-sw.
      *
       2290-return-original-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one field edit on the copy ; any edit calls for a fresh
      *    validation before the copy can be resubmitted.
      * ---------------------------------------------------------------
       2300-edit-field.
      *
           if not message-loaded
              move 'load a message first (1)' to w-msg
              go to 2300-edit-field-exit
           end-if
           if w-field-in = spaces
              move 'key the field to change' to w-msg
              go to 2300-edit-field-exit
           end-if
           move 'N' to w-splice-sw
           evaluate true
              when payload-json
                 perform 2310-edit-json thru 2310-edit-json-exit
              when payload-fixed
                 perform 2320-edit-fixed thru 2320-edit-fixed-exit
              when other
                 move 'only JSON and fixed-layout payloads can be '
                   & 'edited' to w-msg
           end-evaluate
           if not splice-done
              go to 2300-edit-field-exit
           end-if
           add 1 to w-edits
           move 'N' to w-valid-sw
           string function trim(w-field-in) ' changed : validate (3)'
                  ' before resubmitting'
                  delimited by size into w-msg
           end-string.
      *
       2300-edit-field-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a JSON field : a quoted value's contents are replaced, a
      *    bare value (number, true, false, null) is replaced as
      *    keyed ; a field the payload lacks is added before the
      *    closing brace, quoted unless the value is a number.
      * ---------------------------------------------------------------
       2310-edit-json.
      *
           if w-value-in not = spaces
              and function trim(w-value-in) (1:1) = '"'
              move 'key the value without quotes' to w-msg
              go to 2310-edit-json-exit
           end-if
           move zero to w-ji
           inspect w-value-in tallying w-ji for all '"'
           if w-ji > 0
              move 'a value may not contain a double quote' to w-msg
              go to 2310-edit-json-exit
           end-if
           move w-field-in to w-jname
           move function length(function trim(w-field-in))
             to w-jnamelen
           move spaces to w-new-text
           move zero to w-new-len
           if w-value-in not = spaces
              move function trim(w-value-in) to w-new-text
              move function length(function trim(w-value-in))
                to w-new-len
           end-if
      *
           perform 2311-json-find thru 2311-json-find-exit
           if json-field-found
              if json-value-quoted
                 compute w-sp-from = w-jvs + 1
                 compute w-sp-oldlen = w-jve - w-jvs - 1
              else
                 if w-new-len = zero
                    move 'a number can not be left blank' to w-msg
                    go to 2310-edit-json-exit
                 end-if
                 move w-jvs to w-sp-from
                 compute w-sp-oldlen = w-jve - w-jvs
              end-if
              perform 2390-splice thru 2390-splice-exit
              go to 2310-edit-json-exit
           end-if
      *
      *    a missing field : added just ahead of the closing brace,
      *    after a comma unless the object is empty.
      *
           move w-edit-len to w-ji
           perform until w-ji < 1
                      or w-edit-message (w-ji:1) = '}'
              subtract 1 from w-ji
           end-perform
           if w-ji < 1
              move 'payload has no closing brace to add the field'
                to w-msg
              go to 2310-edit-json-exit
           end-if
           move w-ji to w-sp-from
           move zero to w-sp-oldlen
           compute w-jk = w-ji - 1
           perform until w-jk < 1
                      or (w-edit-message (w-jk:1) not = space
                          and w-edit-message (w-jk:1) not = x'0A'
                          and w-edit-message (w-jk:1) not = x'0D'
                          and w-edit-message (w-jk:1) not = x'09')
              subtract 1 from w-jk
           end-perform
      *
           move w-new-text to w-num-text
           inspect w-num-text converting '0123456789.-' to spaces
           move spaces to w-new-text
           if w-jk > 0 and w-edit-message (w-jk:1) not = '{'
              move ',' to w-new-text
           end-if
           if w-num-text = spaces and w-value-in not = spaces
              string function trim(w-new-text) '"'
                     w-jname (1:w-jnamelen) '":'
                     function trim(w-value-in)
                     delimited by size into w-new-text
              end-string
           else
              string function trim(w-new-text) '"'
                     w-jname (1:w-jnamelen) '":"'
                     function trim(w-value-in) '"'
                     delimited by size into w-new-text
              end-string
           end-if
           move function length(function trim(w-new-text))
             to w-new-len
           perform 2390-splice thru 2390-splice-exit.
      *
       2310-edit-json-exit.
           exit.
      *
      *    "name" followed by a colon : w-jvs is where its value
      *    starts, w-jve where it ends (the closing quote of a
      *    string, the byte after a bare value).
      *
       2311-json-find.
      *
           move 'N' to w-jfound-sw
           if w-jnamelen = zero or w-edit-len < w-jnamelen + 3
              go to 2311-json-find-exit
           end-if
           perform varying w-ji from 1 by 1
                   until w-ji > w-edit-len - w-jnamelen - 1
                      or json-field-found
              if w-edit-message (w-ji:1) = '"'
                 and w-edit-message (w-ji + 1:w-jnamelen)
                     = w-jname (1:w-jnamelen)
                 and w-edit-message (w-ji + w-jnamelen + 1:1) = '"'
                 compute w-jvs = w-ji + w-jnamelen + 2
                 perform 2313-skip-blanks thru 2313-skip-blanks-exit
                 if w-jvs <= w-edit-len
                    and w-edit-message (w-jvs:1) = ':'
                    add 1 to w-jvs
                    perform 2313-skip-blanks
                       thru 2313-skip-blanks-exit
                    set json-field-found to true
                 end-if
              end-if
           end-perform
           if json-field-found
              perform 2312-json-value-end
                 thru 2312-json-value-end-exit
              if json-value-quoted and w-jve > w-edit-len
                 move 'N' to w-jfound-sw
                 move 'the field''s string value is not closed'
                   to w-msg
              end-if
           end-if.
      *
       2311-json-find-exit.
           exit.
      *
       2312-json-value-end.
      *
           move 'N' to w-jquoted-sw w-jend-sw
           if w-jvs <= w-edit-len
              and w-edit-message (w-jvs:1) = '"'
              set json-value-quoted to true
              compute w-jve = w-jvs + 1
              perform until w-jve > w-edit-len or json-value-ended
                 if w-edit-message (w-jve:1) = '"'
                    and w-edit-message (w-jve - 1:1) not = '\'
                    set json-value-ended to true
                 else
                    add 1 to w-jve
                 end-if
              end-perform
              go to 2312-json-value-end-exit
           end-if
           move w-jvs to w-jve
           perform until w-jve > w-edit-len
                      or w-edit-message (w-jve:1) = ','
                      or w-edit-message (w-jve:1) = '}'
                      or w-edit-message (w-jve:1) = ']'
                      or w-edit-message (w-jve:1) = space
                      or w-edit-message (w-jve:1) = x'0A'
                      or w-edit-message (w-jve:1) = x'0D'
              add 1 to w-jve
           end-perform.
      *
       2312-json-value-end-exit.
           exit.
      *
       2313-skip-blanks.
      *
           perform until w-jvs > w-edit-len
                      or (w-edit-message (w-jvs:1) not = space
                          and w-edit-message (w-jvs:1) not = x'0A'
                          and w-edit-message (w-jvs:1) not = x'0D'
                          and w-edit-message (w-jvs:1) not = x'09')
              add 1 to w-jvs
           end-perform.
      *
       2313-skip-blanks-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a fixed-layout field : the item is the field line's
      *    number, the value goes in at its offset in its usage.
      *    the record never changes length.
      * ---------------------------------------------------------------
       2320-edit-fixed.
      *
           if function trim(w-field-in) is not numeric
              move 'key the field''s item number (7 lists them)'
                to w-msg
              go to 2320-edit-fixed-exit
           end-if
           move function numval(w-field-in) to w-def-i
           if w-def-i < 1 or w-def-i > w-def-count
              move 'no such field item (7 lists them)' to w-msg
              go to 2320-edit-fixed-exit
           end-if
           compute w-fld-end = def-offset (w-def-i)
                             + def-length (w-def-i) - 1
           if w-fld-end > w-edit-len
              move 'that field lies beyond the end of the record'
                to w-msg
              go to 2320-edit-fixed-exit
           end-if
      *
           evaluate def-usage (w-def-i)
              when 'DISPLAY'
              when 'DISPLAY-S'
              when 'COMP-3'
              when 'COMP'
              when 'BINARY'
              when 'COMP-5'
                 perform 2321-parse-number
                    thru 2321-parse-number-exit
                 if not number-ok
                    go to 2320-edit-fixed-exit
                 end-if
              when other
                 if def-length (w-def-i) < 70
                    and w-value-in (def-length (w-def-i) + 1:)
                        not = spaces
                    move 'value is longer than the field' to w-msg
                    go to 2320-edit-fixed-exit
                 end-if
                 move w-value-in to
                      w-edit-message (def-offset (w-def-i):
                                      def-length (w-def-i))
                 set splice-done to true
                 go to 2320-edit-fixed-exit
           end-evaluate
      *
           evaluate def-usage (w-def-i)
              when 'DISPLAY'
              when 'DISPLAY-S'
                 perform 2322-encode-display
                    thru 2322-encode-display-exit
              when 'COMP-3'
                 perform 2323-encode-packed
                    thru 2323-encode-packed-exit
              when other
                 perform 2326-encode-binary
                    thru 2326-encode-binary-exit
           end-evaluate.
      *
       2320-edit-fixed-exit.
           exit.
      *
      *    the value keyed in as a whole number : w-num its
      *    magnitude, number-negative its sign (only the signed
      *    usages take one).
      *
       2321-parse-number.
      *
           move 'N' to w-num-ok-sw w-num-neg-sw
           move function trim(w-value-in) to w-num-text
           if w-num-text (1:1) = '-'
              set number-negative to true
              move w-num-text (2:) to w-num-text
           end-if
           move function length(function trim(w-num-text))
             to w-num-len
           if w-num-text = spaces
              or function trim(w-num-text) is not numeric
              or w-num-len > 18
              move 'key a whole number for this field' to w-msg
              go to 2321-parse-number-exit
           end-if
           if number-negative
              and def-usage (w-def-i) not = 'DISPLAY-S'
              and def-usage (w-def-i) not = 'COMP-3'
              move 'this field does not take a sign' to w-msg
              go to 2321-parse-number-exit
           end-if
           move function numval(w-num-text) to w-num
           if w-num = zero
              move 'N' to w-num-neg-sw
           end-if
           set number-ok to true.
      *
       2321-parse-number-exit.
           exit.
      *
      *    zoned decimal, right-justified and zero-filled ; a
      *    negative DISPLAY-S value carries bizfixed's overpunch
      *    ('p'-'y') in its last byte.
      *
       2322-encode-display.
      *
           if def-length (w-def-i) > 18
              move 'field too long for a numeric edit' to w-msg
              go to 2322-encode-display-exit
           end-if
           compute w-digits = def-length (w-def-i)
           if w-digits < 18
              compute w-limit = 10 ** w-digits
              if w-num >= w-limit
                 move 'value does not fit the field' to w-msg
                 go to 2322-encode-display-exit
              end-if
           end-if
           move w-num-x (19 - w-digits:w-digits)
             to w-edit-message (def-offset (w-def-i):w-digits)
           if number-negative
              compute w-pos = def-offset (w-def-i) + w-digits - 1
              compute w-byte = function ord
                      (w-edit-message (w-pos:1)) - 49
              move w-overpunch (w-byte + 1:1)
                to w-edit-message (w-pos:1)
           end-if
           set splice-done to true.
      *
       2322-encode-display-exit.
           exit.
      *
      *    packed decimal : 2n-1 digit nibbles and the sign nibble.
      *    the field keeps its own sign style -- F (unsigned) stays
      *    F, C/D follows the value's sign.
      *
       2323-encode-packed.
      *
           compute w-digits = def-length (w-def-i) * 2 - 1
           if w-digits > 17
              move 'field too long for a numeric edit' to w-msg
              go to 2323-encode-packed-exit
           end-if
           compute w-limit = 10 ** w-digits
           if w-num >= w-limit
              move 'value does not fit the field' to w-msg
              go to 2323-encode-packed-exit
           end-if
           compute w-pos = def-offset (w-def-i)
                         + def-length (w-def-i) - 1
           compute w-byte = function ord (w-edit-message (w-pos:1))
                          - 1
           compute w-sign-nibble = function mod (w-byte, 16)
           if w-sign-nibble = 12 or w-sign-nibble = 13
              if number-negative
                 move 13 to w-sign-nibble
              else
                 move 12 to w-sign-nibble
              end-if
           else
              if number-negative
                 move 'this field is unsigned' to w-msg
                 go to 2323-encode-packed-exit
              end-if
              move 15 to w-sign-nibble
           end-if
      *
           perform varying w-b-i from 1 by 1
                   until w-b-i > def-length (w-def-i)
              compute w-pos = 19 - w-digits + (w-b-i - 1) * 2
              compute w-hi = function ord (w-num-x (w-pos:1)) - 49
              if w-b-i < def-length (w-def-i)
                 compute w-lo = function ord (w-num-x (w-pos + 1:1))
                              - 49
              else
                 move w-sign-nibble to w-lo
              end-if
              compute w-byte = w-hi * 16 + w-lo
              move function char (w-byte + 1)
                to w-edit-message (def-offset (w-def-i) + w-b-i - 1:1)
           end-perform
           set splice-done to true.
      *
       2323-encode-packed-exit.
           exit.
      *
      *    a packed field read back : decode-ok only when every
      *    digit nibble is 0-9 and the sign nibble is A-F.
      *
       2324-decode-packed.
      *
           move zero to w-num
           move 'N' to w-num-neg-sw
           set decode-ok to true
           perform varying w-b-i from 1 by 1
                   until w-b-i > def-length (w-def-i)
                      or not decode-ok
              compute w-byte = function ord (w-edit-message
                      (def-offset (w-def-i) + w-b-i - 1:1)) - 1
              compute w-hi = w-byte / 16
              compute w-lo = function mod (w-byte, 16)
              if w-hi > 9
                 move 'N' to w-decode-ok-sw
              else
                 compute w-num = w-num * 10 + w-hi
                 if w-b-i < def-length (w-def-i)
                    if w-lo > 9
                       move 'N' to w-decode-ok-sw
                    else
                       compute w-num = w-num * 10 + w-lo
                    end-if
                 else
                    if w-lo < 10
                       move 'N' to w-decode-ok-sw
                    end-if
                    if w-lo = 11 or w-lo = 13
                       set number-negative to true
                    end-if
                 end-if
              end-if
           end-perform.
      *
       2324-decode-packed-exit.
           exit.
      *
      *    a binary field read back : COMP / BINARY are big-endian,
      *    COMP-5 is the machine's own order, little-endian on the
      *    shop's intel hosts.
      *
       2325-decode-binary.
      *
           move zero to w-num
           perform varying w-b-i from 1 by 1
                   until w-b-i > def-length (w-def-i)
                      or w-b-i > 7
              if def-usage (w-def-i) = 'COMP-5'
                 compute w-pos = def-offset (w-def-i)
                               + def-length (w-def-i) - w-b-i
              else
                 compute w-pos = def-offset (w-def-i) + w-b-i - 1
              end-if
              compute w-byte = function ord (w-edit-message (w-pos:1))
                             - 1
              compute w-num = w-num * 256 + w-byte
           end-perform.
      *
       2325-decode-binary-exit.
           exit.
      *
       2326-encode-binary.
      *
           if def-length (w-def-i) > 7
              move 'field too long for a numeric edit' to w-msg
              go to 2326-encode-binary-exit
           end-if
           compute w-limit = 256 ** def-length (w-def-i)
           if w-num >= w-limit
              move 'value does not fit the field' to w-msg
              go to 2326-encode-binary-exit
           end-if
           move w-num to w-num-work
           perform varying w-b-i from 1 by 1
                   until w-b-i > def-length (w-def-i)
              compute w-byte = function mod (w-num-work, 256)
              compute w-num-work = (w-num-work - w-byte) / 256
              if def-usage (w-def-i) = 'COMP-5'
                 compute w-pos = def-offset (w-def-i) + w-b-i - 1
              else
                 compute w-pos = def-offset (w-def-i)
                               + def-length (w-def-i) - w-b-i
              end-if
              move function char (w-byte + 1)
                to w-edit-message (w-pos:1)
           end-perform
           set splice-done to true.
      *
       2326-encode-binary-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    replace w-sp-oldlen bytes at w-sp-from with the
      *    w-new-len bytes of w-new-text ; the payload grows or
      *    shrinks to suit, never past the 4096-byte buffer.
      * ---------------------------------------------------------------
       2390-splice.
      *
           compute w-sp-tail = w-edit-len - w-sp-from - w-sp-oldlen
                             + 1
           compute w-sp-total = w-sp-from - 1 + w-new-len + w-sp-tail
           if w-sp-total > 4096
              move 'the repaired payload would not fit 4096 bytes'
                to w-msg
              go to 2390-splice-exit
           end-if
           move low-values to w-work-message
           if w-sp-from > 1
              move w-edit-message (1:w-sp-from - 1)
                to w-work-message (1:w-sp-from - 1)
           end-if
           if w-new-len > 0
              move w-new-text (1:w-new-len)
                to w-work-message (w-sp-from:w-new-len)
           end-if
           if w-sp-tail > 0
              move w-edit-message (w-sp-from + w-sp-oldlen:w-sp-tail)
                to w-work-message (w-sp-from + w-new-len:w-sp-tail)
           end-if
           move w-work-message to w-edit-message
           move w-sp-total to w-edit-len
           set splice-done to true.
      *
       2390-splice-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the repaired copy through the business handler the
      *    bridge would dispatch it to, under the category it
      *    carries ; each handler is CANCELed afterwards so the
      *    next validation reads its rules afresh, as shadowrun
      *    does between passes.
      * ---------------------------------------------------------------
       2400-validate.
      *
           if not message-loaded
              move 'load a message first (1)' to w-msg
              go to 2400-validate-exit
           end-if
           move w-edit-message to w-work-message
           move zero to w-biz-failed w-biz-retryable w-biz-replylen
           move w-edit-len to w-biz-msglen
           move spaces to w-biz-charset w-biz-reply
           move w-category to w-biz-category
           evaluate w-mime-norm
              when 'application/json'
                 move 'bizjson' to w-handler
              when 'text/plain'
                 move 'biztext' to w-handler
              when 'application/octet-stream'
                 move 'bizfixed' to w-handler
              when 'application/xml'
                 move 'bizxml' to w-handler
              when 'text/csv'
                 move 'bizcsv' to w-handler
              when other
                 move 'bizdefault' to w-handler
           end-evaluate
           call w-handler using
                by reference w-work-message,
                by reference w-biz-failed,
                by reference w-biz-retryable,
                by reference w-biz-msglen,
                by reference w-biz-charset,
                by reference w-biz-category,
                by reference w-biz-reply,
                by reference w-biz-replylen
           on exception
              string function trim(w-handler) ' not linked in'
                     delimited by size into w-msg
              end-string
              go to 2400-validate-exit
           end-call
           cancel w-handler
      *
           if w-biz-failed = zero
              set repair-validated to true
              move 'validation passed : resubmit (4) when ready'
                to w-msg
              go to 2400-validate-exit
           end-if
           move 'N' to w-valid-sw
           if w-biz-replylen > 0
              string 'validation failed : ' delimited by size
                     w-biz-reply (1:58) delimited by size
                into w-msg
              end-string
           else
              string 'validation failed in ' function trim(w-handler)
                     ' : see its messages' delimited by size
                into w-msg
              end-string
           end-if.
      *
       2400-validate-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    resubmit : the repairer's role, a countersigning second
      *    operator, the original off the dead-letter queue and the
      *    repaired copy onto the input queue -- then the journal,
      *    the audit trail and the screen.  a send that fails puts
      *    the original back.
      * ---------------------------------------------------------------
       2500-resubmit.
      *
           if not message-loaded
              move 'load a message first (1)' to w-msg
              go to 2500-resubmit-exit
           end-if
           if w-edits = zero
              move 'nothing repaired : dlqtool REPLAY resends as is'
                to w-msg
              go to 2500-resubmit-exit
           end-if
           if not repair-validated
              move 'validate the repair (3) before resubmitting'
                to w-msg
              go to 2500-resubmit-exit
           end-if
           if lnk_input = spaces or lnk_input = low-values
              move 'no input queue to resubmit to' to w-msg
              go to 2500-resubmit-exit
           end-if
           perform 2150-check-role thru 2150-check-role-exit
           if ww46-refused
              go to 2500-resubmit-exit
           end-if
           perform 2510-countersign thru 2510-countersign-exit
           if ww46-refused
              go to 2500-resubmit-exit
           end-if
      *
           move function current-date (1:14) to w-now-stamp
           move spaces to w-new-id w-repaired-by
           string 'RPR-' w-now-stamp '-' w-orig-msgid (1:13)
                  delimited by size into w-new-id
           end-string
           string function trim(w-operator-id) '/'
                  function trim(w-confirm-id)
                  delimited by size into w-repaired-by
           end-string
           move w-orig-msgid to w-target-msgid
           move 'RESUBMIT' to w-action
           move spaces to w-ops-extra
           move w-edits to w-edits-disp
           string 'NEWID=' function trim(w-new-id)
                  ' EDITS=' function trim(w-edits-disp)
                  ' CONFIRM=' w-confirm-id
                  delimited by size into w-ops-extra
           end-string
           perform 2135-log-action thru 2135-log-action-exit
      *
      *    the original comes off the dead-letter queue, unless the
      *    desk is already holding it.
      *
           if not original-held
              perform 2700-fetch-message thru 2700-fetch-message-exit
              if not message-fetched
                 if w-msg = spaces
                    string 'msgid ' function trim(w-orig-msgid)
                           ' is no longer on the dead-letter queue'
                           delimited by size into w-msg
                    end-string
                 end-if
                 go to 2500-resubmit-exit
              end-if
              set original-held to true
           end-if
      *
           perform 2520-stamp-repair thru 2520-stamp-repair-exit
           move lnk_input to w-send-queue
           perform 2740-send-message thru 2740-send-message-exit
           if rc < 0
              perform 2290-return-original
                 thru 2290-return-original-exit
              if not original-held
                 string 'can not send to ' delimited by size
                        function trim(lnk_input) delimited by size
                        ', message left dead-lettered'
                        delimited by size into w-msg
                 end-string
              end-if
              go to 2500-resubmit-exit
           end-if
           move 'N' to w-held-sw
      *
           perform 2530-write-journal thru 2530-write-journal-exit
           perform 9010-write-audit-record
              thru 9010-write-audit-record-exit
           perform 2540-write-lineage thru 2540-write-lineage-exit
           move spaces to w-msg
           string function trim(w-orig-msgid) ' resubmitted as '
                  function trim(w-new-id) ' by '
                  function trim(w-repaired-by)
                  delimited by size into w-msg
           end-string
           move 'N' to w-loaded-sw
           move spaces to w-msgid-in.
      *
       2500-resubmit-exit.
           exit.
      *
      *    the second operator signs with their own PIN ; opsignon
      *    refuses the repairer and anyone below OPERATOR.
      *
       2510-countersign.
      *
           move spaces to w-confirm-id w-confirm-pin
           display countersign-screen
           accept countersign-screen
           move 'COUNTER' to ww46-function
           move 'repdesk' to ww46-tool
           move 'REPAIR' to ww46-action
           move w-confirm-id to ww46-oper
           move w-confirm-pin to ww46-pin
           move 'OPERATOR' to ww46-need-role
           perform 2151-call-signon thru 2151-call-signon-exit
           move spaces to w-confirm-pin
           if ww46-refused
              string 'countersign refused : ' ww46-msg
                     delimited by size into w-msg
              end-string
              go to 2510-countersign-exit
           end-if
      *
      *    the countersign is used here and now, not left held for
      *    whatever tool asks next.
      *
           move 'COUNTER' to ww46-function
           move w-confirm-id to ww46-oper
           perform 2151-call-signon thru 2151-call-signon-exit.
      *
       2510-countersign-exit.
           exit.
      *
      *    the repaired message : the repaired payload under the
      *    original's mimetype and properties, less its rejection
      *    context, plus the repair stamps and a new messageUUID.
      *
       2520-stamp-repair.
      *
           move low-values to q_message
           move w-edit-message (1:w-edit-len) to q_message
           move w-edit-len to w-msglen
           move w-orig-mimetype to q_mimetype
           move w-orig-props to q_properties
           move zeros to q_retrycount
           move REJECTREASON to w-stamp-name
           perform 2522-drop-property thru 2522-drop-property-exit
           move REJECTEDBY to w-stamp-name
           perform 2522-drop-property thru 2522-drop-property-exit
           move REJECTTS to w-stamp-name
           perform 2522-drop-property thru 2522-drop-property-exit
           move RETRYCOUNT to w-stamp-name
           perform 2522-drop-property thru 2522-drop-property-exit
           move SIGNATURE to w-stamp-name
           perform 2522-drop-property thru 2522-drop-property-exit
           move SIGKEYID to w-stamp-name
           perform 2522-drop-property thru 2522-drop-property-exit
      *
           move REPAIREDFROM to w-stamp-name
           perform 2521-set-one-property
              thru 2521-set-one-property-exit
           move w-orig-msgid (1:32) to q_value (j)
           move REPAIREDBY to w-stamp-name
           perform 2521-set-one-property
              thru 2521-set-one-property-exit
           move w-repaired-by to q_value (j)
           move MESSAGEUUID to w-stamp-name
           perform 2521-set-one-property
              thru 2521-set-one-property-exit
           move w-new-id to q_value (j)
           perform 2525-sign-repair thru 2525-sign-repair-exit.
      *
       2520-stamp-repair-exit.
           exit.
      *
      *    the desk's signature : the newest REPDESK key valid
      *    today, the last such line in SENDERKEYS.  no file or no
      *    key leaves the message unsigned, for the sender's mode
      *    to decide ; the secret is cleared once used.
      *
       2525-sign-repair.
      *
           move spaces to w-sign-keyid w-sign-secret w-sign-sig
           move function current-date (1:8) to w-sign-today
           open input keys-file
           if w-keys-status not = '00'
              go to 2525-sign-repair-exit
           end-if
           perform until w-keys-status = '10'
              read keys-file
                 at end
                    move '10' to w-keys-status
                 not at end
                    perform 2526-take-desk-key
                       thru 2526-take-desk-key-exit
              end-read
           end-perform
           close keys-file
           move spaces to keys-line w-key-secret
           if w-sign-secret = spaces
              go to 2525-sign-repair-exit
           end-if
      *
           move w-edit-len to w-sign-len
           call 'hmacsig' using q_message
                                w-sign-len
                                w-sign-secret
                                w-sign-sig
              on exception
                 move spaces to w-sign-sig
           end-call
           move spaces to w-sign-secret
           if w-sign-sig = spaces
              go to 2525-sign-repair-exit
           end-if
           move SIGNATURE to w-stamp-name
           perform 2521-set-one-property
              thru 2521-set-one-property-exit
           move w-sign-sig to q_value (j)
           move SIGKEYID to w-stamp-name
           perform 2521-set-one-property
              thru 2521-set-one-property-exit
           move w-sign-keyid to q_value (j).
      *
       2525-sign-repair-exit.
           exit.
      *
       2526-take-desk-key.
      *
           if keys-line = spaces or keys-line (1:1) = '*'
              go to 2526-take-desk-key-exit
           end-if
           move spaces to w-key-sender w-key-type w-key-id
                          w-key-secret w-key-from w-key-to
           unstring keys-line delimited by ','
               into w-key-sender
                    w-key-type
                    w-key-id
                    w-key-secret
                    w-key-from
                    w-key-to
           end-unstring
           if function trim(w-key-sender) not = 'REPDESK'
              or function upper-case(function trim(w-key-type))
                 not = 'KEY'
              or function trim(w-key-id) = spaces
              or function trim(w-key-secret) = spaces
              go to 2526-take-desk-key-exit
           end-if
           move function trim(w-key-from) to w-key-from
           move function trim(w-key-to) to w-key-to
           if (w-key-from not = spaces
               and w-key-from (1:8) > w-sign-today)
              or (w-key-to not = spaces
                  and w-key-to (1:8) < w-sign-today)
              go to 2526-take-desk-key-exit
           end-if
           move function trim(w-key-id) to w-sign-keyid
           move function trim(w-key-secret) to w-sign-secret.
      *
       2526-take-desk-key-exit.
           exit.
      *
      *    the slot for property w-stamp-name : its own if the
      *    message has it, else the next free one, as cobclient's
      *    2151-set-one-property.
      *
       2521-set-one-property.
      *
           move zero to j
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = w-stamp-name (1:32)
                 move w-prop-i to j
              end-if
           end-perform
           if j = 0
              if q_num < 16
                 add 1 to q_num
                 move q_num to j
                 move w-stamp-name to q_name (j)
              else
                 move 16 to j
                 move w-stamp-name to q_name (j)
              end-if
           end-if
           move spaces to q_value (j).
      *
       2521-set-one-property-exit.
           exit.
      *
      *    property w-stamp-name taken out, the slots behind it
      *    closing up.
      *
       2522-drop-property.
      *
           move zero to j
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = w-stamp-name (1:32)
                 move w-prop-i to j
              end-if
           end-perform
           if j = 0
              go to 2522-drop-property-exit
           end-if
           perform varying w-prop-i from j by 1
                      until w-prop-i >= q_num
                         or w-prop-i >= 16
              move q_entry (w-prop-i + 1) to q_entry (w-prop-i)
           end-perform
           subtract 1 from q_num.
      *
       2522-drop-property-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the REPAIRS journal : the payload before and after, one
      *    record each.
      * ---------------------------------------------------------------
       2530-write-journal.
      *
           open extend repair-file
           if w-repair-status = '35'
              open output repair-file
           end-if
           if w-repair-status not = '00'
              display pgm-name ' - can not write the repair journal, '
                      'status ' w-repair-status
              move '00' to w-repair-status
              go to 2530-write-journal-exit
           end-if
           move spaces to ww47-repair
           move w-now-stamp to ww47-stamp
           move w-orig-msgid to ww47-orig-msgid
           move w-new-id to ww47-new-id
           move w-operator-id to ww47-repaired-by
           move w-confirm-id to ww47-confirmed-by
           move w-category to ww47-category
           move w-orig-mimetype to ww47-mimetype
           move w-reason to ww47-reason
           move w-edits to ww47-edits
      *
           set ww47-is-before to true
           move w-orig-len to ww47-msglen
           move w-orig-message to ww47-payload
           move ww47-repair to repair-record
           write repair-record
      *
           set ww47-is-after to true
           move w-edit-len to ww47-msglen
           move w-edit-message to ww47-payload
           move ww47-repair to repair-record
           write repair-record
           close repair-file.
      *
       2530-write-journal-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the repair's lineage : the dead-lettered original is the
      *    parent of the resubmission, which goes out under the new
      *    id as both its name and its messageUUID.  the store is
      *    closed again at once -- the desk may sit idle for hours.
      * ---------------------------------------------------------------
       2540-write-lineage.
      *
           move 'LINK' to WW51-FUNCTION
           move 'REPAIR' to WW51-RELATION
           move w-orig-msgid to WW51-PARENT-MSGID
           move w-orig-uuid to WW51-PARENT-UUID
           move w-new-id to WW51-CHILD-MSGID
           move w-new-id to WW51-CHILD-UUID
           move 'REPR' to WW51-INSTANCE
           move 'repdesk' to WW51-PROGRAM
           call 'linwrite' using WW51-LINEAGE
              on exception
                 display pgm-name ' - linwrite not available, '
                         'repair lineage not recorded'
                 go to 2540-write-lineage-exit
           end-call
           move 'CLOSE' to WW51-FUNCTION
           call 'linwrite' using WW51-LINEAGE.
      *
       2540-write-lineage-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    take one message off the dead-letter queue by msgid.
      *    there is no browse, so every other message read on the
      *    way goes straight back (behind the rest) ; the scan
      *    stops at the target, an idle queue, the first requeued
      *    message coming round again, or w-scan-max reads -- as
      *    revcon's review queue scan.
      * ---------------------------------------------------------------
       2700-fetch-message.
      *
           move 'N' to w-fetch-sw w-scan-sw
           move zero to w-scan-reads
           move spaces to w-first-msgid
           perform 2710-scan-one thru 2710-scan-one-exit
              until scan-done or message-fetched.
      *
       2700-fetch-message-exit.
           exit.
      *
       2710-scan-one.
      *
           if w-scan-reads >= w-scan-max
              set scan-done to true
              go to 2710-scan-one-exit
           end-if
           add 1 to w-scan-reads
           call 'amqpRecvMessageCC' using
                by reference q_error,
                by reference q_msgid,
                by reference q_message,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by value w-timeout-ms,
                by reference q_retrycount
           returning rc
           on exception
              move 'amqpRecvMessageCC not linked in' to w-msg
              set scan-done to true
              go to 2710-scan-one-exit
           end-call.
           if rc-timeout
              set scan-done to true
              go to 2710-scan-one-exit
           end-if
           if rc < 0
              move rc to w-rc-disp
              string 'dead-letter queue read failed, rc '
                     function trim(w-rc-disp)
                     delimited by size into w-msg
              end-string
              set scan-done to true
              go to 2710-scan-one-exit
           end-if
           move rc to w-msglen
      *
           if q_msgid = w-target-msgid
              set message-fetched to true
              go to 2710-scan-one-exit
           end-if
           if q_msgid = w-first-msgid
              set scan-done to true
           end-if
           if w-first-msgid = spaces
              move q_msgid to w-first-msgid
           end-if
           move lnk_error to w-send-queue
           perform 2740-send-message thru 2740-send-message-exit
           if rc < 0
              set scan-done to true
           end-if.
      *
       2710-scan-one-exit.
           exit.
      *
       2740-send-message.
      *
           move w-msglen to q_msglen
           call 'amqpSendMessageCC' using
                by reference w-send-queue,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              move 'amqpSendMessageCC not linked in' to w-msg
              move -1 to rc
           end-call.
           if rc < 0
              display pgm-name ' - amqpSendMessageCC ('
                      function trim(w-send-queue) ') rc : ' rc
           end-if.
      *
       2740-send-message-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the desk cleared.  an original the desk still holds goes
      *    back to the dead-letter queue first ; if it can not, it
      *    is kept in the repair journal as a BEFORE record with no
      *    new id, so it is never lost.
      * ---------------------------------------------------------------
       2800-clear.
      *
           if original-held
              perform 2290-return-original
                 thru 2290-return-original-exit
           end-if
           if original-held
              move function current-date (1:14) to w-now-stamp
              move spaces to w-new-id w-confirm-id
              move zero to w-edits
              open extend repair-file
              if w-repair-status = '35'
                 open output repair-file
              end-if
              if w-repair-status = '00'
                 move spaces to ww47-repair
                 move w-now-stamp to ww47-stamp
                 set ww47-is-before to true
                 move w-orig-msgid to ww47-orig-msgid
                 move w-operator-id to ww47-repaired-by
                 move w-category to ww47-category
                 move w-orig-mimetype to ww47-mimetype
                 move w-reason to ww47-reason
                 move zero to ww47-edits
                 move w-orig-len to ww47-msglen
                 move w-orig-message to ww47-payload
                 move ww47-repair to repair-record
                 write repair-record
                 close repair-file
                 display pgm-name ' - ' function trim(w-orig-msgid)
                         ' could not go back to the dead-letter '
                         'queue : kept in the repair journal'
              end-if
              move '00' to w-repair-status
              move 'N' to w-held-sw
           end-if
           move 'N' to w-loaded-sw w-valid-sw
           move space to w-kind-sw
           set view-payload to true
           move 1 to w-view-from w-item-from
           move zero to w-edits w-edit-len w-orig-len w-def-count
           move spaces to w-reason w-rejected-by w-category
                          w-mime-norm w-orig-msgid w-target-msgid
                          w-orig-uuid
           move low-values to w-edit-message w-orig-message.
      *
       2800-clear-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one REPAR line in the day's AUDITLOG generation, in the
      *    fd-audit.cpy shape with the local clock doubling as the
      *    GMT column, as revcon.cob writes its own : the original
      *    msgid, the new id and the rejectReason it was
      *    dead-lettered with.
      * ---------------------------------------------------------------
       9010-write-audit-record.
      *
           move function current-date to full-current-date
           move spaces to ws-audit-file
           string function trim(w-audit-base) delimited by size
                  '.'                         delimited by size
                  f-date                      delimited by size
             into ws-audit-file
           end-string
           open extend audit-file
           if w-audit-status = '35'
              open output audit-file
           end-if
           if w-audit-status not = '00'
              display pgm-name ' - can not open audit trail, '
                      'status ' w-audit-status
              move '00' to w-audit-status
              go to 9010-write-audit-record-exit
           end-if
      *
           move f-date    to w-audit-date
           move c-hour    to w-audit-hh
           move c-minutes to w-audit-mm
           move c-seconds to w-audit-ss
           move c-hour    to w-audit-gmt-hh
           move c-minutes to w-audit-gmt-mm
           move 'REPAR'   to w-audit-event
           move w-orig-msgid to w-audit-msgid
           move w-new-id  to w-audit-uuid
           move lnk_input (1:20) to w-audit-queue
           move 'REPR'    to w-audit-instance
           move space     to w-audit-testrun
           move w-reason  to w-audit-reason
           move w-audit-line to audit-record
           write audit-record
           close audit-file.
      *
       9010-write-audit-record-exit.
           exit.
      *
       end program repdesk.
