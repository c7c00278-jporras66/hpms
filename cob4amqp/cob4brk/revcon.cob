      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      revcon.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    review console : the four-eyes decision over the messages
      *    cobclient's blocklist screening held on the review queue
      *    (q_review_queue).  each hold left a PENDING line in the
      *    REVIEWS register (ww42-review.cpy) naming the message,
      *    the hit and the destination it was bound for ; the screen
      *    lists what still waits, and :
      *
      *      2=propose release - one operator proposes the message
      *                          go on to its destination
      *      3=propose reject  - ... or go to the dead-letter queue
      *      4=confirm         - a second operator, never the one
      *                          who proposed, confirms the proposal
      *                          and it is carried out
      *
      *    a proposal stands until it is confirmed ; only its own
      *    proposer may change it.  confirming pulls the message off
      *    the review queue (every other message read on the way is
      *    put straight back, as dlqtool does), stamps the decision
      *    on it -- reviewDecision, reviewedBy (proposer/confirmer)
      *    and reviewTimestamp -- and sends it back to the input
      *    queue the way suspdesk.cob returns a suspended sender's
      *    messages : the hold's rejection context taken off, the
      *    retry count started again, and the stamp of the proposal
      *    confirmed in reviewReleased or reviewRejected.  cobclient
      *    finds that proposal in the register and does the rest :
      *
      *      RELEASE - the message takes the bridge's normal path
      *                to the destination recorded at hold time --
      *                deliverAfter warehouse, micro-batch, ledger
      *                postings and the MESSAGE_AUDIT disposition --
      *                without being screened or counted again
      *      REJECT  - dead-lettered with rejectReason
      *                BLOCKLIST-REJECTED, and the sender notified,
      *                as the bridge does every rejection
      *
      *    every step lands in the REVIEWS register (PROPOSED, then
      *    RELEASED or REJECTED ; the latest line for a msgid is its
      *    state), in the shared operations log (ops_log_file,
      *    default OPSLOG) and, once carried out, as an SRELS or
      *    SRJCT event in the day's AUDITLOG generation, as
      *    dlqpolicy.cob records its own dispositions.  an unnamed
      *    operator (operator_id) can look but not act, and acting
      *    -- proposing or confirming -- needs the OPERATOR role in
      *    the operator registry, checked by opsignon.cob : against
      *    the sign-on bridgecon made, or, run on its own, with the
      *    PIN in operator_pin.
      *
      *      lnk_input   - the input queue a decision returns to
      *      lnk_timeout - review queue poll timeout
      *
      *    file names follow cobclient's variables : q_review_file
      *    (REVIEWS) and q_audit_file (AUDITLOG).  runs on its own or
      *    from bridgecon's menu.
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
           select review-file assign to ws-review-file
                  organization line sequential
                  file status is w-review-status.
      *
           select opslog-file assign to ws-opslog-file
                  organization line sequential
                  file status is w-opslog-status.
      *
           select audit-file assign to ws-audit-file
                  organization line sequential
                  file status is w-audit-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
       fd  review-file.
       01  review-line  pic x(367).
      *
       fd  opslog-file.
       01  opslog-record pic x(200).
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-revcon-ws-start'.
       01 pgm-name pic x(15)
                 value 'revcon.cob'.
      *
       01 ws-review-file     pic x(100) value 'REVIEWS'.
       01 ws-review-env      pic x(100).
       01 w-review-status    pic x(02) value '00'.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 ws-audit-file      pic x(100) value 'AUDITLOG'.
       01 ws-audit-env       pic x(100).
       01 w-audit-status     pic x(02) value '00'.
       01 w-audit-base       pic x(100).
       01 w-review-queue     pic x(101) value spaces.
       01 w-operator-id      pic x(08) value spaces.
       01 w-operator-pin     pic x(08) value spaces.
           copy "ww46-signon.cpy".
      *
       01 w-choice           pic x value spaces.
       01 w-done-sw          pic x value 'N'.
           88 console-done         value 'Y'.
       01 w-target-x         pic x(04) value spaces.
       01 w-target-item      pic 9(04) value zero.
       01 w-action           pic x(16) value spaces.
       01 w-proposal         pic x(07) value spaces.
       01 w-msg              pic x(78) value spaces.
       01 w-now-display      pic x(16) value spaces.
       01 w-now-stamp        pic x(14).
      *
      *    the register, one ww42-review.cpy line per message : a
      *    later line for the same msgid replaces the earlier one.
      *
       01 w-rv-count         pic 9(04) value zero.
       01 w-rv-tab.
          05 rv-entry occurs 500 times pic x(367).
       01 w-rv-i             pic 9(04) value zero.
       01 w-rv-j             pic 9(04) value zero.
       01 w-rv-found         pic 9(04) value zero.
       01 w-rv-open          pic 9(04) value zero.
       01 w-rv-full-sw       pic x value 'N'.
           88 register-truncated   value 'Y'.
      *
           copy "ww42-review.cpy".
      *
       01 w-rv-work          pic x(367).
       01 w-rv-work-r redefines w-rv-work.
          05 w-rv-work-msgid pic x(61).
          05 filler          pic x(306).
      *
      *    the twelve screen rows, oldest hold first.
      *
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
          05 w-row11 pic x(78) value spaces.
          05 w-row12 pic x(78) value spaces.
       01 w-rows-tab redefines w-rows.
          05 w-row pic x(78) occurs 12 times.
       01 w-row-more         pic x(40) value spaces.
       01 w-more-disp        pic zzz9.
       01 w-item-disp        pic zzz9.
      *
       01 w-row-build.
          05 rb-item         pic zzz9.
          05 filler          pic x(01) value space.
          05 rb-status       pic x(08).
          05 filler          pic x(01) value space.
          05 rb-since        pic x(08).
          05 filler          pic x(01) value space.
          05 rb-sender       pic x(12).
          05 filler          pic x(01) value space.
          05 rb-reason       pic x(26).
          05 filler          pic x(01) value space.
          05 rb-proposal     pic x(07).
          05 filler          pic x(01) value space.
          05 rb-by           pic x(08).
      *
      *    the review queue scan behind a confirmation.
      *
       01 w-timeout-ms       usage binary-long value zero.
       01 w-scan-reads       pic 9(04) value zero.
       01 w-scan-max         pic 9(04) value 500.
       01 w-first-msgid      pic x(61) value spaces.
       01 w-scan-sw          pic x value 'N'.
           88 scan-done            value 'Y'.
       01 w-fetch-sw         pic x value 'N'.
           88 message-fetched      value 'Y'.
       01 w-send-queue       pic x(101) value spaces.
       01 w-msglen           pic 9(04) value zero.
       01 w-stamp-name       pic x(32) value spaces.
       01 w-prop-i           pic 9(02) value zero.
       01 j                  pic 9(02) value zero.
       01 w-reviewed-by      pic x(17) value spaces.
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
           copy "fd-audit.cpy".
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
      *
       01 rc     binary-short value zero.
          88 rc-timeout value -2.
       01  filler pic x(050)
                  value  'pgm-revcon-ws-end'.
      *
       linkage section.
       01 lnk_input        pic  x(101).
       01 lnk_timeout      pic  x(101).
       01 errstatus        pic  x(101).
      *
       screen section.
      *--------------.
       01 review-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp blocklist review'.
          05 line 1  column 60 pic x(16) from w-now-display.
          05 line 3  column 2  value
             'item status   held     sender       reason'.
          05 line 3  column 59 value
             'propose by'.
          05 line 4  column 2  pic x(78) from w-row1.
          05 line 5  column 2  pic x(78) from w-row2.
          05 line 6  column 2  pic x(78) from w-row3.
          05 line 7  column 2  pic x(78) from w-row4.
          05 line 8  column 2  pic x(78) from w-row5.
          05 line 9  column 2  pic x(78) from w-row6.
          05 line 10 column 2  pic x(78) from w-row7.
          05 line 11 column 2  pic x(78) from w-row8.
          05 line 12 column 2  pic x(78) from w-row9.
          05 line 13 column 2  pic x(78) from w-row10.
          05 line 14 column 2  pic x(78) from w-row11.
          05 line 15 column 2  pic x(78) from w-row12.
          05 line 16 column 2  pic x(40) from w-row-more.
          05 line 17 column 2  value '1=refresh  2=propose release  '.
          05 line 17 column 32 value '3=propose reject'.
          05 line 17 column 53 value 'operator :'.
          05 line 17 column 64 pic x(08) from w-operator-id.
          05 line 18 column 2  value 'choice :'.
          05 line 18 column 11 pic x to w-choice.
          05 line 18 column 15 value 'item :'.
          05 line 18 column 22 pic x(04) to w-target-x.
          05 line 18 column 32 value '4=confirm  0=exit'.
          05 line 20 column 2  pic x(78) from w-msg.
      *
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
      *---------------------------------------------------------------*
      *
       procedure division using
               by reference lnk_input ,
               by reference lnk_timeout ,
               by reference errstatus.
      *
       1000-main.
      *
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
           accept ws-review-env from environment 'q_review_file'
              not on exception
                 move ws-review-env to ws-review-file
           end-accept.
           accept ws-opslog-env from environment 'ops_log_file'
              not on exception
                 move ws-opslog-env to ws-opslog-file
           end-accept.
           accept ws-audit-env from environment 'q_audit_file'
              not on exception
                 move ws-audit-env to ws-audit-file
           end-accept.
           accept w-review-queue from environment 'q_review_queue'
              not on exception
                 continue
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
           move spaces to w-msg
           if w-review-queue = spaces
              move 'q_review_queue not set : view only' to w-msg
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
      *    one console round : reload the register, paint what still
      *    waits, take the operator's choice and act on it.
      * ---------------------------------------------------------------
       2100-console-cycle.
      *
           perform 2110-load-register thru 2110-load-register-exit
           perform 2120-build-rows thru 2120-build-rows-exit
      *
           move spaces to w-choice w-target-x
           display review-screen
           accept review-screen
           move spaces to w-msg
      *
           evaluate w-choice
              when '1'
                 continue
              when '2'
                 move 'RELEASE' to w-proposal
                 perform 2200-propose thru 2200-propose-exit
              when '3'
                 move 'REJECT' to w-proposal
                 perform 2200-propose thru 2200-propose-exit
              when '4'
                 perform 2300-confirm thru 2300-confirm-exit
              when '0'
                 set console-done to true
              when other
                 continue
           end-evaluate.
      *
       2100-console-cycle-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the register read whole : each line replaces whatever the
      *    table held for its msgid, so what is left is every
      *    message's latest state, in order of first hold.
      * ---------------------------------------------------------------
       2110-load-register.
      *
           move zero to w-rv-count
           move 'N' to w-rv-full-sw
           open input review-file
           if w-review-status not = '00' then
              move '00' to w-review-status
              go to 2110-load-register-exit
           end-if
           perform until w-review-status = '10'
              read review-file
                 at end
                    move '10' to w-review-status
                 not at end
                    if review-line not = spaces
                       perform 2111-keep-line
                          thru 2111-keep-line-exit
                    end-if
              end-read
           end-perform
           close review-file
           move '00' to w-review-status.
      *
       2110-load-register-exit.
           exit.
      *
       2111-keep-line.
      *
           move review-line to w-rv-work
           move zero to w-rv-found
           perform varying w-rv-j from 1 by 1
                   until w-rv-j > w-rv-count
                      or w-rv-found > 0
              if rv-entry (w-rv-j) (1:61) = w-rv-work-msgid
                 move w-rv-j to w-rv-found
              end-if
           end-perform
           if w-rv-found > 0
              move w-rv-work to rv-entry (w-rv-found)
              go to 2111-keep-line-exit
           end-if
      *
      *    a full table drops the oldest decided message, if there
      *    is one, before the new hold would be lost.
      *
           if w-rv-count >= 500
              perform 2112-drop-one-decided
                 thru 2112-drop-one-decided-exit
           end-if
           if w-rv-count >= 500
              set register-truncated to true
              go to 2111-keep-line-exit
           end-if
           add 1 to w-rv-count
           move w-rv-work to rv-entry (w-rv-count).
      *
       2111-keep-line-exit.
           exit.
      *
       2112-drop-one-decided.
      *
           move zero to w-rv-found
           perform varying w-rv-j from 1 by 1
                   until w-rv-j > w-rv-count
                      or w-rv-found > 0
              move rv-entry (w-rv-j) to ww42-review
              if ww42-is-released or ww42-is-rejected
                 move w-rv-j to w-rv-found
              end-if
           end-perform
           if w-rv-found = 0
              go to 2112-drop-one-decided-exit
           end-if
           perform varying w-rv-j from w-rv-found by 1
                   until w-rv-j >= w-rv-count
              move rv-entry (w-rv-j + 1) to rv-entry (w-rv-j)
           end-perform
           subtract 1 from w-rv-count.
      *
       2112-drop-one-decided-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the rows : every PENDING or PROPOSED message, numbered as
      *    the items the operator keys in ; whatever does not fit is
      *    counted under them.
      * ---------------------------------------------------------------
       2120-build-rows.
      *
           move function current-date (1:14) to w-now-stamp
           move spaces to w-now-display
           string w-now-stamp (1:4) '-' w-now-stamp (5:2) '-'
                  w-now-stamp (7:2) ' ' w-now-stamp (9:2) ':'
                  w-now-stamp (11:2)
                  delimited by size into w-now-display
           end-string
           move spaces to w-rows w-row-more
           move zero to w-rv-open
           perform varying w-rv-i from 1 by 1
                   until w-rv-i > w-rv-count
              move rv-entry (w-rv-i) to ww42-review
              if ww42-is-pending or ww42-is-proposed
                 add 1 to w-rv-open
                 if w-rv-open <= 12
                    perform 2122-format-row
                       thru 2122-format-row-exit
                 end-if
              end-if
           end-perform
           if w-rv-open = zero
              move 'nothing waits for review' to w-row1
           end-if
           if w-rv-open > 12
              compute w-more-disp = w-rv-open - 12
              string function trim(w-more-disp) delimited by size
                     ' more message(s) not shown' delimited by size
                into w-row-more
              end-string
           end-if
           if register-truncated
              move 'register too large : oldest holds not shown'
                to w-row-more
           end-if.
      *
       2120-build-rows-exit.
           exit.
      *
       2122-format-row.
      *
           move w-rv-open        to rb-item
           move ww42-status      to rb-status
           move spaces to rb-since
           string ww42-stamp (7:2) ' '
                  ww42-stamp (9:2) ':'
                  ww42-stamp (11:2)
                  delimited by size into rb-since
           end-string
           move ww42-sender      to rb-sender
           move ww42-reason      to rb-reason
           move ww42-proposal    to rb-proposal
           move ww42-proposed-by to rb-by
           move w-row-build to w-row (w-rv-open).
      *
       2122-format-row-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the item keyed in, found afresh in the reloaded register :
      *    the w-target-item'th message still waiting, left in
      *    ww42-review with its table slot in w-rv-found.
      * ---------------------------------------------------------------
       2130-find-item.
      *
           move zero to w-rv-found
           if function trim(w-target-x) is not numeric
              or w-target-x = spaces
              move 'key the item number to act on' to w-msg
              go to 2130-find-item-exit
           end-if
           move function numval(w-target-x) to w-target-item
      *
           perform 2110-load-register thru 2110-load-register-exit
           move zero to w-rv-open
           perform varying w-rv-i from 1 by 1
                   until w-rv-i > w-rv-count
                      or w-rv-found > 0
              move rv-entry (w-rv-i) to ww42-review
              if ww42-is-pending or ww42-is-proposed
                 add 1 to w-rv-open
                 if w-rv-open = w-target-item
                    move w-rv-i to w-rv-found
                 end-if
              end-if
           end-perform
           if w-rv-found = zero
              move w-target-item to w-item-disp
              string 'item ' function trim(w-item-disp)
                     ' is not waiting for review'
                     delimited by size into w-msg
              end-string
              go to 2130-find-item-exit
           end-if
           move rv-entry (w-rv-found) to ww42-review.
      *
       2130-find-item-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    first pair of eyes : record the proposal.  a proposal
      *    already made by someone else stands until it is
      *    confirmed -- a second opinion confirms, it does not
      *    overwrite.
      * ---------------------------------------------------------------
       2200-propose.
      *
           if w-operator-id = spaces
              move 'operator_id not set : view only' to w-msg
              go to 2200-propose-exit
           end-if
           perform 2150-check-role thru 2150-check-role-exit
           if ww46-refused
              go to 2200-propose-exit
           end-if
           perform 2130-find-item thru 2130-find-item-exit
           if w-rv-found = zero
              go to 2200-propose-exit
           end-if
           if ww42-is-proposed
              and ww42-proposed-by not = w-operator-id
              string 'already proposed ' delimited by size
                     function trim(ww42-proposal) delimited by size
                     ' by ' delimited by size
                     ww42-proposed-by delimited by size
                     ' : confirm it (4)' delimited by size
                into w-msg
              end-string
              go to 2200-propose-exit
           end-if
      *
           move spaces to w-action
           string 'PROPOSE-' function trim(w-proposal)
                  delimited by size into w-action
           end-string
           perform 2135-log-action thru 2135-log-action-exit
      *
           set ww42-is-proposed to true
           move function current-date (1:14) to ww42-stamp
           move w-proposal to ww42-proposal
           move w-operator-id to ww42-proposed-by
           move spaces to ww42-confirmed-by
           perform 2400-write-register thru 2400-write-register-exit
           string function trim(w-proposal) delimited by size
                  ' proposed by ' delimited by size
                  w-operator-id delimited by size
                  ', a second operator must confirm'
                  delimited by size
             into w-msg
           end-string.
      *
       2200-propose-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the operator's sign-on and role, checked before every
      *    proposal and confirmation ; a refusal is shown in the
      *    message line (and is in the OPSLOG already).
      * ---------------------------------------------------------------
       2150-check-role.
      *
           move 'CHECK' to ww46-function
           move 'revcon' to ww46-tool
           move 'REVIEW' to ww46-action
           move w-operator-id to ww46-oper
           move w-operator-pin to ww46-pin
           move 'OPERATOR' to ww46-need-role
           call 'opsignon' using
                by reference ww46-signon
           on exception
              move 'opsignon not linked in' to ww46-msg
              set ww46-refused to true
           end-call
           move spaces to ww46-pin
           if ww46-refused
              move ww46-msg to w-msg
           end-if.
      *
       2150-check-role-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    second pair of eyes : confirm the proposal and carry it
      *    out.  the proposer can not confirm their own proposal.
      * ---------------------------------------------------------------
       2300-confirm.
      *
           if w-operator-id = spaces
              move 'operator_id not set : view only' to w-msg
              go to 2300-confirm-exit
           end-if
           perform 2150-check-role thru 2150-check-role-exit
           if ww46-refused
              go to 2300-confirm-exit
           end-if
           if w-review-queue = spaces
              move 'q_review_queue not set : view only' to w-msg
              go to 2300-confirm-exit
           end-if
           perform 2130-find-item thru 2130-find-item-exit
           if w-rv-found = zero
              go to 2300-confirm-exit
           end-if
           if not ww42-is-proposed
              move 'nothing proposed yet : propose first (2 or 3)'
                to w-msg
              go to 2300-confirm-exit
           end-if
           if ww42-proposed-by = w-operator-id
              move 'a second operator must confirm this proposal'
                to w-msg
              go to 2300-confirm-exit
           end-if
           if lnk_input = spaces or lnk_input = low-values
              move 'no input queue to return the message to' to w-msg
              go to 2300-confirm-exit
           end-if
      *
           move spaces to w-action
           string 'CONFIRM-' function trim(ww42-proposal)
                  delimited by size into w-action
           end-string
           perform 2135-log-action thru 2135-log-action-exit
      *
           perform 2310-fetch-message thru 2310-fetch-message-exit
           if not message-fetched
              if w-msg = spaces
                 string 'msgid ' function trim(ww42-msgid)
                        ' not found on the review queue'
                        delimited by size into w-msg
                 end-string
              end-if
              go to 2300-confirm-exit
           end-if
      *
           perform 2320-stamp-decision thru 2320-stamp-decision-exit
           perform 2330-send-decided thru 2330-send-decided-exit
           if rc < 0
              go to 2300-confirm-exit
           end-if
      *
           move function current-date (1:14) to ww42-stamp
           move w-operator-id to ww42-confirmed-by
           move ww42-uuid to q_messageUUID
           move spaces to w-audit-reason
           if ww42-proposal = 'RELEASE'
              set ww42-is-released to true
              move 'SRELS' to w-audit-event
              move ww42-dest (1:32) to w-audit-reason
           else
              set ww42-is-rejected to true
              move 'SRJCT' to w-audit-event
              move 'BLOCKLIST-REJECTED' to w-audit-reason
           end-if
           perform 2400-write-register thru 2400-write-register-exit
           perform 9010-write-audit-record
              thru 9010-write-audit-record-exit
           string function trim(ww42-msgid) delimited by size
                  ' ' delimited by size
                  function trim(ww42-status) delimited by size
                  ' by ' delimited by size
                  function trim(w-reviewed-by) delimited by size
             into w-msg
           end-string.
      *
       2300-confirm-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    take the confirmed message off the review queue.  there
      *    is no browse, so every other message read on the way goes
      *    straight back (behind the rest) ; the scan stops at the
      *    target, an idle queue, the first requeued message coming
      *    round again, or w-scan-max reads.
      * ---------------------------------------------------------------
       2310-fetch-message.
      *
           move 'N' to w-fetch-sw w-scan-sw
           move zero to w-scan-reads
           move spaces to w-first-msgid
           perform 2311-scan-one thru 2311-scan-one-exit
              until scan-done or message-fetched.
      *
       2310-fetch-message-exit.
           exit.
      *
       2311-scan-one.
      *
           if w-scan-reads >= w-scan-max
              set scan-done to true
              go to 2311-scan-one-exit
           end-if
           add 1 to w-scan-reads
           call 'amqpRecvMessageCC' using
                by reference w-review-queue,
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
              go to 2311-scan-one-exit
           end-call.
           if rc-timeout
              set scan-done to true
              go to 2311-scan-one-exit
           end-if
           if rc < 0
              move rc to w-more-disp
              string 'review queue read failed, rc '
                     function trim(w-more-disp)
                     delimited by size into w-msg
              end-string
              set scan-done to true
              go to 2311-scan-one-exit
           end-if
           move rc to w-msglen
      *
           if q_msgid = ww42-msgid
              set message-fetched to true
              go to 2311-scan-one-exit
           end-if
           if q_msgid = w-first-msgid
              set scan-done to true
           end-if
           if w-first-msgid = spaces
              move q_msgid to w-first-msgid
           end-if
           move w-review-queue to w-send-queue
           perform 2340-send-message thru 2340-send-message-exit
           if rc < 0
              set scan-done to true
           end-if.
      *
       2311-scan-one-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the decision stamped on the message : what, by whom
      *    (proposer/confirmer) and when.  the rejection context
      *    the hold stamped comes off and the retry count starts
      *    again, as suspdesk.cob releases a message ; cobclient
      *    stamps its own if the decision is a rejection.  the
      *    proposal's stamp, in reviewReleased or reviewRejected,
      *    is what cobclient looks the decision up by.
      * ---------------------------------------------------------------
       2320-stamp-decision.
      *
           move function current-date (1:14) to w-now-stamp
           move spaces to w-reviewed-by
           string function trim(ww42-proposed-by) delimited by size
                  '/' delimited by size
                  function trim(w-operator-id) delimited by size
             into w-reviewed-by
           end-string
      *
           move REVIEWDECISION to w-stamp-name
           perform 2321-set-one-property
              thru 2321-set-one-property-exit
           move ww42-proposal to q_value (j)
           move REVIEWEDBY to w-stamp-name
           perform 2321-set-one-property
              thru 2321-set-one-property-exit
           move w-reviewed-by to q_value (j)
           move REVIEWTS to w-stamp-name
           perform 2321-set-one-property
              thru 2321-set-one-property-exit
           move w-now-stamp to q_value (j)
      *
           move zeros to q_retrycount
           move REJECTREASON to w-stamp-name
           perform 2322-drop-property thru 2322-drop-property-exit
           move REJECTEDBY to w-stamp-name
           perform 2322-drop-property thru 2322-drop-property-exit
           move REJECTTS to w-stamp-name
           perform 2322-drop-property thru 2322-drop-property-exit
           if ww42-proposal = 'RELEASE'
              move REVIEWRELEASED to w-stamp-name
           else
              move REVIEWREJECTED to w-stamp-name
           end-if
           perform 2321-set-one-property
              thru 2321-set-one-property-exit
           move ww42-stamp to q_value (j).
      *
       2320-stamp-decision-exit.
           exit.
      *
      *    the slot for property w-stamp-name : its own if the
      *    message has it, else the next free one, as cobclient's
      *    2151-set-one-property.
      *
       2321-set-one-property.
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
       2321-set-one-property-exit.
           exit.
      *
      *    property w-stamp-name taken off, the slots after it
      *    moved up one.
      *
       2322-drop-property.
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
              go to 2322-drop-property-exit
           end-if
           perform varying w-prop-i from j by 1
                      until w-prop-i >= q_num
                         or w-prop-i >= 16
              move q_entry (w-prop-i + 1) to q_entry (w-prop-i)
           end-perform
           subtract 1 from q_num.
      *
       2322-drop-property-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    either decision goes back to the input queue, where
      *    cobclient carries it out.  a send that fails puts the
      *    message back on the review queue and leaves the
      *    proposal standing.
      * ---------------------------------------------------------------
       2330-send-decided.
      *
           move lnk_input to w-send-queue
           perform 2340-send-message thru 2340-send-message-exit
           if rc not < 0
              go to 2330-send-decided-exit
           end-if
      *
           string 'can not send to ' delimited by size
                  function trim(w-send-queue) delimited by size
                  ', message left on review' delimited by size
             into w-msg
           end-string
           move w-review-queue to w-send-queue
           perform 2340-send-message thru 2340-send-message-exit
           move -1 to rc.
      *
       2330-send-decided-exit.
           exit.
      *
       2340-send-message.
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
       2340-send-message-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one line per console action in the shared operations log,
      *    written before the action runs, as bridgecon does.
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
                  ' TOOL=revcon ACTION=' delimited by size
                  function trim(w-action) delimited by size
                  ' TARGET=' delimited by size
                  function trim(ww42-msgid) delimited by size
                  ' PROPOSER=' delimited by size
                  ww42-proposed-by delimited by size
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
      *    one more REVIEWS line, ww42-review as it now stands.
      * ---------------------------------------------------------------
       2400-write-register.
      *
           open extend review-file
           if w-review-status = '35'
              open output review-file
           end-if
           if w-review-status not = '00'
              display pgm-name ' - can not write the review register, '
                      'status ' w-review-status
              move 'can not write the review register' to w-msg
              move '00' to w-review-status
              go to 2400-write-register-exit
           end-if
           move ww42-review to review-line
           write review-line
           close review-file.
      *
       2400-write-register-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one audit line in the day's AUDITLOG generation, in the
      *    fd-audit.cpy shape with the local clock doubling as the
      *    GMT column, as dlqpolicy.cob writes its own : the
      *    generation name is rebuilt each time, so a screen left
      *    up past midnight writes to the new day.
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
           move ww42-msgid to w-audit-msgid
           move q_messageUUID to w-audit-uuid
           move w-review-queue (1:20) to w-audit-queue
           move 'REVW'    to w-audit-instance
           move space     to w-audit-testrun
           move w-audit-line to audit-record
           write audit-record
           close audit-file.
      *
       9010-write-audit-record-exit.
           exit.
      *
       end program revcon.
