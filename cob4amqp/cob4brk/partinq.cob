      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      partinq.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    partner inquiry : everything the desk needs when a
      *    partner calls, on one screen and the lines below it --
      *
      *      the partner master record (fd-partner.cpy,
      *      q_partner_file, default PARTNERS) : who they are, whom
      *      to call, their hours, what they are expected to send,
      *      where they stand and their last certification run ;
      *
      *      their current entitlements, the ENTITLE lines naming
      *      them or the '*' wildcard (q_entitle_file, default
      *      ENTITLE, the table cobclient enforces) ;
      *
      *      their tariff line (tariff_file, default TARIFF, the
      *      table chargeback.cob prices with), or the '*' default
      *      line they are billed at when they have none ;
      *
      *      today's traffic from them, off today's TRANLOG
      *      generation (q_tranlog_file is the BASE name) :
      *      messages, bytes, messages retried, the count per
      *      msgCategory, the first and last arrival, and how many
      *      arrived outside the business hours on the master.
      *
      *    read-only : any registered operator may use it after the
      *    same sign-on screen as tblmaint (opsignon.cob, three
      *    tries, VIEWER role).  an empty senderId ends the
      *    inquiry.
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
           select partner-file assign to disk
                  organization is indexed
                  access mode is random
                  record key is ptnr-sender
                  file status is w-partner-status.
      *
           select entitle-file assign to ws-entitle-file
                  organization line sequential
                  file status is w-entitle-status.
      *
           select tariff-file assign to ws-tariff-file
                  organization line sequential
                  file status is w-tariff-status.
      *
           select tranlog-file assign to ws-tranlog-file
                  organization line sequential
                  file status is w-tranlog-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
           copy "fd-partner.cpy".
      *
       fd  entitle-file.
       01  entitle-line  pic x(200).
      *
       fd  tariff-file.
       01  tariff-line   pic x(120).
      *
       fd  tranlog-file.
       01  w-tranlog-line pic x(250).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-partinq-ws-start'.
       01 pgm-name pic x(15)
                 value 'partinq.cob'.
      *
       01 ws-partner-file    pic x(100) value 'PARTNERS'.
       01 ws-partner-env     pic x(100).
       01 w-partner-status   pic x(02) value '00'.
       01 ws-entitle-file    pic x(100) value 'ENTITLE'.
       01 ws-entitle-env     pic x(100).
       01 w-entitle-status   pic x(02) value '00'.
       01 ws-tariff-file     pic x(100) value 'TARIFF'.
       01 ws-tariff-env      pic x(100).
       01 w-tariff-status    pic x(02) value '00'.
       01 ws-tranlog-file    pic x(100) value 'TRANLOG'.
       01 ws-tranlog-env     pic x(100).
       01 w-tranlog-base     pic x(100) value spaces.
       01 w-tranlog-status   pic x(02) value '00'.
       01 w-operator-id      pic x(08) value spaces.
       01 w-today            pic x(08) value spaces.
      *
       01 w-sender           pic x(32) value spaces.
       01 w-pause            pic x value spaces.
       01 w-done-sw          pic x value 'N'.
           88 inquiry-done        value 'Y'.
       01 w-found-sw         pic x value 'N'.
           88 partner-found       value 'Y'.
      *
      *    the record, as shown.
      *
       01 w-show.
          05 sh-hours         pic x(20).
          05 sh-last-change   pic x(40).
          05 sh-cert          pic x(60).
      *
      *    one ENTITLE line and one TARIFF line, as unstrung.
      *
       01 en-sender          pic x(32).
       01 en-category        pic x(20).
       01 en-dest            pic x(101).
       01 w-ent-count        pic 9(05) value zero.
       01 tf-sender          pic x(32).
       01 tf-permsg          pic x(12).
       01 tf-permb           pic x(12).
       01 tf-minimum         pic x(12).
       01 w-own-tariff       pic x(120) value spaces.
       01 w-default-tariff   pic x(120) value spaces.
      *
      *    one TRANLOG line, as unstrung (cobclient's 9016 layout).
      *
       01 tl-timestamp       pic x(16).
       01 tl-msgid           pic x(61).
       01 tl-mimetype        pic x(51).
       01 tl-msglen-x        pic x(10).
       01 tl-retry-x         pic x(10).
       01 tl-queue           pic x(101).
       01 tl-instance        pic x(04).
       01 tl-tier            pic x(01).
       01 tl-senderid        pic x(32).
       01 tl-category        pic x(20).
       01 tl-testrun         pic x(01).
       01 tl-bizdate         pic x(08).
      *
      *    today's traffic from the partner.
      *
       01 tr-msgs            pic 9(09) value zero.
       01 tr-bytes           pic 9(12) value zero.
       01 tr-retried         pic 9(09) value zero.
       01 tr-outside         pic 9(09) value zero.
       01 tr-first           pic x(16) value spaces.
       01 tr-last            pic x(16) value spaces.
       01 tr-cat-count       pic 9(02) value zero.
       01 tr-category-table.
          05 tr-cat-entry occurs 20 times.
             10 tr-cat-name  pic x(20).
             10 tr-cat-msgs  pic 9(09).
      *
      *    business hours test : the weekday of the arrival, Monday
      *    = 1 (day 1 of the integer calendar was a Monday).
      *
       01 w-hours-set-sw     pic x value 'N'.
           88 hours-known         value 'Y'.
       01 w-dow              pic 9(01) value zero.
       01 w-day-int          usage binary-long value zero.
       01 w-arrival-hhmm     pic x(04).
      *
       01 i                  pic 9(03) value zero.
       01 j                  pic 9(03) value zero.
       01 rpt-count          pic z(08)9.
       01 rpt-bytes          pic z(11)9.
      *
      *    the sign-on screen's fields.
      *
       01 w-signon-id        pic x(08) value spaces.
       01 w-signon-pin       pic x(08) value spaces.
       01 w-screen-msg       pic x(70) value spaces.
           copy "ww46-signon.cpy".
      *
       01  filler pic x(050)
                  value  'pgm-partinq-ws-end'.
      *
       screen section.
      *--------------.
       01 signon-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp partner inquiry'.
          05 line 3  column 2  value 'operator :'.
          05 line 3  column 13 pic x(08) using w-signon-id.
          05 line 4  column 2  value 'PIN      :'.
          05 line 4  column 13 pic x(08) secure to w-signon-pin.
          05 line 6  column 2  pic x(70) from w-screen-msg.
      *
       01 ask-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp partner inquiry'.
          05 line 3  column 2  value 'senderId :'.
          05 line 3  column 13 pic x(32) using w-sender.
          05 line 5  column 2  value '(blank senderId to exit)'.
          05 line 7  column 2  pic x(70) from w-screen-msg.
      *
       01 partner-screen.
          05 blank screen.
          05 line 1  column 2  value 'partner '.
          05 line 1  column 10 pic x(32) from ptnr-sender.
          05 line 1  column 44 pic x(10) from ptnr-status.
          05 line 1  column 56 value 'go-live '.
          05 line 1  column 64 pic x(08) from ptnr-go-live.
          05 line 3  column 2  value 'legal name    :'.
          05 line 3  column 18 pic x(60) from ptnr-legal-name.
          05 line 4  column 2  value 'short name    :'.
          05 line 4  column 18 pic x(24) from ptnr-short-name.
          05 line 5  column 2  value 'department    :'.
          05 line 5  column 18 pic x(30) from ptnr-department.
          05 line 6  column 2  value 'contact       :'.
          05 line 6  column 18 pic x(40) from ptnr-contact-name.
          05 line 7  column 2  value 'contact phone :'.
          05 line 7  column 18 pic x(20) from ptnr-contact-phone.
          05 line 8  column 2  value 'contact email :'.
          05 line 8  column 18 pic x(60) from ptnr-contact-email.
          05 line 9  column 2  value 'escalation    :'.
          05 line 9  column 18 pic x(40) from ptnr-esc-name.
          05 line 10 column 2  value 'escal. phone  :'.
          05 line 10 column 18 pic x(20) from ptnr-esc-phone.
          05 line 11 column 2  value 'hours MTWTFSS :'.
          05 line 11 column 18 pic x(20) from sh-hours.
          05 line 12 column 2  value 'mimetypes     :'.
          05 line 12 column 18 pic x(50) from ptnr-mimetypes (1:50).
          05 line 13 column 18 pic x(50) from ptnr-mimetypes (51:50).
          05 line 14 column 2  value 'categories    :'.
          05 line 14 column 18 pic x(50) from ptnr-categories (1:50).
          05 line 15 column 18 pic x(50)
                               from ptnr-categories (51:50).
          05 line 16 column 2  value 'certificate   :'.
          05 line 16 column 18 pic x(60) from sh-cert.
          05 line 17 column 2  value 'last changed  :'.
          05 line 17 column 18 pic x(40) from sh-last-change.
          05 line 19 column 2  value 'Enter for entitlements, '.
          05 line 19 column 26 value 'tariff and today''s traffic'.
          05 line 19 column 54 pic x to w-pause.
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
           accept ws-partner-env from environment 'q_partner_file'
              not on exception
                 move ws-partner-env to ws-partner-file
           end-accept.
           accept ws-entitle-env from environment 'q_entitle_file'
              not on exception
                 move ws-entitle-env to ws-entitle-file
           end-accept.
           accept ws-tariff-env from environment 'tariff_file'
              not on exception
                 move ws-tariff-env to ws-tariff-file
           end-accept.
           accept ws-tranlog-env from environment 'q_tranlog_file'
              not on exception
                 move ws-tranlog-env to ws-tranlog-file
           end-accept.
           accept w-operator-id from environment 'operator_id'
              not on exception
                 continue
           end-accept.
      *
      *    today's generation of the tranlog base, named exactly as
      *    cobclient names it when writing.
      *
           move function current-date (1:8) to w-today
           move ws-tranlog-file to w-tranlog-base
           move spaces to ws-tranlog-file
           string function trim(w-tranlog-base) delimited by size
                  '.'                           delimited by size
                  w-today                       delimited by size
             into ws-tranlog-file
           end-string
      *
           perform 1200-sign-on thru 1200-sign-on-exit
           if inquiry-done
              display 'end   : ' pgm-name
              goback
           end-if
      *
           open input partner-file
           if w-partner-status not = '00'
              display pgm-name ' - can not open the partner master '
                      function trim(ws-partner-file) ', status '
                      w-partner-status
              display 'end   : ' pgm-name
              move 8 to return-code
              goback
           end-if
      *
           move spaces to w-screen-msg
           perform 2000-inquiry-cycle thru 2000-inquiry-cycle-exit
              until inquiry-done ;
      *
           close partner-file
           display 'end   : ' pgm-name
           goback.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    sign-on : three tries, as tblmaint.cob.
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
              set inquiry-done to true
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
           move 'INQUIRY' to ww46-action
           move w-signon-id to ww46-oper
           move w-signon-pin to ww46-pin
           move 'VIEWER' to ww46-need-role
           move 'partinq' to ww46-tool
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
                      function trim(ww46-role)
           else
              move ww46-msg to w-screen-msg
           end-if.
      *
       1210-try-sign-on-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one partner : the record on the screen, then its
      *    entitlements, tariff and traffic on the lines below.
      * ---------------------------------------------------------------
       2000-inquiry-cycle.
      *
           display ask-screen
           accept ask-screen
           move spaces to w-screen-msg
           if w-sender = spaces
              set inquiry-done to true
              go to 2000-inquiry-cycle-exit
           end-if
      *
           move w-sender to ptnr-sender
           move 'Y' to w-found-sw
           read partner-file
              invalid key
                 move 'N' to w-found-sw
           end-read
           if not partner-found
              move 'not on the partner master' to w-screen-msg
              go to 2000-inquiry-cycle-exit
           end-if
      *
           perform 2100-show-partner thru 2100-show-partner-exit
           perform 3000-list-entitlements
              thru 3000-list-entitlements-exit
           perform 4000-show-tariff thru 4000-show-tariff-exit
           perform 5000-show-traffic thru 5000-show-traffic-exit
           display pgm-name ' - Enter to go back : ' with no advancing
           accept w-pause.
      *
       2000-inquiry-cycle-exit.
           exit.
      *
       2100-show-partner.
      *
           move spaces to sh-hours sh-last-change sh-cert
           if ptnr-cert-result not = spaces
              string ptnr-cert-result ' ' ptnr-cert-stamp ' '
                     function trim(ptnr-cert-file)
                delimited by size into sh-cert
              end-string
           end-if
           if ptnr-hours-days not = spaces
              or ptnr-hours-from not = spaces
              string ptnr-hours-days ' ' ptnr-hours-from '-'
                     ptnr-hours-to
                delimited by size into sh-hours
              end-string
           end-if
           if ptnr-changed not = spaces
              string ptnr-changed ' by ' ptnr-changed-by
                delimited by size into sh-last-change
              end-string
           end-if
           display partner-screen
           accept partner-screen
           display ' '
           display pgm-name ' - partner ' function trim(ptnr-sender)
                   ' ' function trim(ptnr-legal-name) ' ('
                   function trim(ptnr-status) ')'.
      *
       2100-show-partner-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the ENTITLE lines that grant this sender anything, the
      *    '*' wildcard lines included, as cobclient reads them.
      * ---------------------------------------------------------------
       3000-list-entitlements.
      *
           move zero to w-ent-count
           display ' '
           display pgm-name ' - entitlements ('
                   function trim(ws-entitle-file) ') :'
           open input entitle-file
           if w-entitle-status not = '00'
              display pgm-name '   no entitlement table : the '
                      'bridge does not enforce sender authorization'
              go to 3000-list-entitlements-exit
           end-if
           perform until w-entitle-status = '10'
              read entitle-file
                 at end
                    move '10' to w-entitle-status
                 not at end
                    perform 3100-one-entitlement
                       thru 3100-one-entitlement-exit
              end-read
           end-perform
           close entitle-file
           if w-ent-count = zero
              display pgm-name '   none : every message from this '
                      'sender is an entitlement violation'
           end-if.
      *
       3000-list-entitlements-exit.
           exit.
      *
       3100-one-entitlement.
      *
           if entitle-line = spaces
              or (entitle-line (1:1) = '*'
                  and entitle-line (2:1) not = ',')
              go to 3100-one-entitlement-exit
           end-if
           move spaces to en-sender en-category en-dest
           unstring entitle-line delimited by ','
               into en-sender en-category en-dest
           end-unstring
           if en-sender not = '*'
              and function trim(en-sender) not = function trim(w-sender)
              go to 3100-one-entitlement-exit
           end-if
           add 1 to w-ent-count
           display pgm-name '   category ' en-category
                   ' to ' function trim(en-dest).
      *
       3100-one-entitlement-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the tariff line the sender is billed at : its own, else
      *    the '*' default, as chargeback.cob prices it.
      * ---------------------------------------------------------------
       4000-show-tariff.
      *
           move spaces to w-own-tariff w-default-tariff
           display ' '
           open input tariff-file
           if w-tariff-status not = '00'
              display pgm-name ' - tariff : no tariff file ('
                      function trim(ws-tariff-file) ')'
              go to 4000-show-tariff-exit
           end-if
           perform until w-tariff-status = '10'
              read tariff-file
                 at end
                    move '10' to w-tariff-status
                 not at end
                    if tariff-line not = spaces
                       and not (tariff-line (1:1) = '*'
                                and tariff-line (2:1) not = ',')
                       move spaces to tf-sender
                       unstring tariff-line delimited by ','
                           into tf-sender
                       end-unstring
                       if function trim(tf-sender)
                          = function trim(w-sender)
                          move tariff-line to w-own-tariff
                       end-if
                       if tf-sender = '*'
                          move tariff-line to w-default-tariff
                       end-if
                    end-if
              end-read
           end-perform
           close tariff-file
      *
           evaluate true
              when w-own-tariff not = spaces
                 move w-own-tariff to tariff-line
                 perform 4100-show-tariff-line
                    thru 4100-show-tariff-line-exit
                 display pgm-name '   (own tariff line)'
              when w-default-tariff not = spaces
                 move w-default-tariff to tariff-line
                 perform 4100-show-tariff-line
                    thru 4100-show-tariff-line-exit
                 display pgm-name '   (the * default line : no '
                         'tariff line of its own)'
              when other
                 display pgm-name ' - tariff : none, the sender '
                         'is listed unpriced'
           end-evaluate.
      *
       4000-show-tariff-exit.
           exit.
      *
       4100-show-tariff-line.
      *
           move spaces to tf-sender tf-permsg tf-permb tf-minimum
           unstring tariff-line delimited by ','
               into tf-sender tf-permsg tf-permb tf-minimum
           end-unstring
           display pgm-name ' - tariff : per message '
                   function trim(tf-permsg) ', per MB '
                   function trim(tf-permb) ', monthly minimum '
                   function trim(tf-minimum).
      *
       4100-show-tariff-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    today's traffic from the sender, test traffic included
      *    -- the partner on the phone is asking about everything
      *    it sent.
      * ---------------------------------------------------------------
       5000-show-traffic.
      *
           move zero to tr-msgs tr-bytes tr-retried tr-outside
                        tr-cat-count
           move spaces to tr-first tr-last
           move 'N' to w-hours-set-sw
           if ptnr-hours-from is numeric and ptnr-hours-to is numeric
              set hours-known to true
           end-if
      *
           display ' '
           open input tranlog-file
           if w-tranlog-status not = '00'
              display pgm-name ' - traffic today : no tranlog ('
                      function trim(ws-tranlog-file) ')'
              go to 5000-show-traffic-exit
           end-if
           perform until w-tranlog-status = '10'
              read tranlog-file
                 at end
                    move '10' to w-tranlog-status
                 not at end
                    perform 5100-tally-line thru 5100-tally-line-exit
              end-read
           end-perform
           close tranlog-file
      *
           move tr-msgs to rpt-count
           move tr-bytes to rpt-bytes
           display pgm-name ' - traffic today ('
                   function trim(ws-tranlog-file) ') : '
                   rpt-count ' message(s) ' rpt-bytes ' byte(s)'
           if tr-msgs = zero
              go to 5000-show-traffic-exit
           end-if
           move tr-retried to rpt-count
           display pgm-name '   retried            : ' rpt-count
           display pgm-name '   first arrival      : ' tr-first
           display pgm-name '   last arrival       : ' tr-last
           if hours-known
              move tr-outside to rpt-count
              display pgm-name '   outside bus. hours : ' rpt-count
           end-if
           perform varying i from 1 by 1 until i > tr-cat-count
              move tr-cat-msgs (i) to rpt-count
              display pgm-name '   category ' tr-cat-name (i) ' '
                      rpt-count
           end-perform.
      *
       5000-show-traffic-exit.
           exit.
      *
       5100-tally-line.
      *
           move spaces to tl-timestamp tl-msgid tl-mimetype
                          tl-msglen-x tl-retry-x tl-queue
                          tl-instance tl-tier tl-senderid
                          tl-category tl-testrun tl-bizdate
           unstring w-tranlog-line delimited by ','
               into tl-timestamp tl-msgid tl-mimetype tl-msglen-x
                    tl-retry-x tl-queue tl-instance tl-tier
                    tl-senderid tl-category tl-testrun tl-bizdate
           end-unstring
           if function trim(tl-senderid) not = function trim(w-sender)
              go to 5100-tally-line-exit
           end-if
      *
           add 1 to tr-msgs
           if function trim(tl-msglen-x) is numeric
              and tl-msglen-x not = spaces
              add function numval(tl-msglen-x) to tr-bytes
           end-if
           if function trim(tl-retry-x) is numeric
              and tl-retry-x not = spaces
              and function numval(tl-retry-x) > 0
              add 1 to tr-retried
           end-if
           if tr-first = spaces
              move tl-timestamp to tr-first
           end-if
           move tl-timestamp to tr-last
      *
           move zero to j
           perform varying i from 1 by 1 until i > tr-cat-count
              if tr-cat-name (i) = tl-category
                 move i to j
              end-if
           end-perform
           if j = 0 and tr-cat-count < 20
              add 1 to tr-cat-count
              move tr-cat-count to j
              move tl-category to tr-cat-name (j)
              move zero to tr-cat-msgs (j)
           end-if
           if j > 0
              add 1 to tr-cat-msgs (j)
           end-if
      *
      *    outside business hours : a day marked N, or before the
      *    opening or from the closing time on a working day.
      *
           if not hours-known or tl-timestamp (1:12) is not numeric
              go to 5100-tally-line-exit
           end-if
           compute w-day-int = function integer-of-date(
                   function numval(tl-timestamp (1:8)))
           compute w-dow = function mod(w-day-int - 1, 7) + 1
           move tl-timestamp (9:4) to w-arrival-hhmm
           if ptnr-hours-days (w-dow:1) = 'N'
              or w-arrival-hhmm < ptnr-hours-from
              or w-arrival-hhmm not < ptnr-hours-to
              add 1 to tr-outside
           end-if.
      *
       5100-tally-line-exit.
           exit.
      *
       end program partinq.
