      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      partmaint.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    maintenance screen for the partner master (fd-partner.cpy,
      *    q_partner_file, default PARTNERS) : what is known about
      *    each senderId -- legal name, owning department, contact
      *    and escalation details, business hours, the mimetypes and
      *    categories it is expected to send, its status and go-live
      *    date -- kept in one indexed file instead of a wiki page.
      *
      *    the operator names a senderId and adds, changes or
      *    deletes it on one form, with field-level validation on
      *    entry the way tblmaint.cob validates its tables :
      *
      *      legal name      required
      *      status          ONBOARDING, ACTIVE or RETIRED
      *      go-live         a real yyyymmdd date ; required once
      *                      the partner is not ONBOARDING
      *      contact and     contact name and escalation phone
      *      escalation      required for an ACTIVE partner
      *      days            seven Y/N, Monday to Sunday
      *      hours           hhmm to hhmm, from before to
      *      mimetypes       each a type/subtype
      *      categories      each on the CATEGORIES allow-list
      *                      (q_categories_file ; absent = any name)
      *      go-live         an ONBOARDING partner goes ACTIVE only
      *                      with a PASS certificate on record
      *                      (partcert.cob) ; a partner added ACTIVE
      *                      is one already live before
      *                      certification existed
      *
      *    a partner that has ever gone live is RETIRED, never
      *    deleted -- its senderId is all over the generations and
      *    retiring it is what stops cobclient taking its traffic.
      *    only an ONBOARDING partner can be deleted.
      *
      *    the suite opens with the same sign-on screen as tblmaint
      *    (opsignon.cob, three tries) ; any registered role may
      *    list, a change needs the OPERATOR role, and every change
      *    writes one line to the shared operations log
      *    (ops_log_file, default OPSLOG) under operator_id.
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
                  access mode is dynamic
                  record key is ptnr-sender
                  file status is w-partner-status.
      *
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
       data division.
      *-------------.
       file section.
      *------------.
           copy "fd-partner.cpy".
      *
       fd  catlist-file.
       01  catlist-line  pic x(40).
      *
       fd  opslog-file.
       01  opslog-record pic x(200).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-partmaint-ws-start'.
       01 pgm-name pic x(15)
                 value 'partmaint.cob'.
      *
       01 ws-partner-file    pic x(100) value 'PARTNERS'.
       01 ws-partner-env     pic x(100).
       01 w-partner-status   pic x(02) value '00'.
       01 ws-catlist-file    pic x(100) value 'CATEGORIES'.
       01 ws-catlist-env     pic x(100).
       01 w-catlist-status   pic x(02) value '00'.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 w-operator-id      pic x(08) value spaces.
      *
      *    the category allow-list, loaded once ; empty means "any
      *    category name accepted".
      *
       01 w-cat-tab-count    pic 9(03) value zero.
       01 w-catlist-table.
          05 cat-name        pic x(20) occurs 100 times.
      *
       01 w-sender           pic x(32) value spaces.
       01 w-choice           pic x value spaces.
       01 w-confirm          pic x value spaces.
       01 w-pause            pic x value spaces.
       01 w-action           pic x(06) value spaces.
       01 w-old-status       pic x(10) value spaces.
       01 w-done-sw          pic x value 'N'.
           88 maint-done          value 'Y'.
       01 w-form-sw          pic x value 'N'.
           88 form-done           value 'Y'.
       01 w-saved-sw         pic x value 'N'.
           88 form-saved          value 'Y'.
       01 w-valid-sw         pic x value 'Y'.
           88 entry-valid         value 'Y'.
       01 w-errmsg           pic x(70) value spaces.
      *
      *    the form's fields : a copy of the record the operator
      *    edits, moved to the record only once it validates.
      *
       01 w-edit.
          05 ed-legal-name     pic x(60).
          05 ed-short-name     pic x(24).
          05 ed-department     pic x(30).
          05 ed-contact-name   pic x(40).
          05 ed-contact-phone  pic x(20).
          05 ed-contact-email  pic x(60).
          05 ed-esc-name       pic x(40).
          05 ed-esc-phone      pic x(20).
          05 ed-hours-days     pic x(07).
          05 ed-hours-from     pic x(04).
          05 ed-hours-to       pic x(04).
          05 ed-mimetypes.
             10 ed-mime-1      pic x(50).
             10 ed-mime-2      pic x(50).
          05 ed-categories.
             10 ed-cat-1       pic x(50).
             10 ed-cat-2       pic x(50).
          05 ed-status         pic x(10).
          05 ed-go-live        pic x(08).
       01 w-last-change      pic x(40) value spaces.
      *
      *    list-item walk over a comma-separated field.
      *
       01 w-list             pic x(100).
       01 w-item             pic x(51).
       01 w-ptr              pic 9(03) value zero.
       01 w-slashes          pic 9(02) value zero.
       01 w-col1             pic x(101).
       01 w-hhmm             pic 9(04) value zero.
       01 w-count            pic 9(05) value zero.
       01 i                  pic 9(03) value zero.
       01 j                  pic 9(03) value zero.
      *
      *    the sign-on screen's fields.
      *
       01 w-signon-id        pic x(08) value spaces.
       01 w-signon-pin       pic x(08) value spaces.
       01 w-screen-msg       pic x(70) value spaces.
           copy "ww46-signon.cpy".
      *
       01  filler pic x(050)
                  value  'pgm-partmaint-ws-end'.
      *
       screen section.
      *--------------.
       01 signon-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp partner master '.
          05 line 1  column 26 value 'maintenance'.
          05 line 3  column 2  value 'operator :'.
          05 line 3  column 13 pic x(08) using w-signon-id.
          05 line 4  column 2  value 'PIN      :'.
          05 line 4  column 13 pic x(08) secure to w-signon-pin.
          05 line 6  column 2  pic x(70) from w-screen-msg.
      *
       01 menu-screen.
          05 blank screen.
          05 line 1  column 2  value 'cob4amqp partner master '.
          05 line 1  column 26 value 'maintenance'.
          05 line 3  column 2  value 'senderId :'.
          05 line 3  column 13 pic x(32) using w-sender.
          05 line 5  column 2  value 'A = add the partner'.
          05 line 6  column 2  value 'C = change the partner'.
          05 line 7  column 2  value 'D = delete the partner '.
          05 line 7  column 25 value '(ONBOARDING only)'.
          05 line 8  column 2  value 'L = list every partner'.
          05 line 10 column 2  value '0 = exit'.
          05 line 12 column 2  value 'action :'.
          05 line 12 column 11 pic x to w-choice.
          05 line 14 column 2  pic x(70) from w-screen-msg.
      *
       01 partner-screen.
          05 blank screen.
          05 line 1  column 2  value 'partner '.
          05 line 1  column 10 pic x(32) from w-sender.
          05 line 1  column 44 pic x(06) from w-action.
          05 line 3  column 2  value 'legal name    :'.
          05 line 3  column 18 pic x(60) using ed-legal-name.
          05 line 4  column 2  value 'short name    :'.
          05 line 4  column 18 pic x(24) using ed-short-name.
          05 line 5  column 2  value 'department    :'.
          05 line 5  column 18 pic x(30) using ed-department.
          05 line 6  column 2  value 'contact       :'.
          05 line 6  column 18 pic x(40) using ed-contact-name.
          05 line 7  column 2  value 'contact phone :'.
          05 line 7  column 18 pic x(20) using ed-contact-phone.
          05 line 8  column 2  value 'contact email :'.
          05 line 8  column 18 pic x(60) using ed-contact-email.
          05 line 9  column 2  value 'escalation    :'.
          05 line 9  column 18 pic x(40) using ed-esc-name.
          05 line 10 column 2  value 'escal. phone  :'.
          05 line 10 column 18 pic x(20) using ed-esc-phone.
          05 line 11 column 2  value 'days MTWTFSS  :'.
          05 line 11 column 18 pic x(07) using ed-hours-days.
          05 line 11 column 28 value 'hours :'.
          05 line 11 column 36 pic x(04) using ed-hours-from.
          05 line 11 column 41 value 'to'.
          05 line 11 column 44 pic x(04) using ed-hours-to.
          05 line 12 column 2  value 'mimetypes     :'.
          05 line 12 column 18 pic x(50) using ed-mime-1.
          05 line 13 column 18 pic x(50) using ed-mime-2.
          05 line 14 column 2  value 'categories    :'.
          05 line 14 column 18 pic x(50) using ed-cat-1.
          05 line 15 column 18 pic x(50) using ed-cat-2.
          05 line 16 column 2  value 'status        :'.
          05 line 16 column 18 pic x(10) using ed-status.
          05 line 16 column 30 value 'go-live :'.
          05 line 16 column 40 pic x(08) using ed-go-live.
          05 line 18 column 2  value 'last changed  :'.
          05 line 18 column 18 pic x(40) from w-last-change.
          05 line 20 column 2  value 'save (Y/N)    :'.
          05 line 20 column 18 pic x to w-confirm.
          05 line 22 column 2  pic x(70) from w-screen-msg.
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
           accept ws-partner-env from environment 'q_partner_file'
              not on exception
                 move ws-partner-env to ws-partner-file
           end-accept.
           accept ws-catlist-env from environment 'q_categories_file'
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
           perform 1300-open-master thru 1300-open-master-exit
           if maint-done
              display 'end   : ' pgm-name
              move 8 to return-code
              goback
           end-if
      *
           move spaces to w-screen-msg
           perform 2000-menu-cycle thru 2000-menu-cycle-exit
              until maint-done ;
      *
           close partner-file
           display 'end   : ' pgm-name
           goback.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the optional category allow-list, as tblmaint.cob loads
      *    it.
      * ---------------------------------------------------------------
       1100-load-category-list.
      *
           open input catlist-file
           if w-catlist-status not = '00'
              display pgm-name ' - no category allow-list ('
                      function trim(ws-catlist-file)
                      '), category names not checked'
              go to 1100-load-category-list-exit
           end-if
           perform until w-catlist-status = '10'
              read catlist-file
                 at end
                    move '10' to w-catlist-status
                 not at end
                    if catlist-line not = spaces
                       and catlist-line (1:1) not = '*'
                       and w-cat-tab-count < 100
                       add 1 to w-cat-tab-count
                       move catlist-line (1:20)
                         to cat-name (w-cat-tab-count)
                    end-if
              end-read
           end-perform
           close catlist-file
           display pgm-name ' - ' w-cat-tab-count
                   ' category name(s) on the allow-list'.
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
           move 'PARTNERS' to ww46-action
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
           move 'partmaint' to ww46-tool
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
      * ---------------------------------------------------------------
      *    the master is created empty the first time it is
      *    maintained.
      * ---------------------------------------------------------------
       1300-open-master.
      *
           open i-o partner-file
           if w-partner-status = '35'
              open output partner-file
              close partner-file
              open i-o partner-file
              display pgm-name ' - partner master '
                      function trim(ws-partner-file) ' created'
           end-if
           if w-partner-status not = '00'
              display pgm-name ' - can not open the partner master '
                      function trim(ws-partner-file) ', status '
                      w-partner-status
              set maint-done to true
           end-if.
      *
       1300-open-master-exit.
           exit.
      *
       2000-menu-cycle.
      *
           move spaces to w-choice
           display menu-screen
           accept menu-screen
           move spaces to w-screen-msg
      *
           evaluate function upper-case(w-choice)
              when 'A'
                 perform 3000-add-partner
                    thru 3000-add-partner-exit
              when 'C'
                 perform 3100-change-partner
                    thru 3100-change-partner-exit
              when 'D'
                 perform 3200-delete-partner
                    thru 3200-delete-partner-exit
              when 'L'
                 perform 3300-list-partners
                    thru 3300-list-partners-exit
              when '0'
                 set maint-done to true
              when other
                 continue
           end-evaluate.
      *
       2000-menu-cycle-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a new partner starts ONBOARDING, with nothing else
      *    filled in.
      * ---------------------------------------------------------------
       3000-add-partner.
      *
           if w-sender = spaces
              move 'name the senderId first' to w-screen-msg
              go to 3000-add-partner-exit
           end-if
           move w-sender to ptnr-sender
           read partner-file
              invalid key
                 continue
              not invalid key
                 move 'already on the master -- C to change it'
                   to w-screen-msg
                 go to 3000-add-partner-exit
           end-read
      *
           move spaces to w-edit w-last-change w-old-status
           move 'ONBOARDING' to ed-status
           move 'ADD' to w-action
           perform 3500-edit-form thru 3500-edit-form-exit
           if not form-saved
              go to 3000-add-partner-exit
           end-if
      *
           move spaces to ptnr-record
           move w-sender to ptnr-sender
           perform 3550-form-to-record thru 3550-form-to-record-exit
           write ptnr-record
              invalid key
                 move spaces to w-screen-msg
                 string 'not added, status ' w-partner-status
                   delimited by size into w-screen-msg
                 end-string
                 go to 3000-add-partner-exit
           end-write
           perform 3700-log-change thru 3700-log-change-exit
           move 'partner added' to w-screen-msg.
      *
       3000-add-partner-exit.
           exit.
      *
       3100-change-partner.
      *
           if w-sender = spaces
              move 'name the senderId first' to w-screen-msg
              go to 3100-change-partner-exit
           end-if
           move w-sender to ptnr-sender
           read partner-file
              invalid key
                 move 'not on the master -- A to add it'
                   to w-screen-msg
                 go to 3100-change-partner-exit
           end-read
      *
           perform 3540-record-to-form thru 3540-record-to-form-exit
           move ptnr-status to w-old-status
           move 'CHANGE' to w-action
           perform 3500-edit-form thru 3500-edit-form-exit
           if not form-saved
              go to 3100-change-partner-exit
           end-if
      *
      *    read again under the change : another operator may have
      *    saved since the form was filled.
      *
           move w-sender to ptnr-sender
           read partner-file
              invalid key
                 move 'deleted meanwhile, not changed' to w-screen-msg
                 go to 3100-change-partner-exit
           end-read
           perform 3550-form-to-record thru 3550-form-to-record-exit
           rewrite ptnr-record
              invalid key
                 move spaces to w-screen-msg
                 string 'not changed, status ' w-partner-status
                   delimited by size into w-screen-msg
                 end-string
                 go to 3100-change-partner-exit
           end-rewrite
           perform 3700-log-change thru 3700-log-change-exit
           move 'partner changed' to w-screen-msg.
      *
       3100-change-partner-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    only a partner that never went live can go ; the form is
      *    shown read-back and Y deletes it.
      * ---------------------------------------------------------------
       3200-delete-partner.
      *
           if w-sender = spaces
              move 'name the senderId first' to w-screen-msg
              go to 3200-delete-partner-exit
           end-if
           move w-sender to ptnr-sender
           read partner-file
              invalid key
                 move 'not on the master' to w-screen-msg
                 go to 3200-delete-partner-exit
           end-read
           if not ptnr-is-onboarding
              move 'a partner that went live is RETIRED, not deleted'
                to w-screen-msg
              go to 3200-delete-partner-exit
           end-if
      *
           perform 3540-record-to-form thru 3540-record-to-form-exit
           move ptnr-status to w-old-status
           move 'DELETE' to w-action
           move 'Y deletes this partner, N keeps it' to w-screen-msg
           move spaces to w-confirm
           display partner-screen
           accept partner-screen
           if function upper-case(w-confirm) not = 'Y'
              move 'not deleted' to w-screen-msg
              go to 3200-delete-partner-exit
           end-if
           perform 3600-check-role thru 3600-check-role-exit
           if ww46-refused
              move spaces to w-screen-msg
              string 'delete refused : ' ww46-msg
                delimited by size into w-screen-msg
              end-string
              go to 3200-delete-partner-exit
           end-if
           delete partner-file
              invalid key
                 move spaces to w-screen-msg
                 string 'not deleted, status ' w-partner-status
                   delimited by size into w-screen-msg
                 end-string
                 go to 3200-delete-partner-exit
           end-delete
           move spaces to ptnr-status
           perform 3700-log-change thru 3700-log-change-exit
           move 'partner deleted' to w-screen-msg.
      *
       3200-delete-partner-exit.
           exit.
      *
       3300-list-partners.
      *
           move zero to w-count
           display ' '
           display pgm-name ' - partners on '
                   function trim(ws-partner-file) ' :'
           move low-values to ptnr-sender
           start partner-file key is not less than ptnr-sender
              invalid key
                 move '10' to w-partner-status
           end-start
           perform until w-partner-status not = '00'
              read partner-file next record
                 at end
                    move '10' to w-partner-status
                 not at end
                    add 1 to w-count
                    display ptnr-sender (1:20) ' ' ptnr-status ' '
                            ptnr-go-live ' '
                            ptnr-legal-name (1:36)
              end-read
           end-perform
           move '00' to w-partner-status
           display pgm-name ' - ' w-count ' partner(s)'
           display pgm-name ' - Enter to go back : ' with no advancing
           accept w-pause.
      *
       3300-list-partners-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the form, until it is saved valid or left with N.  every
      *    rejection names the field, on the form's message line.
      * ---------------------------------------------------------------
       3500-edit-form.
      *
           move 'N' to w-form-sw w-saved-sw
           move 'change the fields, then Y to save or N to leave'
             to w-screen-msg
           perform 3510-form-pass thru 3510-form-pass-exit
              until form-done.
      *
       3500-edit-form-exit.
           exit.
      *
       3510-form-pass.
      *
           move spaces to w-confirm
           display partner-screen
           accept partner-screen
           evaluate function upper-case(w-confirm)
              when 'N'
                 set form-done to true
                 move 'left without saving' to w-screen-msg
              when 'Y'
                 move function upper-case(ed-status) to ed-status
                 move function upper-case(ed-hours-days)
                   to ed-hours-days
                 perform 4000-validate-partner
                    thru 4000-validate-partner-exit
                 if not entry-valid
                    move w-errmsg to w-screen-msg
                    go to 3510-form-pass-exit
                 end-if
                 perform 3600-check-role thru 3600-check-role-exit
                 if ww46-refused
                    set form-done to true
                    move spaces to w-screen-msg
                    string 'save refused : ' ww46-msg
                      delimited by size into w-screen-msg
                    end-string
                    go to 3510-form-pass-exit
                 end-if
                 set form-done to true
                 set form-saved to true
              when other
                 move 'Y to save, N to leave' to w-screen-msg
           end-evaluate.
      *
       3510-form-pass-exit.
           exit.
      *
       3540-record-to-form.
      *
           move ptnr-legal-name    to ed-legal-name
           move ptnr-short-name    to ed-short-name
           move ptnr-department    to ed-department
           move ptnr-contact-name  to ed-contact-name
           move ptnr-contact-phone to ed-contact-phone
           move ptnr-contact-email to ed-contact-email
           move ptnr-esc-name      to ed-esc-name
           move ptnr-esc-phone     to ed-esc-phone
           move ptnr-hours-days    to ed-hours-days
           move ptnr-hours-from    to ed-hours-from
           move ptnr-hours-to      to ed-hours-to
           move ptnr-mimetypes     to ed-mimetypes
           move ptnr-categories    to ed-categories
           move ptnr-status        to ed-status
           move ptnr-go-live       to ed-go-live
           move spaces to w-last-change
           if ptnr-changed not = spaces
              string ptnr-changed ' by ' ptnr-changed-by
                delimited by size into w-last-change
              end-string
           end-if.
      *
       3540-record-to-form-exit.
           exit.
      *
       3550-form-to-record.
      *
           move ed-legal-name      to ptnr-legal-name
           move ed-short-name      to ptnr-short-name
           move ed-department      to ptnr-department
           move ed-contact-name    to ptnr-contact-name
           move ed-contact-phone   to ptnr-contact-phone
           move ed-contact-email   to ptnr-contact-email
           move ed-esc-name        to ptnr-esc-name
           move ed-esc-phone       to ptnr-esc-phone
           move ed-hours-days      to ptnr-hours-days
           move ed-hours-from      to ptnr-hours-from
           move ed-hours-to        to ptnr-hours-to
           move ed-mimetypes       to ptnr-mimetypes
           move ed-categories      to ptnr-categories
           move ed-status          to ptnr-status
           move ed-go-live         to ptnr-go-live
           move function current-date (1:14) to ptnr-changed
           move w-operator-id      to ptnr-changed-by.
      *
       3550-form-to-record-exit.
           exit.
      *
       3600-check-role.
      *
           move 'CHECK' to ww46-function
           move 'SAVE' to ww46-action
           move w-operator-id to ww46-oper
           move spaces to ww46-pin
           move 'OPERATOR' to ww46-need-role
           perform 1220-call-signon thru 1220-call-signon-exit.
      *
       3600-check-role-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one line in the shared operations log per change : who
      *    did what to which partner, and the status it moved
      *    between.
      * ---------------------------------------------------------------
       3700-log-change.
      *
           open extend opslog-file
           if w-opslog-status = '35'
              open output opslog-file
           end-if
           if w-opslog-status not = '00'
              display pgm-name ' - can not write operations log, '
                      'status ' w-opslog-status
              go to 3700-log-change-exit
           end-if
           move spaces to opslog-record
           string function current-date (1:14) delimited by size
                  ' OPER=' delimited by size
                  w-operator-id delimited by size
                  ' TOOL=partmaint ACTION=' delimited by size
                  function trim(w-action) delimited by size
                  ' TARGET=' delimited by size
                  function trim(w-sender) delimited by size
                  ' STATUS=' delimited by size
                  function trim(w-old-status) delimited by size
                  '>' delimited by size
                  function trim(ptnr-status) delimited by size
             into opslog-record
           end-string
           write opslog-record
           close opslog-file.
      *
       3700-log-change-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    field-level validation of the form.
      * ---------------------------------------------------------------
       4000-validate-partner.
      *
           set entry-valid to true
           move spaces to w-errmsg
      *
           if ed-legal-name = spaces
              move 'N' to w-valid-sw
              move 'legal name is required' to w-errmsg
              go to 4000-validate-partner-exit
           end-if
           if ed-status not = 'ONBOARDING'
              and ed-status not = 'ACTIVE'
              and ed-status not = 'RETIRED'
              move 'N' to w-valid-sw
              move 'status must be ONBOARDING, ACTIVE or RETIRED'
                to w-errmsg
              go to 4000-validate-partner-exit
           end-if
      *
           if ed-status = 'ACTIVE' and w-old-status = 'ONBOARDING'
              and not ptnr-cert-passed
              move 'N' to w-valid-sw
              move 'no PASS certificate on record -- run partcert '
                & 'first' to w-errmsg
              go to 4000-validate-partner-exit
           end-if
      *
           if ed-go-live = spaces
              if ed-status not = 'ONBOARDING'
                 move 'N' to w-valid-sw
                 move 'go-live date is required once not ONBOARDING'
                   to w-errmsg
                 go to 4000-validate-partner-exit
              end-if
           else
              if ed-go-live is not numeric
                 move 'N' to w-valid-sw
                 move 'go-live must be a yyyymmdd date' to w-errmsg
                 go to 4000-validate-partner-exit
              end-if
              if function test-date-yyyymmdd(
                 function numval(ed-go-live)) not = zero
                 move 'N' to w-valid-sw
                 move 'go-live is not a real date' to w-errmsg
                 go to 4000-validate-partner-exit
              end-if
           end-if
      *
           if ed-status = 'ACTIVE'
              and (ed-contact-name = spaces or ed-esc-phone = spaces)
              move 'N' to w-valid-sw
              move 'an ACTIVE partner needs a contact and an '
                & 'escalation phone' to w-errmsg
              go to 4000-validate-partner-exit
           end-if
      *
           if ed-hours-days not = spaces
              perform varying i from 1 by 1 until i > 7
                 if ed-hours-days (i:1) not = 'Y'
                    and ed-hours-days (i:1) not = 'N'
                    move 'N' to w-valid-sw
                 end-if
              end-perform
              if not entry-valid
                 move 'days are seven Y/N, Monday to Sunday'
                   to w-errmsg
                 go to 4000-validate-partner-exit
              end-if
           end-if
           if ed-hours-from not = spaces or ed-hours-to not = spaces
              perform 4100-check-hours thru 4100-check-hours-exit
              if not entry-valid
                 go to 4000-validate-partner-exit
              end-if
           end-if
      *
           move ed-mimetypes to w-list
           move 1 to w-ptr
           perform 4200-check-mimetype thru 4200-check-mimetype-exit
              until w-ptr > length of w-list or not entry-valid
           if not entry-valid
              go to 4000-validate-partner-exit
           end-if
           move ed-categories to w-list
           move 1 to w-ptr
           perform 4300-check-category thru 4300-check-category-exit
              until w-ptr > length of w-list or not entry-valid.
      *
       4000-validate-partner-exit.
           exit.
      *
      *    hours : both hhmm, a real time, from before to.
      *
       4100-check-hours.
      *
           if ed-hours-from is not numeric
              or ed-hours-to is not numeric
              move 'N' to w-valid-sw
              move 'hours are hhmm to hhmm' to w-errmsg
              go to 4100-check-hours-exit
           end-if
           move ed-hours-from to w-hhmm
           if w-hhmm (1:2) > '23' or w-hhmm (3:2) > '59'
              move 'N' to w-valid-sw
           end-if
           move ed-hours-to to w-hhmm
           if w-hhmm (1:2) > '23' or w-hhmm (3:2) > '59'
              move 'N' to w-valid-sw
           end-if
           if not entry-valid
              move 'hours are not a real time of day' to w-errmsg
              go to 4100-check-hours-exit
           end-if
           if ed-hours-from not < ed-hours-to
              move 'N' to w-valid-sw
              move 'hours : from must be before to' to w-errmsg
           end-if.
      *
       4100-check-hours-exit.
           exit.
      *
      *    the next mimetype on the list must be a type/subtype.
      *
       4200-check-mimetype.
      *
           move spaces to w-item
           unstring w-list delimited by ','
               into w-item
               with pointer w-ptr
           end-unstring
           if w-item = spaces
              go to 4200-check-mimetype-exit
           end-if
           move zero to w-slashes
           inspect w-item tallying w-slashes for all '/'
           if w-slashes not = 1
              move 'N' to w-valid-sw
              move spaces to w-errmsg
              string 'mimetype ' function trim(w-item)
                     ' is not a type/subtype'
                delimited by size into w-errmsg
              end-string
           end-if.
      *
       4200-check-mimetype-exit.
           exit.
      *
      *    the next category on the list must be on the allow-list,
      *    when one is loaded.
      *
       4300-check-category.
      *
           move spaces to w-item
           unstring w-list delimited by ','
               into w-item
               with pointer w-ptr
           end-unstring
           move function trim(w-item) to w-col1
           if w-col1 = spaces or w-cat-tab-count = zero
              go to 4300-check-category-exit
           end-if
           move zero to j
           perform varying i from 1 by 1
                   until i > w-cat-tab-count
              if function trim(cat-name (i))
                 = function trim(w-col1 (1:20))
                 move i to j
              end-if
           end-perform
           if j = zero
              move 'N' to w-valid-sw
              move spaces to w-errmsg
              string 'category ' function trim(w-col1)
                     ' is not on the allow-list'
                delimited by size into w-errmsg
              end-string
           end-if.
      *
       4300-check-category-exit.
           exit.
      *
       end program partmaint.
