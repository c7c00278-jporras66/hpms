      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      sealday.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    daily seal : once a day's generations are closed, this
      *    job computes a keyed digest over each of that day's
      *    AUDITLOG, ARCHIVE and TRANLOG generation files (their
      *    .I<id> instance variants included) and chains them with
      *    the previous day's seal into the seal register (SEALREG,
      *    name overridable from seal_register ; one ww50-seal.cpy
      *    line per generation, then the day's DAY line).  a file
      *    changed after it was sealed, a register line changed,
      *    or a day taken out of the register no longer verifies --
      *    see sealvfy.cob, which recomputes the chain and is what
      *    dayclose.cob gates on.
      *
      *      seal_date      - the day to seal, yyyymmdd (default
      *                       yesterday) ; it must be before today,
      *                       and after the last day already sealed
      *      seal_keys_file - the seal key ring (default SEALKEYS) :
      *                       keyid,key lines, the LAST line is the
      *                       key new seals are made with.  older
      *                       keys stay on the ring for as long as
      *                       their seals are to be verified ; who
      *                       holds the ring is who can forge a seal
      *
      *    the day's generations are the MANIFEST lines for the day
      *    whose name starts with the q_audit_file, q_archive_file
      *    or q_tranlog_file base name (defaults AUDITLOG,
      *    ARCHIVE.DAT, TRANLOG) and a dot, in MANIFEST order, each
      *    once ; one already moved to the cold area is read from
      *    its cold path.  a day with no generations is sealed
      *    empty, so the chain has no gaps.
      *
      *    nothing is written unless every generation could be
      *    digested : a generation in MANIFEST that is missing,
      *    unreadable or already retired stops the run with rc 8.
      *    a day already sealed is left alone (rc 0).
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
           select seal-file assign to ws-seal-file
                  organization line sequential
                  file status is w-seal-status.
      *
           select sealkeys-file assign to ws-sealkeys-file
                  organization line sequential
                  file status is w-sealkeys-status.
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
       fd  seal-file.
       01  seal-record pic x(229).
      *
       fd  sealkeys-file.
       01  sealkeys-line pic x(80).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-sealday-ws-start'.
       01 pgm-name pic x(15)
                 value 'sealday.cob'.
      *
       01 w-manifest-status    pic x(02) value '00'.
       01 ws-seal-file         pic x(100) value 'SEALREG'.
       01 ws-seal-env          pic x(100).
       01 w-seal-status        pic x(02) value '00'.
       01 ws-sealkeys-file     pic x(100) value 'SEALKEYS'.
       01 ws-sealkeys-env      pic x(100).
       01 w-sealkeys-status    pic x(02) value '00'.
      *
      *    the generation base names, as cobclient names them.
      *
       01 ws-audit-file        pic x(100) value 'AUDITLOG'.
       01 ws-archive-file      pic x(100) value 'ARCHIVE.DAT'.
       01 ws-tranlog-file      pic x(100) value 'TRANLOG'.
       01 w-env-value          pic x(100).
       01 w-base               pic x(101).
       01 w-base-len           pic 9(03) value zero.
       01 w-base-i             pic 9(01) value zero.
      *
       01 w-seal-date          pic x(08) value spaces.
       01 w-seal-date-env      pic x(08).
       01 w-today              pic x(08) value spaces.
       01 w-now                pic x(14) value spaces.
       01 w-date-int           usage binary-long value zero.
      *
      *    the current seal key : the last line of the ring.
      *
       01 w-key-id             pic x(08) value spaces.
       01 w-key-text           pic x(64) value spaces.
       01 w-ring-id            pic x(08).
       01 w-ring-text          pic x(64).
      *
      *    where the chain stands : the last DAY line's date and
      *    seal.
      *
       01 w-last-date          pic x(08) value spaces.
       01 w-last-seal          pic x(32) value spaces.
       01 w-already-sw         pic x value 'N'.
           88 day-already-sealed   value 'Y'.
      *
      *    one MANIFEST line, split into its tokens.
      *
       01 w-line-date          pic x(08).
       01 w-line-name          pic x(100).
       01 w-line-marker        pic x(08).
       01 w-line-path          pic x(100).
      *
      *    the day's generations, in MANIFEST order.
      *
       01 w-gen-count          pic 9(03) value zero.
       01 w-gen-table.
          05 gen-entry occurs 100 times.
             10 gen-name       pic x(100).
             10 gen-path       pic x(100).
             10 gen-retired    pic x(01).
             10 gen-bytes      pic 9(12).
             10 gen-digest     pic x(32).
       01 w-gen-i              pic 9(03) value zero.
       01 w-gen-found          pic 9(03) value zero.
      *
      *    the sealdgst.cob interface.
      *
       01 w-dg-function        pic x(04).
       01 w-dg-subject         pic x(250).
       01 w-dg-digest          pic x(32).
       01 w-dg-bytes           pic 9(12).
       01 w-dg-rc              pic 9(02) value zero.
      *
       01 w-running            pic x(32) value spaces.
       01 w-total-bytes        pic 9(12) value zero.
       01 err                  pic x(120) value spaces.
      *
           copy "ww50-seal.cpy".
      *
       01  filler pic x(050)
                  value  'pgm-sealday-ws-end'.
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
           accept ws-seal-env from environment 'seal_register'
              not on exception
                 move ws-seal-env to ws-seal-file
           end-accept.
           accept ws-sealkeys-env from environment 'seal_keys_file'
              not on exception
                 move ws-sealkeys-env to ws-sealkeys-file
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
      *
           move function integer-of-date(function numval(w-today))
             to w-date-int
           subtract 1 from w-date-int
           move function date-of-integer(w-date-int) to w-seal-date
           accept w-seal-date-env from environment 'seal_date'
              not on exception
                 if w-seal-date-env is numeric
                    move w-seal-date-env to w-seal-date
                 end-if
           end-accept.
           if w-seal-date not < w-today
              display pgm-name ' - ' w-seal-date ' is not closed '
                      'yet, only days before today are sealed'
              move 8 to return-code
              goback
           end-if
      *
           perform 1100-load-key thru 1100-load-key-exit
           perform 1200-read-register thru 1200-read-register-exit
           if day-already-sealed
              display pgm-name ' - ' w-seal-date ' is already '
                      'sealed, nothing done'
              display 'end   : ' pgm-name
              move 0 to return-code
              goback
           end-if
           if w-last-date not = spaces
              and w-last-date > w-seal-date
              display pgm-name ' - the chain is already sealed to '
                      w-last-date ', ' w-seal-date
                      ' can not be sealed behind it'
              move 8 to return-code
              goback
           end-if
      *
           perform 1300-list-generations
              thru 1300-list-generations-exit
      *
           perform varying w-gen-i from 1 by 1
                   until w-gen-i > w-gen-count or err not = spaces
              perform 2100-digest-generation
                 thru 2100-digest-generation-exit
           end-perform
           if err not = spaces
              display pgm-name ' - ' function trim(err)
              display pgm-name ' - ' w-seal-date ' NOT sealed'
              move 8 to return-code
              goback
           end-if
      *
           perform 2200-write-seal thru 2200-write-seal-exit
           if err not = spaces
              display pgm-name ' - ' function trim(err)
              display pgm-name ' - ' w-seal-date ' NOT sealed'
              move 8 to return-code
              goback
           end-if
      *
           display pgm-name ' - ' w-seal-date ' sealed : '
                   w-gen-count ' generation(s), ' w-total-bytes
                   ' byte(s), key ' function trim(w-key-id)
                   ', seal ' WW50-DIGEST
           display 'end   : ' pgm-name
           move 0 to return-code
           goback.
      *
       1000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the current key is the ring's last line.  no ring, or no
      *    key on it, and nothing can be sealed : an unkeyed seal
      *    would be one anybody could recompute.
      * ---------------------------------------------------------------
       1100-load-key.
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
                          move w-ring-id   to w-key-id
                          move w-ring-text to w-key-text
                       end-if
                    end-if
              end-read
           end-perform
           close sealkeys-file
           if w-key-text = spaces
              display pgm-name ' - no key on the seal key ring '
                      function trim(ws-sealkeys-file)
                      ' -- nothing done'
              move 8 to return-code
              goback
           end-if.
      *
       1100-load-key-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    where the chain stands.  no register yet : this is the
      *    first day sealed, chained to nothing.
      * ---------------------------------------------------------------
       1200-read-register.
      *
           open input seal-file
           if w-seal-status = '35'
              display pgm-name ' - no seal register '
                      function trim(ws-seal-file)
                      ' yet, starting the chain'
              go to 1200-read-register-exit
           end-if
           if w-seal-status not = '00'
              display pgm-name ' - can not read the seal register '
                      function trim(ws-seal-file)
                      ', status ' w-seal-status ' -- nothing done'
              move 8 to return-code
              goback
           end-if
           perform until w-seal-status = '10'
              read seal-file
                 at end
                    move '10' to w-seal-status
                 not at end
                    move seal-record to WW50-SEAL
                    if WW50-IS-DAY
                       move WW50-DATE   to w-last-date
                       move WW50-DIGEST to w-last-seal
                       if WW50-DATE = w-seal-date
                          set day-already-sealed to true
                       end-if
                    end-if
              end-read
           end-perform
           close seal-file.
      *
       1200-read-register-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the day's generations from MANIFEST : each name once, in
      *    the order first met, with the cold path when it has been
      *    moved and flagged when it has been retired.
      * ---------------------------------------------------------------
       1300-list-generations.
      *
           open input manifest-file
           if w-manifest-status not = '00'
              display pgm-name ' - no MANIFEST, ' w-seal-date
                      ' has no generations'
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
           close manifest-file.
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
           if w-line-date not = w-seal-date or w-line-name = spaces
              go to 1310-take-manifest-line-exit
           end-if
      *
      *    only the three sealed families : base name, then a dot.
      *
           move zero to w-gen-found
           perform varying w-base-i from 1 by 1
                   until w-base-i > 3 or w-gen-found > zero
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
                 move 1 to w-gen-found
              end-if
           end-perform
           if w-gen-found = zero
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
              if w-gen-count >= 100
                 display pgm-name ' - more than 100 generations on '
                         w-seal-date ' -- nothing done'
                 move 8 to return-code
                 goback
              end-if
              add 1 to w-gen-count
              move w-gen-count to w-gen-found
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
      *    the keyed digest of one generation file.
      * ---------------------------------------------------------------
       2100-digest-generation.
      *
           if gen-retired (w-gen-i) = 'Y'
              string function trim(gen-name (w-gen-i))
                     ' is already retired, it can not be sealed'
              delimited by size into err
              go to 2100-digest-generation-exit
           end-if
           move 'FILE' to w-dg-function
           move gen-path (w-gen-i) to w-dg-subject
           move spaces to w-dg-digest
           move zero to w-dg-bytes
           call 'sealdgst' using w-dg-function w-dg-subject
                                 w-key-text w-dg-digest w-dg-bytes
              on exception
                 move 'sealdgst is not linked in' to err
                 go to 2100-digest-generation-exit
           end-call
           move return-code to w-dg-rc
           evaluate w-dg-rc
              when 0
                 move w-dg-digest to gen-digest (w-gen-i)
                 move w-dg-bytes  to gen-bytes (w-gen-i)
                 add w-dg-bytes to w-total-bytes
                 display '  digest  ' gen-digest (w-gen-i) ' '
                         gen-bytes (w-gen-i) ' '
                         function trim(gen-path (w-gen-i))
              when 4
                 string function trim(gen-path (w-gen-i))
                        ' is in MANIFEST but not on disk'
                 delimited by size into err
              when other
                 string 'can not read '
                        function trim(gen-path (w-gen-i))
                 delimited by size into err
           end-evaluate.
      *
       2100-digest-generation-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the chain : starting from the last day's seal, fold in
      *    each GEN line and then the DAY line itself (seal still
      *    blank) ; the result is the day's seal.  every line is
      *    built first and the register only opened to append them
      *    all, so a failure leaves it as it was.
      * ---------------------------------------------------------------
       2200-write-seal.
      *
           move w-last-seal to w-running
           perform varying w-gen-i from 1 by 1
                   until w-gen-i > w-gen-count or err not = spaces
              perform 2210-gen-line thru 2210-gen-line-exit
              perform 2250-fold-line thru 2250-fold-line-exit
           end-perform
           if err not = spaces
              go to 2200-write-seal-exit
           end-if
           perform 2220-day-line thru 2220-day-line-exit
           perform 2250-fold-line thru 2250-fold-line-exit
           if err not = spaces
              go to 2200-write-seal-exit
           end-if
      *
           open extend seal-file
           if w-seal-status = '35'
              open output seal-file
           end-if
           if w-seal-status not = '00'
              string 'can not open the seal register '
                     function trim(ws-seal-file) ', status '
                     w-seal-status
              delimited by size into err
              go to 2200-write-seal-exit
           end-if
           perform varying w-gen-i from 1 by 1
                   until w-gen-i > w-gen-count
              perform 2210-gen-line thru 2210-gen-line-exit
              move WW50-SEAL to seal-record
              write seal-record
           end-perform
           perform 2220-day-line thru 2220-day-line-exit
           move w-running to WW50-DIGEST
           move WW50-SEAL to seal-record
           write seal-record
           close seal-file.
      *
       2200-write-seal-exit.
           exit.
      *
       2210-gen-line.
      *
           move spaces to WW50-SEAL
           move w-seal-date         to WW50-DATE
           move 'GEN'               to WW50-KIND
           move w-now               to WW50-STAMP
           move w-key-id            to WW50-KEYID
           move gen-bytes (w-gen-i) to WW50-BYTES
           move gen-digest (w-gen-i) to WW50-DIGEST
           move w-gen-i             to WW50-COUNT
           move gen-name (w-gen-i)  to WW50-NAME.
      *
       2210-gen-line-exit.
           exit.
      *
       2220-day-line.
      *
           move spaces to WW50-SEAL
           move w-seal-date         to WW50-DATE
           move 'DAY'               to WW50-KIND
           move w-now               to WW50-STAMP
           move w-key-id            to WW50-KEYID
           move w-total-bytes       to WW50-BYTES
           move w-last-date         to WW50-PREV-DATE
           move w-last-seal         to WW50-PREV
           move w-gen-count         to WW50-COUNT.
      *
       2220-day-line-exit.
           exit.
      *
       2250-fold-line.
      *
           move 'LINE' to w-dg-function
           move WW50-SEAL to w-dg-subject
           call 'sealdgst' using w-dg-function w-dg-subject
                                 w-key-text w-running w-dg-bytes
              on exception
                 move 'sealdgst is not linked in' to err
                 go to 2250-fold-line-exit
           end-call
           if return-code not = zero
              move 'the seal could not be computed' to err
           end-if.
      *
       2250-fold-line-exit.
           exit.
      *
       end program sealday.
