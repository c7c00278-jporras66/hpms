      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      cpyimport.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    copybook importer : onboarding a fixed-record partner
      *    used to mean hand-counting byte offsets out of the
      *    partner's copybook into FIXRULES and TRANSMAP lines.  the
      *    WW02 definitions in the bizfixed.cob header were built
      *    that way, and one wrong offset cost a day of rejects.
      *    this program reads the copybook itself and does the
      *    counting :
      *
      *      - level numbers 01-49 (66, 77 and 88 are skipped), PIC
      *        / PICTURE, USAGE DISPLAY, COMP, COMP-4, BINARY,
      *        COMP-3 / PACKED-DECIMAL, COMP-5, COMP-1, COMP-2, a
      *        group's USAGE inherited by its members, SIGN
      *        LEADING / TRAILING / SEPARATE, OCCURS (OCCURS n TO m
      *        DEPENDING ON is laid out at m), REDEFINES and FILLER
      *        -- enough for ww02-record.cpy and ww02-segment.cpy
      *      - fixed format : column 7 '*' or '/' is a comment,
      *        columns 8-72 are the text, a statement may run over
      *        several lines
      *
      *    and writes, for one msgCategory :
      *
      *      - a layout listing for review : every item with its
      *        1-based offset, its length, its usage and what was
      *        made of it
      *      - candidate FIXRULES lines : a FIELD line per named
      *        elementary item (DISPLAY, DISPLAY-S, COMP, COMP-5,
      *        COMP-3, CHAR), a DELIM line per one-byte item whose
      *        VALUE is a single character or X'00' ; numeric
      *        fields are REQ (bizfixed checks them whatever the
      *        flag says), text fields OPT -- tighten to REQ the
      *        ones the partner must always fill
      *      - candidate TRANSMAP F2J lines : one per named
      *        elementary text or zoned field, under the data name
      *        in lower case.  F2J cuts the bytes as they are, so a
      *        binary or packed field is written commented out
      *
      *    items inside an OCCURS table or under a REDEFINES are
      *    listed, and their lines written commented out with the
      *    first occurrence's offset : how many occurrences are
      *    present, and which view of redefined bytes applies, is
      *    the data's business, not the copybook's.
      *
      *    nothing is ever written over a live table.  the output
      *    is the staged candidate cfgpromo promotes from --
      *    promo_stage_dir (default STAGING) + '/FIXRULES' and
      *    '/TRANSMAP' -- carrying every line of the other
      *    categories across from the staged candidate when there
      *    is one, from the live table (bizfixed_rules,
      *    q_transmap_file) when there is not, with the category's
      *    previous lines replaced by the imported ones.  the
      *    candidates then go through cfgpromo's REVIEW (cfgcheck
      *    and the shadow run) and two-person PROMOTE like any other
      *    change.
      *
      *    environment :
      *      cpyimport_copybook - the copybook to read (required)
      *      cpyimport_category - the msgCategory the lines are
      *                           written for (required, at most 20
      *                           characters, the width bizfixed
      *                           matches on)
      *      cpyimport_record   - the 01 record to import, when the
      *                           copybook holds more than one
      *                           (default : the first)
      *      cpyimport_offset   - the offset of the record's first
      *                           byte in the message (default 1),
      *                           for a layout overlaid on part of
      *                           another : ww02-segment.cpy lies
      *                           over WW02-BUFFER at offset 131
      *
      *    return-code 0 clean, 4 when the listing carries warnings
      *    worth reading before promotion, 8 when nothing could be
      *    imported or the candidates could not be written.
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
           select copybook-file assign to ws-copybook-file
                  organization line sequential
                  file status is w-copybook-status.
      *
           select work-file assign to ws-work-file
                  organization line sequential
                  file status is w-work-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
       fd  copybook-file.
       01  copybook-line  pic x(80).
      *
       fd  work-file.
       01  work-record    pic x(120).
      *
       working-storage section.
      *-----------------------.
       01 filler pic x(050)
                 value  'pgm-cpyimport-ws-start'.
       01 pgm-name pic x(15)
                 value 'cpyimport.cob'.
      *
       01 ws-copybook-file   pic x(100) value spaces.
       01 w-copybook-status  pic x(02) value '00'.
       01 ws-work-file       pic x(120) value spaces.
       01 w-work-status      pic x(02) value '00'.
      *
       01 w-category         pic x(40) value spaces.
       01 w-cat-len          pic 9(02) value zero.
       01 w-want-record      pic x(30) value spaces.
       01 w-base-offset      pic 9(05) value 1.
       01 w-base-env         pic x(06).
       01 w-stage-dir        pic x(100) value 'STAGING'.
       01 w-stage-env        pic x(100).
       01 ws-fixrules-file   pic x(100) value 'FIXRULES'.
       01 ws-fixrules-env    pic x(100).
       01 ws-transmap-file   pic x(100) value 'TRANSMAP'.
       01 ws-transmap-env    pic x(100).
      *
       01 w-warn-count       pic 9(03) value zero.
       01 w-fail-sw          pic x value 'N'.
           88 import-failed       value 'Y'.
      *
      *    statement assembly : copybook text is gathered until a
      *    period outside a literal ends the statement.
      *
       01 w-text             pic x(65).
       01 w-stmt             pic x(2000) value spaces.
       01 w-stmt-ptr         pic 9(04) value 1.
       01 w-stmt-rest        pic x(2000).
       01 w-one-stmt         pic x(2000).
       01 w-one-len          pic 9(04) value zero.
       01 w-scan-i           pic 9(04) value zero.
       01 w-scan-end         pic 9(04) value zero.
       01 w-period-at        pic 9(04) value zero.
       01 w-quote-char       pic x value space.
      *
      *    one statement's tokens ; a quoted literal is one token,
      *    kept as written, everything else is upper-cased.
      *
       01 w-tok-count        pic 9(02) value zero.
       01 w-tok-table.
          05 w-tok           pic x(80) occurs 40 times.
       01 w-tok-start        pic 9(04) value zero.
       01 w-tok-len          pic 9(04) value zero.
       01 w-k                pic 9(02) value zero.
      *
      *    record selection.
      *
       01 w-collect-sw       pic x value 'N'.
           88 collecting          value 'Y'.
       01 w-record-done-sw   pic x value 'N'.
           88 record-done         value 'Y'.
       01 w-record-name      pic x(30) value spaces.
      *
      *    the items of the imported record, in copybook order.
      *
       01 w-item-max         pic 9(03) value 500.
       01 w-item-count       pic 9(03) value zero.
       01 w-item-table.
          05 it-entry occurs 500 times.
             10 it-level      pic 9(02).
             10 it-name       pic x(30).
             10 it-pic        pic x(30).
             10 it-usage      pic x(14).
             10 it-occurs     pic 9(05).
             10 it-occ-sw     pic x.
             10 it-odo-sw     pic x.
             10 it-redef-name pic x(30).
             10 it-redef-ix   pic 9(03).
             10 it-value      pic x(40).
             10 it-sign-lead  pic x.
             10 it-sign-sep   pic x.
             10 it-parent     pic 9(03).
             10 it-depth      pic 9(02).
             10 it-group-sw   pic x.
             10 it-in-occ-sw  pic x.
             10 it-in-red-sw  pic x.
             10 it-class      pic x.
             10 it-signed-sw  pic x.
             10 it-digits     pic 9(03).
             10 it-size       pic 9(05).
             10 it-unit-len   pic 9(07).
             10 it-total-len  pic 9(07).
             10 it-offset     pic 9(07).
             10 it-cursor     pic 9(07).
             10 it-rule-usage pic x(09).
             10 it-note       pic x(40).
       01 i                  pic 9(03) value zero.
       01 j                  pic 9(03) value zero.
       01 p                  pic 9(03) value zero.
      *
      *    the level stack the parent links are resolved with.
      *
       01 w-stk-count        pic 9(02) value zero.
       01 w-stk-table.
          05 w-stk           pic 9(03) occurs 50 times.
      *
      *    picture analysis.
      *
       01 w-pic              pic x(30).
       01 w-pic-i            pic 9(02) value zero.
       01 w-pic-c            pic x.
       01 w-pic-rep          pic 9(05) value zero.
       01 w-pic-rep-x        pic x(05).
       01 w-pic-close        pic 9(02) value zero.
       01 w-pic-alnum-sw     pic x value 'N'.
       01 w-pic-edit-sw      pic x value 'N'.
      *
      *    the generated lines.
      *
       01 w-gen-fix-count    pic 9(03) value zero.
       01 w-gen-fix-table.
          05 w-gen-fix       pic x(120) occurs 600 times.
       01 w-gen-map-count    pic 9(03) value zero.
       01 w-gen-map-table.
          05 w-gen-map       pic x(120) occurs 600 times.
       01 w-live-fix-count   pic 9(03) value zero.
       01 w-live-map-count   pic 9(03) value zero.
       01 w-line             pic x(120).
       01 w-line-ptr         pic 9(03) value zero.
       01 w-rule-line        pic x(120).
       01 w-off-edit         pic z(6)9.
       01 w-len-edit         pic z(6)9.
       01 w-occ-edit         pic z(4)9.
       01 w-req              pic x(03).
       01 w-delim            pic x(03).
       01 w-comment-sw       pic x value 'N'.
           88 write-commented     value 'Y'.
       01 w-map-name         pic x(30).
      *
      *    the candidate being rebuilt : the other categories'
      *    lines kept as they were.
      *
       01 w-table-name       pic x(10).
       01 w-source-file      pic x(120).
       01 w-keep-count       pic 9(03) value zero.
       01 w-keep-table.
          05 w-keep          pic x(120) occurs 600 times.
       01 w-col1             pic x(40).
       01 w-dropped          pic 9(03) value zero.
       01 w-gen-count        pic 9(03) value zero.
       01 w-live-count       pic 9(03) value zero.
       01 w-cap              pic 9(03) value zero.
       01 w-stamp            pic x(14).
      *
       01 w-list-line.
          05 ll-name         pic x(36).
          05 ll-offset       pic z(6)9.
          05 filler          pic x(01) value space.
          05 ll-length       pic z(6)9.
          05 filler          pic x(02) value spaces.
          05 ll-usage        pic x(10).
          05 ll-note         pic x(40).
      *
       01  filler pic x(050)
                  value  'pgm-cpyimport-ws-end'.
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
           accept ws-copybook-file from environment
                  'cpyimport_copybook'
              on exception
                 move spaces to ws-copybook-file
           end-accept.
           accept w-category from environment 'cpyimport_category'
              on exception
                 move spaces to w-category
           end-accept.
           accept w-want-record from environment 'cpyimport_record'
              not on exception
                 move function upper-case(w-want-record)
                   to w-want-record
           end-accept.
           accept w-base-env from environment 'cpyimport_offset'
              not on exception
                 if function trim(w-base-env) is numeric
                    move function numval(w-base-env) to w-base-offset
                 end-if
           end-accept.
           accept w-stage-env from environment 'promo_stage_dir'
              not on exception
                 move w-stage-env to w-stage-dir
           end-accept.
           accept ws-fixrules-env from environment 'bizfixed_rules'
              not on exception
                 move ws-fixrules-env to ws-fixrules-file
           end-accept.
           accept ws-transmap-env from environment 'q_transmap_file'
              not on exception
                 move ws-transmap-env to ws-transmap-file
           end-accept.
      *
           perform 1100-check-arguments
              thru 1100-check-arguments-exit
           if import-failed
              go to 1000-main-end
           end-if
      *
           perform 2000-read-copybook
              thru 2000-read-copybook-exit
           if import-failed
              go to 1000-main-end
           end-if
      *
           perform 3000-resolve-items
              thru 3000-resolve-items-exit
           perform 4000-list-and-generate
              thru 4000-list-and-generate-exit
      *
           move 'FIXRULES' to w-table-name
           perform 5000-write-candidate
              thru 5000-write-candidate-exit
           if not import-failed
              move 'TRANSMAP' to w-table-name
              perform 5000-write-candidate
                 thru 5000-write-candidate-exit
           end-if.
      *
       1000-main-end.
      *
           display ' '
           if import-failed
              display pgm-name ' - import FAILED'
              move 8 to return-code
           else
              if w-warn-count > 0
                 display pgm-name ' - imported with ' w-warn-count
                         ' warning(s) : read the listing before '
                         'promoting'
                 move 4 to return-code
              else
                 display pgm-name ' - imported, candidates staged '
                         'in ' function trim(w-stage-dir)
                 move 0 to return-code
              end-if
           end-if
           display 'end   : ' pgm-name
           goback.
      *
       1000-main-exit.
           exit.
      *
       1100-check-arguments.
      *
           if ws-copybook-file = spaces
              display pgm-name ' - cpyimport_copybook not set'
              set import-failed to true
           end-if
           if w-category = spaces
              display pgm-name ' - cpyimport_category not set'
              set import-failed to true
              go to 1100-check-arguments-exit
           end-if
           move function length(function trim(w-category))
             to w-cat-len
           if w-cat-len > 20
              display pgm-name ' - category longer than the 20 '
                      'characters bizfixed matches on : '
                      function trim(w-category)
              set import-failed to true
           end-if
           move zero to w-k
           inspect w-category (1:w-cat-len)
                   tallying w-k for all ',' all ' ' all '*'
           if w-k > 0
              display pgm-name ' - category may not hold a comma, '
                      'a blank or an asterisk : '
                      function trim(w-category)
              set import-failed to true
           end-if
           if w-base-offset < 1
              display pgm-name ' - cpyimport_offset must be 1 or '
                      'more'
              set import-failed to true
           end-if.
      *
       1100-check-arguments-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the copybook, statement by statement.  only the selected
      *    01 record's items are kept.
      * ---------------------------------------------------------------
       2000-read-copybook.
      *
           open input copybook-file
           if w-copybook-status not = '00'
              display pgm-name ' - can not read copybook '
                      function trim(ws-copybook-file) ', status '
                      w-copybook-status
              set import-failed to true
              go to 2000-read-copybook-exit
           end-if
           move spaces to w-stmt
           move 1 to w-stmt-ptr
           perform until w-copybook-status = '10'
                      or record-done
              read copybook-file
                 at end
                    move '10' to w-copybook-status
                 not at end
                    perform 2100-take-line
                       thru 2100-take-line-exit
              end-read
           end-perform
           close copybook-file
      *
           if w-stmt not = spaces and not record-done
              display pgm-name ' - unterminated statement at the '
                      'end of the copybook ignored : ' w-stmt (1:40)
              add 1 to w-warn-count
           end-if
           if w-item-count = zero
              if w-want-record = spaces
                 display pgm-name ' - no 01 record found in '
                         function trim(ws-copybook-file)
              else
                 display pgm-name ' - record '
                         function trim(w-want-record)
                         ' not found in '
                         function trim(ws-copybook-file)
              end-if
              set import-failed to true
           end-if.
      *
       2000-read-copybook-exit.
           exit.
      *
       2100-take-line.
      *
           if copybook-line (7:1) = '*' or copybook-line (7:1) = '/'
              go to 2100-take-line-exit
           end-if
           move copybook-line (8:65) to w-text
           if w-text = spaces
              go to 2100-take-line-exit
           end-if
           evaluate function upper-case(function trim(w-text))
              when 'EJECT'
              when 'SKIP1'
              when 'SKIP2'
              when 'SKIP3'
                 go to 2100-take-line-exit
              when other
                 continue
           end-evaluate
           if w-stmt-ptr > 1930
              display pgm-name ' - statement too long, ignored : '
                      w-stmt (1:40)
              add 1 to w-warn-count
              move spaces to w-stmt
              move 1 to w-stmt-ptr
           end-if
           string ' ' delimited by size
                  w-text delimited by size
             into w-stmt with pointer w-stmt-ptr
           end-string
      *
      *    a line may finish one statement and start the next, or
      *    hold several ; every complete one is parsed now.
      *
           move 1 to w-period-at
           perform until w-period-at = zero or record-done
              perform 2110-find-period
                 thru 2110-find-period-exit
              if w-period-at > zero
                 move spaces to w-one-stmt
                 if w-period-at > 1
                    move w-stmt (1:w-period-at - 1) to w-one-stmt
                 end-if
                 compute w-one-len = w-period-at - 1
                 perform 2200-parse-statement
                    thru 2200-parse-statement-exit
                 move spaces to w-stmt-rest
                 if w-period-at < w-stmt-ptr - 1
                    move w-stmt (w-period-at + 1:
                                 w-stmt-ptr - 1 - w-period-at)
                      to w-stmt-rest
                 end-if
                 compute w-stmt-ptr = w-stmt-ptr - w-period-at
                 move w-stmt-rest to w-stmt
                 if w-stmt = spaces
                    move 1 to w-stmt-ptr
                 end-if
              end-if
           end-perform.
      *
       2100-take-line-exit.
           exit.
      *
      *    the first period outside a literal followed by a blank
      *    (or closing the text) ; zero when the statement goes on.
      *
       2110-find-period.
      *
           move zero to w-period-at
           move space to w-quote-char
           compute w-scan-end = w-stmt-ptr - 1
           perform varying w-scan-i from 1 by 1
                   until w-scan-i > w-scan-end or w-period-at > zero
              evaluate true
                 when w-quote-char not = space
                    if w-stmt (w-scan-i:1) = w-quote-char
                       move space to w-quote-char
                    end-if
                 when w-stmt (w-scan-i:1) = '"'
                   or w-stmt (w-scan-i:1) = "'"
                    move w-stmt (w-scan-i:1) to w-quote-char
                 when w-stmt (w-scan-i:1) = '.'
                    if w-scan-i = w-scan-end
                       or w-stmt (w-scan-i + 1:1) = space
                       move w-scan-i to w-period-at
                    end-if
                 when other
                    continue
              end-evaluate
           end-perform.
      *
       2110-find-period-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one data description entry.
      * ---------------------------------------------------------------
       2200-parse-statement.
      *
           perform 2210-tokenize thru 2210-tokenize-exit
           if w-tok-count = zero
              go to 2200-parse-statement-exit
           end-if
           if function trim(w-tok (1)) is not numeric
              go to 2200-parse-statement-exit
           end-if
           move function numval(w-tok (1)) to p
           if p = 66 or p = 88
              go to 2200-parse-statement-exit
           end-if
           if p = 77 or p > 49 or p = zero
              if collecting
                 set record-done to true
              end-if
              go to 2200-parse-statement-exit
           end-if
      *
      *    an 01 opens a record : the wanted one starts the import,
      *    the next one after it ends it.
      *
           if p = 1
              if collecting
                 set record-done to true
                 go to 2200-parse-statement-exit
              end-if
              move spaces to w-record-name
              if w-tok-count > 1
                 move w-tok (2) to w-record-name
              end-if
              if w-want-record = spaces
                 or w-record-name = w-want-record
                 set collecting to true
              end-if
           end-if
           if not collecting
              go to 2200-parse-statement-exit
           end-if
           if w-item-count >= w-item-max
              display pgm-name ' - more than ' w-item-max
                      ' items, the rest of the record is ignored'
              add 1 to w-warn-count
              set record-done to true
              go to 2200-parse-statement-exit
           end-if
      *
           add 1 to w-item-count
           move w-item-count to i
           move p to it-level (i)
           move 'FILLER' to it-name (i)
           move spaces to it-pic (i) it-usage (i) it-redef-name (i)
                          it-value (i) it-rule-usage (i) it-note (i)
                          it-class (i)
           move 1 to it-occurs (i)
           move 'N' to it-occ-sw (i) it-odo-sw (i) it-sign-lead (i)
                       it-sign-sep (i) it-group-sw (i)
                       it-in-occ-sw (i) it-in-red-sw (i)
                       it-signed-sw (i)
           move zero to it-redef-ix (i) it-parent (i) it-depth (i)
                        it-digits (i) it-size (i) it-unit-len (i)
                        it-total-len (i) it-offset (i) it-cursor (i)
      *
      *    the name is optional : an entry may go straight to its
      *    clauses, which makes it a FILLER.
      *
           move 2 to w-k
           if w-tok-count > 1
              evaluate w-tok (2)
                 when 'PIC'
                 when 'PICTURE'
                 when 'USAGE'
                 when 'OCCURS'
                 when 'REDEFINES'
                 when 'VALUE'
                 when 'VALUES'
                 when 'COMP'
                 when 'COMP-1'
                 when 'COMP-2'
                 when 'COMP-3'
                 when 'COMP-4'
                 when 'COMP-5'
                 when 'BINARY'
                 when 'DISPLAY'
                 when 'PACKED-DECIMAL'
                 when 'SIGN'
                 when 'SYNC'
                 when 'SYNCHRONIZED'
                 when 'JUST'
                 when 'JUSTIFIED'
                 when 'BLANK'
                    continue
                 when other
                    move w-tok (2) to it-name (i)
                    move 3 to w-k
              end-evaluate
           end-if
           perform 2220-take-clause thru 2220-take-clause-exit
                   until w-k > w-tok-count.
      *
       2200-parse-statement-exit.
           exit.
      *
      *    split w-one-stmt into tokens.
      *
       2210-tokenize.
      *
           move zero to w-tok-count
           move spaces to w-tok-table
           move 1 to w-scan-i
           perform until w-scan-i > w-one-len
              if w-one-stmt (w-scan-i:1) = space
                 or w-one-stmt (w-scan-i:1) = ','
                 or w-one-stmt (w-scan-i:1) = ';'
                 add 1 to w-scan-i
              else
                 perform 2211-take-token thru 2211-take-token-exit
              end-if
           end-perform.
      *
       2210-tokenize-exit.
           exit.
      *
       2211-take-token.
      *
           move w-scan-i to w-tok-start
           move space to w-quote-char
           perform until w-scan-i > w-one-len
                      or (w-quote-char = space
                          and w-one-stmt (w-scan-i:1) = space)
              evaluate true
                 when w-quote-char not = space
                    if w-one-stmt (w-scan-i:1) = w-quote-char
                       move space to w-quote-char
                    end-if
                 when w-one-stmt (w-scan-i:1) = '"'
                   or w-one-stmt (w-scan-i:1) = "'"
                    move w-one-stmt (w-scan-i:1) to w-quote-char
                 when other
                    continue
              end-evaluate
              add 1 to w-scan-i
           end-perform
           compute w-tok-len = w-scan-i - w-tok-start
           if w-tok-count < 40
              add 1 to w-tok-count
              if w-tok-len > 80
                 move 80 to w-tok-len
              end-if
              move w-one-stmt (w-tok-start:w-tok-len)
                to w-tok (w-tok-count)
              if w-tok (w-tok-count) (1:1) not = '"'
                 and w-tok (w-tok-count) (1:1) not = "'"
                 move function upper-case(w-tok (w-tok-count))
                   to w-tok (w-tok-count)
              end-if
           end-if.
      *
       2211-take-token-exit.
           exit.
      *
      *    one clause starting at token w-k ; w-k is left on the
      *    token after it.  a token that starts no clause this
      *    program needs (TIMES, INDEXED BY, KEY IS, SYNC ...) is
      *    stepped over.
      *
       2220-take-clause.
      *
           evaluate w-tok (w-k)
              when 'PIC'
              when 'PICTURE'
                 add 1 to w-k
                 if w-tok (w-k) = 'IS'
                    add 1 to w-k
                 end-if
                 move w-tok (w-k) to it-pic (i)
              when 'USAGE'
                 add 1 to w-k
                 if w-tok (w-k) = 'IS'
                    add 1 to w-k
                 end-if
                 perform 2221-take-usage thru 2221-take-usage-exit
              when 'COMP'
              when 'COMP-1'
              when 'COMP-2'
              when 'COMP-3'
              when 'COMP-4'
              when 'COMP-5'
              when 'COMPUTATIONAL'
              when 'COMPUTATIONAL-1'
              when 'COMPUTATIONAL-2'
              when 'COMPUTATIONAL-3'
              when 'COMPUTATIONAL-4'
              when 'COMPUTATIONAL-5'
              when 'BINARY'
              when 'PACKED-DECIMAL'
              when 'DISPLAY'
              when 'POINTER'
              when 'INDEX'
                 perform 2221-take-usage thru 2221-take-usage-exit
              when 'OCCURS'
                 add 1 to w-k
                 if function trim(w-tok (w-k)) is numeric
                    move function numval(w-tok (w-k)) to it-occurs (i)
                    move 'Y' to it-occ-sw (i)
                 end-if
                 if w-tok (w-k + 1) = 'TO'
                    add 2 to w-k
                    if function trim(w-tok (w-k)) is numeric
                       move function numval(w-tok (w-k))
                         to it-occurs (i)
                    end-if
                    move 'Y' to it-odo-sw (i)
                 end-if
              when 'REDEFINES'
                 add 1 to w-k
                 move w-tok (w-k) to it-redef-name (i)
              when 'VALUE'
              when 'VALUES'
                 add 1 to w-k
                 if w-tok (w-k) = 'IS' or w-tok (w-k) = 'ARE'
                    add 1 to w-k
                 end-if
                 move w-tok (w-k) to it-value (i)
              when 'LEADING'
                 move 'Y' to it-sign-lead (i)
              when 'SEPARATE'
                 move 'Y' to it-sign-sep (i)
              when other
                 continue
           end-evaluate
           add 1 to w-k.
      *
       2220-take-clause-exit.
           exit.
      *
       2221-take-usage.
      *
           evaluate w-tok (w-k)
              when 'COMP'
              when 'COMP-4'
              when 'COMPUTATIONAL'
              when 'COMPUTATIONAL-4'
              when 'BINARY'
                 move 'COMP' to it-usage (i)
              when 'COMP-5'
              when 'COMPUTATIONAL-5'
                 move 'COMP-5' to it-usage (i)
              when 'COMP-3'
              when 'COMPUTATIONAL-3'
              when 'PACKED-DECIMAL'
                 move 'COMP-3' to it-usage (i)
              when 'COMP-1'
              when 'COMPUTATIONAL-1'
                 move 'COMP-1' to it-usage (i)
              when 'COMP-2'
              when 'COMPUTATIONAL-2'
                 move 'COMP-2' to it-usage (i)
              when 'DISPLAY'
                 move 'DISPLAY' to it-usage (i)
              when 'POINTER'
              when 'INDEX'
                 move w-tok (w-k) to it-usage (i)
              when other
                 display pgm-name ' - usage ' function trim(w-tok (w-k))
                         ' of ' function trim(it-name (i))
                         ' not understood, taken as DISPLAY'
                 add 1 to w-warn-count
                 move 'DISPLAY' to it-usage (i)
           end-evaluate.
      *
       2221-take-usage-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the layout : parents, inherited usage, lengths bottom-up,
      *    offsets top-down.
      * ---------------------------------------------------------------
       3000-resolve-items.
      *
           move zero to w-stk-count
           perform varying i from 1 by 1 until i > w-item-count
              perform 3100-link-item thru 3100-link-item-exit
           end-perform
      *
           perform varying i from w-item-count by -1 until i < 1
              perform 3200-size-item thru 3200-size-item-exit
           end-perform
      *
           perform varying i from 1 by 1 until i > w-item-count
              perform 3300-place-item thru 3300-place-item-exit
           end-perform.
      *
       3000-resolve-items-exit.
           exit.
      *
       3100-link-item.
      *
           perform until w-stk-count = zero
                      or it-level (w-stk (w-stk-count)) < it-level (i)
              subtract 1 from w-stk-count
           end-perform
           if w-stk-count > zero
              move w-stk (w-stk-count) to it-parent (i)
           end-if
           move w-stk-count to it-depth (i)
           if w-stk-count < 50
              add 1 to w-stk-count
              move i to w-stk (w-stk-count)
           end-if
      *
           if i < w-item-count
              and it-level (i + 1) > it-level (i)
              move 'Y' to it-group-sw (i)
           end-if
           if it-group-sw (i) = 'Y' and it-pic (i) not = spaces
              display pgm-name ' - ' function trim(it-name (i))
                      ' has a PICTURE and subordinate items ; '
                      'taken as a group'
              add 1 to w-warn-count
           end-if
      *
           move it-parent (i) to p
           if it-usage (i) = spaces and p > zero
              move it-usage (p) to it-usage (i)
           end-if
           if it-occ-sw (i) = 'Y'
              or (p > zero and it-in-occ-sw (p) = 'Y')
              move 'Y' to it-in-occ-sw (i)
           end-if
           if it-redef-name (i) not = spaces
              or (p > zero and it-in-red-sw (p) = 'Y')
              move 'Y' to it-in-red-sw (i)
           end-if
           if it-odo-sw (i) = 'Y'
              display pgm-name ' - ' function trim(it-name (i))
                      ' OCCURS DEPENDING ON : laid out at its '
                      'maximum, the items after it move with the '
                      'count'
              add 1 to w-warn-count
           end-if
      *
           if it-redef-name (i) not = spaces
              perform varying j from i by -1
                      until j < 2 or it-redef-ix (i) > zero
                 if it-name (j - 1) = it-redef-name (i)
                    compute it-redef-ix (i) = j - 1
                 end-if
              end-perform
              if it-redef-ix (i) = zero
                 display pgm-name ' - ' function trim(it-name (i))
                         ' REDEFINES ' function trim(it-redef-name (i))
                         ', which is not in the record ; laid out in '
                         'sequence'
                 add 1 to w-warn-count
              end-if
           end-if.
      *
       3100-link-item-exit.
           exit.
      *
      *    an elementary item's length from its picture and usage ;
      *    a group's is what its members added to it.
      *
       3200-size-item.
      *
           if it-group-sw (i) not = 'Y'
              perform 3210-analyse-picture
                 thru 3210-analyse-picture-exit
              evaluate it-usage (i)
                 when 'COMP'
                 when 'COMP-5'
                    evaluate true
                       when it-digits (i) < 5
                          move 2 to it-unit-len (i)
                       when it-digits (i) < 10
                          move 4 to it-unit-len (i)
                       when other
                          move 8 to it-unit-len (i)
                    end-evaluate
                 when 'COMP-3'
                    compute it-unit-len (i) = it-digits (i) / 2 + 1
                 when 'COMP-1'
                 when 'POINTER'
                 when 'INDEX'
                    move 4 to it-unit-len (i)
                 when 'COMP-2'
                    move 8 to it-unit-len (i)
                 when other
                    move it-size (i) to it-unit-len (i)
                    if it-class (i) = 'N' and it-signed-sw (i) = 'Y'
                       and it-sign-sep (i) = 'Y'
                       add 1 to it-unit-len (i)
                    end-if
              end-evaluate
              if it-unit-len (i) = zero
                 display pgm-name ' - ' function trim(it-name (i))
                         ' has no size (no PICTURE ?)'
                 add 1 to w-warn-count
              end-if
           end-if
           compute it-total-len (i) = it-unit-len (i) * it-occurs (i)
           move it-parent (i) to p
           if p > zero and it-redef-ix (i) = zero
              add it-total-len (i) to it-unit-len (p)
           end-if.
      *
       3200-size-item-exit.
           exit.
      *
      *    class, display size, digit count and sign of the
      *    picture, with repeat factors : 9(09)V99 is 11 digits.
      *
       3210-analyse-picture.
      *
           move it-pic (i) to w-pic
           move 'N' to w-pic-alnum-sw w-pic-edit-sw
           move 1 to w-pic-i
           perform until w-pic-i > 30 or w-pic (w-pic-i:1) = space
              move w-pic (w-pic-i:1) to w-pic-c
              move 1 to w-pic-rep
              if w-pic-i < 30 and w-pic (w-pic-i + 1:1) = '('
                 move zero to w-pic-close
                 inspect w-pic (w-pic-i + 2:) tallying w-pic-close
                         for characters before initial ')'
                 move spaces to w-pic-rep-x
                 if w-pic-close > zero and w-pic-close < 6
                    move w-pic (w-pic-i + 2:w-pic-close)
                      to w-pic-rep-x
                 end-if
                 if function trim(w-pic-rep-x) is numeric
                    move function numval(w-pic-rep-x) to w-pic-rep
                 else
                    display pgm-name ' - picture ' function trim(w-pic)
                            ' of ' function trim(it-name (i))
                            ' not understood'
                    add 1 to w-warn-count
                 end-if
                 compute w-pic-i = w-pic-i + w-pic-close + 2
              end-if
              evaluate w-pic-c
                 when '9'
                    add w-pic-rep to it-digits (i) it-size (i)
                 when 'P'
                    add w-pic-rep to it-digits (i)
                 when 'S'
                    move 'Y' to it-signed-sw (i)
                 when 'V'
                    continue
                 when 'X'
                 when 'A'
                    add w-pic-rep to it-size (i)
                    move 'Y' to w-pic-alnum-sw
                 when 'C'
                 when 'D'
                    add 2 to it-size (i)
                    move 'Y' to w-pic-edit-sw
                    add 1 to w-pic-i
                 when 'Z'
                 when '*'
                 when '+'
                 when '-'
                 when '.'
                 when ','
                 when 'B'
                 when '0'
                 when '/'
                 when '$'
                 when 'E'
                    add w-pic-rep to it-size (i)
                    move 'Y' to w-pic-edit-sw
                 when other
                    display pgm-name ' - picture symbol ' w-pic-c
                            ' of ' function trim(it-name (i))
                            ' not understood, counted as one byte'
                    add 1 to w-warn-count
                    add w-pic-rep to it-size (i)
                    move 'Y' to w-pic-edit-sw
              end-evaluate
              add 1 to w-pic-i
           end-perform
           evaluate true
              when w-pic-alnum-sw = 'Y'
                 move 'X' to it-class (i)
              when w-pic-edit-sw = 'Y'
                 move 'E' to it-class (i)
              when it-digits (i) > zero
                 move 'N' to it-class (i)
              when other
                 move space to it-class (i)
           end-evaluate.
      *
       3210-analyse-picture-exit.
           exit.
      *
       3300-place-item.
      *
           move it-parent (i) to p
           evaluate true
              when p = zero
                 move w-base-offset to it-offset (i)
              when it-redef-ix (i) > zero
                 move it-offset (it-redef-ix (i)) to it-offset (i)
                 if it-total-len (i) > it-total-len (it-redef-ix (i))
                    display pgm-name ' - '
                            function trim(it-name (i))
                            ' is longer than the item it redefines'
                    add 1 to w-warn-count
                 end-if
              when other
                 move it-cursor (p) to it-offset (i)
                 add it-total-len (i) to it-cursor (p)
           end-evaluate
           move it-offset (i) to it-cursor (i).
      *
       3300-place-item-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the listing, and the lines each item makes.
      * ---------------------------------------------------------------
       4000-list-and-generate.
      *
           move function current-date (1:14) to w-stamp
           move spaces to w-rule-line
           string '* ' function trim(w-category)
                  ' : imported from ' function trim(ws-copybook-file)
                  ' record ' function trim(it-name (1))
                  ' on ' w-stamp (1:8)
                  delimited by size into w-rule-line
           end-string
           perform 4300-add-fix-line thru 4300-add-fix-line-exit
           perform 4400-add-map-line thru 4400-add-map-line-exit
      *
           display ' '
           display pgm-name ' - layout of ' function trim(it-name (1))
                   ' from ' function trim(ws-copybook-file)
                   ' for category ' function trim(w-category)
           move it-total-len (1) to w-len-edit
           move w-base-offset to w-off-edit
           display pgm-name ' - ' function trim(w-len-edit)
                   ' byte(s) from offset ' function trim(w-off-edit)
           display ' '
           display 'level/name                            offset'
                   '  length  usage     made into'
           perform varying i from 1 by 1 until i > w-item-count
              perform 4100-generate-item thru 4100-generate-item-exit
              perform 4200-list-item thru 4200-list-item-exit
           end-perform.
      *
       4000-list-and-generate-exit.
           exit.
      *
       4100-generate-item.
      *
           move spaces to it-note (i) it-rule-usage (i)
           if it-group-sw (i) = 'Y'
              if it-occ-sw (i) = 'Y'
                 move it-occurs (i) to w-occ-edit
                 move it-unit-len (i) to w-len-edit
                 string 'group, OCCURS ' function trim(w-occ-edit)
                        ' x ' function trim(w-len-edit)
                        delimited by size into it-note (i)
                 end-string
              else
                 move 'group' to it-note (i)
              end-if
              go to 4100-generate-item-exit
           end-if
      *
           evaluate true
              when it-usage (i) = 'COMP'
                 move 'COMP' to it-rule-usage (i)
              when it-usage (i) = 'COMP-5'
                 move 'COMP-5' to it-rule-usage (i)
              when it-usage (i) = 'COMP-3'
                 move 'COMP-3' to it-rule-usage (i)
              when it-usage (i) = 'COMP-1'
                or it-usage (i) = 'COMP-2'
                or it-usage (i) = 'POINTER'
                or it-usage (i) = 'INDEX'
                 move 'BINARY' to it-rule-usage (i)
              when it-class (i) = 'N' and it-signed-sw (i) = 'N'
                 move 'DISPLAY' to it-rule-usage (i)
              when it-class (i) = 'N' and it-sign-sep (i) = 'N'
                   and it-sign-lead (i) = 'N'
                 move 'DISPLAY-S' to it-rule-usage (i)
              when other
                 move 'CHAR' to it-rule-usage (i)
           end-evaluate
      *
           move 'N' to w-comment-sw
           if it-in-occ-sw (i) = 'Y' or it-in-red-sw (i) = 'Y'
              set write-commented to true
           end-if
      *
      *    a one-byte item with a one-character VALUE is a
      *    delimiter ; a comma can not be written into a CSV rule
      *    and a blank would not survive the line, so those stay
      *    unchecked.
      *
           move spaces to w-delim
           if it-unit-len (i) = 1 and it-class (i) = 'X'
              evaluate true
                 when it-value (i) = "X'00'" or it-value (i) = 'X"00"'
                    move 'X00' to w-delim
                 when (it-value (i) (1:1) = "'"
                       or it-value (i) (1:1) = '"')
                      and it-value (i) (3:1) = it-value (i) (1:1)
                      and it-value (i) (2:1) not = space
                      and it-value (i) (2:1) not = ','
                    move it-value (i) (2:1) to w-delim
                 when other
                    continue
              end-evaluate
           end-if
      *
           if w-delim not = spaces
              perform 4110-delim-line thru 4110-delim-line-exit
              go to 4100-generate-item-exit
           end-if
           if it-name (i) = 'FILLER'
              if it-value (i) not = spaces
                 move 'FILLER, constant not checked' to it-note (i)
              else
                 move 'FILLER' to it-note (i)
              end-if
              go to 4100-generate-item-exit
           end-if
           if it-unit-len (i) = zero
              move 'no size, nothing made' to it-note (i)
              go to 4100-generate-item-exit
           end-if
           perform 4120-field-line thru 4120-field-line-exit
           perform 4130-map-line thru 4130-map-line-exit
      *
           evaluate true
              when it-in-red-sw (i) = 'Y'
                 move 'FIELD, F2J (redefinition : commented)'
                   to it-note (i)
              when it-in-occ-sw (i) = 'Y'
                 move 'FIELD, F2J (1st occurrence : commented)'
                   to it-note (i)
              when it-rule-usage (i) = 'CHAR'
                or it-rule-usage (i) = 'DISPLAY'
                or it-rule-usage (i) = 'DISPLAY-S'
                 move 'FIELD, F2J' to it-note (i)
              when other
                 move 'FIELD (F2J commented : binary)' to it-note (i)
           end-evaluate.
      *
       4100-generate-item-exit.
           exit.
      *
       4110-delim-line.
      *
           move it-offset (i) to w-off-edit
           move spaces to w-rule-line
           move 1 to w-line-ptr
           if write-commented
              string '* ' delimited by size
                into w-rule-line with pointer w-line-ptr
              end-string
           end-if
           string function trim(w-category) delimited by size
                  ',DELIM,' delimited by size
                  function trim(w-off-edit) delimited by size
                  ',' delimited by size
                  function trim(w-delim) delimited by size
             into w-rule-line with pointer w-line-ptr
           end-string
           perform 4300-add-fix-line thru 4300-add-fix-line-exit
           move spaces to it-note (i)
           string 'DELIM ' function trim(w-delim)
                  delimited by size into it-note (i)
           end-string
           if write-commented
              move it-note (i) to w-line
              move spaces to it-note (i)
              string function trim(w-line) ' (commented)'
                     delimited by size into it-note (i)
              end-string
           end-if.
      *
       4110-delim-line-exit.
           exit.
      *
       4120-field-line.
      *
           if it-rule-usage (i) = 'CHAR'
              move 'OPT' to w-req
           else
              move 'REQ' to w-req
           end-if
           move it-offset (i) to w-off-edit
           move it-unit-len (i) to w-len-edit
           move spaces to w-rule-line
           move 1 to w-line-ptr
           if write-commented
              string '* ' delimited by size
                into w-rule-line with pointer w-line-ptr
              end-string
           end-if
           string function trim(w-category) delimited by size
                  ',FIELD,' delimited by size
                  function trim(w-off-edit) delimited by size
                  ',' delimited by size
                  function trim(w-len-edit) delimited by size
                  ',' delimited by size
                  function trim(it-rule-usage (i)) delimited by size
                  ',' delimited by size
                  w-req delimited by size
             into w-rule-line with pointer w-line-ptr
           end-string
           perform 4300-add-fix-line thru 4300-add-fix-line-exit.
      *
       4120-field-line-exit.
           exit.
      *
      *    F2J strings the bytes as they are into the JSON ; a
      *    binary or packed field, or one the message buffer can
      *    not reach, is only written as a comment.
      *
       4130-map-line.
      *
           move function lower-case(it-name (i)) to w-map-name
           move it-offset (i) to w-off-edit
           move it-unit-len (i) to w-len-edit
           move spaces to w-rule-line
           move 1 to w-line-ptr
           if write-commented
              or (it-rule-usage (i) not = 'CHAR'
                  and it-rule-usage (i) not = 'DISPLAY'
                  and it-rule-usage (i) not = 'DISPLAY-S')
              or it-offset (i) + it-unit-len (i) - 1 > 4096
              string '* ' delimited by size
                into w-rule-line with pointer w-line-ptr
              end-string
           end-if
           string function trim(w-category) delimited by size
                  ',F2J,' delimited by size
                  function trim(w-map-name) delimited by size
                  ',' delimited by size
                  function trim(w-off-edit) delimited by size
                  ',' delimited by size
                  function trim(w-len-edit) delimited by size
             into w-rule-line with pointer w-line-ptr
           end-string
           perform 4400-add-map-line thru 4400-add-map-line-exit.
      *
       4130-map-line-exit.
           exit.
      *
       4200-list-item.
      *
           move spaces to w-list-line
           move it-depth (i) to p
           if p > 10
              move 10 to p
           end-if
           move it-level (i) to w-len-edit
           move w-len-edit (6:2) to ll-name (1:2)
           move it-name (i) to ll-name (p * 2 + 4:)
           move it-offset (i) to ll-offset
           move it-total-len (i) to ll-length
           if it-group-sw (i) = 'Y'
              move spaces to ll-usage
           else
              move it-rule-usage (i) to ll-usage
           end-if
           move it-note (i) to ll-note
           display w-list-line
           if it-occ-sw (i) = 'Y' and it-group-sw (i) not = 'Y'
              move it-occurs (i) to w-occ-edit
              move it-unit-len (i) to w-len-edit
              display '      OCCURS ' function trim(w-occ-edit)
                      ' x ' function trim(w-len-edit)
           end-if
           if it-redef-name (i) not = spaces
              display '      REDEFINES '
                      function trim(it-redef-name (i))
           end-if.
      *
       4200-list-item-exit.
           exit.
      *
       4300-add-fix-line.
      *
           if w-gen-fix-count < 600
              add 1 to w-gen-fix-count
              move w-rule-line to w-gen-fix (w-gen-fix-count)
           else
              display pgm-name ' - too many FIXRULES lines, '
                      'dropped : ' w-rule-line (1:50)
              add 1 to w-warn-count
           end-if.
      *
       4300-add-fix-line-exit.
           exit.
      *
       4400-add-map-line.
      *
           if w-gen-map-count < 600
              add 1 to w-gen-map-count
              move w-rule-line to w-gen-map (w-gen-map-count)
           else
              display pgm-name ' - too many TRANSMAP lines, '
                      'dropped : ' w-rule-line (1:50)
              add 1 to w-warn-count
           end-if.
      *
       4400-add-map-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one candidate table (w-table-name) : the staged candidate
      *    if there is one, else the live table, minus this
      *    category's lines, plus the imported ones, written to the
      *    staging directory.
      * ---------------------------------------------------------------
       5000-write-candidate.
      *
           move spaces to ws-work-file
           string function trim(w-stage-dir) delimited by size
                  '/' delimited by size
                  function trim(w-table-name) delimited by size
             into ws-work-file
           end-string
           move ws-work-file to w-source-file
           move zero to w-keep-count w-dropped
      *
           open input work-file
           if w-work-status not = '00'
              if w-table-name = 'FIXRULES'
                 move ws-fixrules-file to ws-work-file
              else
                 move ws-transmap-file to ws-work-file
              end-if
              move ws-work-file to w-source-file
              open input work-file
           end-if
           if w-work-status = '00'
              perform until w-work-status = '10'
                 read work-file
                    at end
                       move '10' to w-work-status
                    not at end
                       perform 5100-keep-line
                          thru 5100-keep-line-exit
                 end-read
              end-perform
              close work-file
           else
              move spaces to w-source-file
           end-if
           move '00' to w-work-status
           if import-failed
              go to 5000-write-candidate-exit
           end-if
      *
           if w-table-name = 'FIXRULES'
              move w-gen-fix-count to w-gen-count
              move 200 to w-cap
           else
              move w-gen-map-count to w-gen-count
              move 50 to w-cap
           end-if
      *
           move spaces to ws-work-file
           string function trim(w-stage-dir) delimited by size
                  '/' delimited by size
                  function trim(w-table-name) delimited by size
             into ws-work-file
           end-string
           open output work-file
           if w-work-status not = '00'
              display pgm-name ' - can not write candidate '
                      function trim(ws-work-file) ', status '
                      w-work-status
              set import-failed to true
              go to 5000-write-candidate-exit
           end-if
           move zero to w-live-count
           perform varying j from 1 by 1 until j > w-keep-count
              move w-keep (j) to work-record
              write work-record
              if w-keep (j) (1:1) not = '*'
                 add 1 to w-live-count
              end-if
           end-perform
           perform varying j from 1 by 1 until j > w-gen-count
              if w-table-name = 'FIXRULES'
                 move w-gen-fix (j) to work-record
              else
                 move w-gen-map (j) to work-record
              end-if
              write work-record
              if work-record (1:1) not = '*'
                 add 1 to w-live-count
              end-if
           end-perform
           close work-file
      *
           display ' '
           if w-source-file = spaces
              display pgm-name ' - ' function trim(ws-work-file)
                      ' : new table'
           else
              display pgm-name ' - ' function trim(ws-work-file)
                      ' : built on ' function trim(w-source-file)
                      ', ' w-keep-count ' line(s) kept, '
                      w-dropped ' previous line(s) of '
                      function trim(w-category) ' replaced'
           end-if
           display pgm-name ' - ' function trim(ws-work-file)
                   ' : ' w-live-count ' active line(s)'
           if w-live-count > w-cap
              display pgm-name ' - ' function trim(w-table-name)
                      ' is read into a table of ' w-cap
                      ' lines ; the lines past it would be ignored'
              add 1 to w-warn-count
           end-if.
      *
       5000-write-candidate-exit.
           exit.
      *
      *    a line of this category -- live, or one of the comments
      *    a previous import wrote for it -- is dropped.
      *
       5100-keep-line.
      *
           move spaces to w-col1
           if work-record (1:2) = '* '
              unstring work-record (3:) delimited by ',' or ' '
                  into w-col1
              end-unstring
           else
              unstring work-record delimited by ','
                  into w-col1
              end-unstring
           end-if
           if w-col1 = w-category
              add 1 to w-dropped
              go to 5100-keep-line-exit
           end-if
           if w-keep-count < 600
              add 1 to w-keep-count
              move work-record to w-keep (w-keep-count)
           else
              display pgm-name ' - ' function trim(w-source-file)
                      ' longer than 600 lines, the rest is not '
                      'carried across'
              add 1 to w-warn-count
              set import-failed to true
              move '10' to w-work-status
           end-if.
      *
       5100-keep-line-exit.
           exit.
