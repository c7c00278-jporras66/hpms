      *---------------------------------------------------------------*
      *          i d e n t i f i c a t i o n   d i v i s i o n        *
      *          =============================================        *
      *---------------------------------------------------------------*
       identification division.
      *-----------------------.
       program-id.      bizcsv.
       author.          fjavier.porras@gmail.com.
       date-written.    15/10/2026.
      *---------------------------------------------------------------*
      *    business logic for text/csv payloads : a delimited
      *    extract whose first non-blank line is the header row and
      *    every later line one data row.  the header is checked
      *    against an operator-maintained layout for the message's
      *    msgCategory, and every data row against the layout's
      *    required and numeric columns.
      *
      *    the layout file (default CSVRULES, overridable from the
      *    bizcsv_rules environment variable) is line-sequential
      *    CSV, '*' comments allowed, one line per column :
      *
      *       category,column,name,REQ|OPT,NUM|CHAR
      *
      *       category - matched against the msgCategory property
      *       column   - 1-based column number (at most 50) ; the
      *                  highest column named is the expected
      *                  column count
      *       name     - the expected header text (compared
      *                  trimmed and case-blind)
      *       REQ      - every data row must carry a value here
      *       NUM      - a value here must be numeric ('.' decimal
      *                  point, optional sign)
      *
      *    a category with no layout lines (or a missing layout
      *    file) keeps only the structural checks : a header row
      *    must be present and every data row must carry as many
      *    columns as the header.
      *
      *    fields are separated by ',' and may be double-quoted
      *    ("a,b" is one field, "" inside quotes is one quote) ;
      *    lines end in LF or CR LF and blank lines are skipped.
      *
      *    unlike the other handlers this one does not stop at the
      *    first problem : the first 20 failures are listed in the
      *    reply payload by row (the file's own line number, the
      *    header being row 1 of a file without leading blanks) and
      *    column (0 when the problem is the row as a whole), so the
      *    partner can fix an extract in one pass.  a CSV problem is
      *    permanently bad -- a redelivery carries the same bytes --
      *    and the bridge dead-letters it as CSV-MALFORMED.
      *---------------------------------------------------------------*
      *             e n v i r o n m e n t   d i v i s i o n           *
      *             =======================================           *
      *---------------------------------------------------------------*
       environment division.
      *--------------------.
       configuration section.
      *---------------------.
       input-output section.
      *--------------------.
       file-control.
           select rules-file assign to ws-rules-file
                  organization line sequential
                  file status is w-rules-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       data division.
      *-------------.
       file section.
      *------------.
       fd  rules-file.
       01  rules-line        pic x(120).
      *
       working-storage section.
      *-----------------------.
       01 pgm-name pic x(15)
                 value 'bizcsv.cob'.
      *
      *    the layouts, loaded once on the first call and kept
      *    across calls, same pattern as bizjson's rules.
      *
       01 w-rules-loaded-sw  pic x value 'N'.
           88 rules-loaded         value 'Y'.
       01 ws-rules-file      pic x(100) value 'CSVRULES'.
       01 ws-rules-file-env  pic x(100).
       01 w-rules-status     pic x(02) value '00'.
       01 w-def-tab-count    pic 9(03) value zero.
       01 w-def-table.
          05 def-entry occurs 200 times.
             10 def-category pic x(20).
             10 def-column   pic 9(03).
             10 def-name     pic x(32).
             10 def-req      pic x(03).
             10 def-type     pic x(04).
       01 w-def-i            pic 9(03) value zero.
       01 w-def-column-x     pic x(06).
      *
      *    this message's layout, one entry per column.
      *
       01 w-exp-count        pic 9(03) value zero.
       01 w-exp-table.
          05 exp-entry occurs 50 times.
             10 exp-name     pic x(32).
             10 exp-req      pic x(03).
             10 exp-type     pic x(04).
       01 w-have-layout-sw   pic x value 'N'.
           88 category-has-layout  value 'Y'.
      *
      *    the scan : w-pos walks the payload, one field at a time.
      *
       01 w-pos              pic 9(05) comp value zero.
       01 w-line-no          pic 9(07) value zero.
       01 w-col-no           pic 9(03) value zero.
       01 w-hdr-cols         pic 9(03) value zero.
       01 w-data-rows        pic 9(07) value zero.
       01 w-char             pic x.
       01 w-field            pic x(64).
       01 w-field-len        pic 9(05) comp value zero.
       01 w-header-sw        pic x value 'N'.
           88 header-done          value 'Y'.
       01 w-eol-sw           pic x value 'N'.
           88 end-of-row           value 'Y'.
       01 w-field-end-sw     pic x value 'N'.
           88 end-of-field         value 'Y'.
       01 w-quoted-sw        pic x value 'N'.
           88 in-quotes            value 'Y'.
      *
      *    the failures found, the first 20 kept for the reply.
      *
       01 w-err-total        pic 9(07) value zero.
       01 w-err-count        pic 9(02) value zero.
       01 w-err-table.
          05 err-entry occurs 20 times.
             10 err-row      pic 9(07).
             10 err-col      pic 9(03).
             10 err-code     pic x(16).
       01 w-err-i            pic 9(02) value zero.
       01 w-new-row          pic 9(07) value zero.
       01 w-new-col          pic 9(03) value zero.
       01 w-new-code         pic x(16) value spaces.
      *
      *    what the reply says about this message : OK, or the
      *    first kind of failure found.
      *
       01 w-reply-reason     pic x(32) value spaces.
       01 w-reply-ptr        pic 9(05) comp value zero.
       01 w-edit-num         pic z(06)9.
      *
       linkage section.
      *
      *    lnk_message is declared at the largest payload the bridge
      *    can hand a handler (a reassembled multi-part set) ; only
      *    the lnk_msglen bytes the caller vouches for are ever
      *    referenced, since the caller may have passed its plain
      *    4096-byte buffer.
      *
       01 lnk_message    pic x(65536).
       01 lnk_failed     pic 9.
       01 lnk_retryable  pic 9.
       01 lnk_msglen     usage binary-long.
      *
      *    the payload's charset, as parsed off the mimetype's
      *    parameters by the bridge (lower-cased, blank when the
      *    sender named none).
      *
       01 lnk_charset    pic x(20).
      *
      *    the message's msgCategory property, as extracted by the
      *    bridge (blank when the sender stamped none) -- the key
      *    that picks this extract's layout.
      *
       01 lnk_category   pic x(32).
      *
      *    response payload for a sender that asked for one (the
      *    replyTo property) : a one-line JSON verdict listing the
      *    failures by row and column.
      *
       01 lnk_reply      pic x(4096).
       01 lnk_replylen   usage binary-long.
      *---------------------------------------------------------------*
      *               p r o c e d u r e   d i v i s i o n             *
      *---------------------------------------------------------------*
       procedure division using
               by reference lnk_message,
               by reference lnk_failed,
               by reference lnk_retryable,
               by reference lnk_msglen,
               by reference lnk_charset,
               by reference lnk_category,
               by reference lnk_reply,
               by reference lnk_replylen.
      *
       0000-main.
      *
           move 0 to lnk_failed
           move 0 to lnk_retryable
           move 0 to lnk_replylen
           move spaces to w-reply-reason
           move zero to w-err-total w-err-count
           move zero to w-line-no w-hdr-cols w-data-rows
           move 'N' to w-header-sw
      *
           if not rules-loaded
              perform 1000-load-rules thru 1000-load-rules-exit
           end-if
      *
           if lnk_msglen <= 0
              or lnk_message (1:lnk_msglen) = spaces
              or lnk_message (1:lnk_msglen) = low-values then
              display pgm-name ' - empty csv payload, rejecting'
              move 1 to lnk_failed
              move 'EMPTY-PAYLOAD' to w-reply-reason
              perform 4000-build-reply thru 4000-build-reply-exit
              goback
           end-if
      *
           perform 2000-find-layout thru 2000-find-layout-exit
      *
           move 1 to w-pos
           perform 3000-parse-row thru 3000-parse-row-exit
              until w-pos > lnk_msglen
      *
           if not header-done
              move 1 to lnk_failed
              move 'NO-HEADER' to w-reply-reason
           end-if
           if w-err-total > 0
              move 1 to lnk_failed
              display pgm-name ' - ' w-err-total
                      ' csv failure(s) in ' w-data-rows
                      ' data row(s), rejecting'
           end-if
           perform 4000-build-reply thru 4000-build-reply-exit
           goback.
      *
       0000-main-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the layout file once per run.  a missing file is not
      *    an error -- the structural checks still apply -- but it is
      *    reported once so a misplaced layout file does not
      *    silently turn column validation off.
      * ---------------------------------------------------------------
       1000-load-rules.
      *
           set rules-loaded to true
      *
      *    an unset bizcsv_rules must leave the 'CSVRULES' default
      *    alone ; accepting straight into ws-rules-file would blank
      *    it out instead, since a missing environment variable
      *    still runs the (uncoded) ON EXCEPTION path.
      *
           accept ws-rules-file-env from environment 'bizcsv_rules'
              not on exception
                 move ws-rules-file-env to ws-rules-file
           end-accept
      *
           open input rules-file
           if w-rules-status not = '00'
              display pgm-name ' - no csv layouts ('
                      function trim(ws-rules-file)
                      '), structural checks only'
              go to 1000-load-rules-exit
           end-if
      *
           perform until w-rules-status = '10'
              read rules-file
                 at end
                    move '10' to w-rules-status
                 not at end
                    perform 1100-load-one-column
                       thru 1100-load-one-column-exit
              end-read
           end-perform
           close rules-file
           display pgm-name ' - ' w-def-tab-count
                   ' layout line(s) loaded from '
                   function trim(ws-rules-file).
      *
       1000-load-rules-exit.
           exit.
      *
       1100-load-one-column.
      *
           if rules-line = spaces
              or rules-line (1:1) = '*'
              go to 1100-load-one-column-exit
           end-if
           if w-def-tab-count >= 200
              display pgm-name ' - layout table full, line '
                      'ignored : ' rules-line (1:60)
              go to 1100-load-one-column-exit
           end-if
           add 1 to w-def-tab-count
           move spaces to w-def-column-x
           move spaces to def-name (w-def-tab-count)
           move spaces to def-req (w-def-tab-count)
           move spaces to def-type (w-def-tab-count)
           unstring rules-line delimited by ','
               into def-category (w-def-tab-count)
                    w-def-column-x
                    def-name     (w-def-tab-count)
                    def-req      (w-def-tab-count)
                    def-type     (w-def-tab-count)
           end-unstring
      *
           if function trim(w-def-column-x) is not numeric
              or w-def-column-x = spaces
              or function numval(w-def-column-x) < 1
              or function numval(w-def-column-x) > 50
              display pgm-name ' - bad layout line ignored : '
                      rules-line (1:60)
              subtract 1 from w-def-tab-count
              go to 1100-load-one-column-exit
           end-if
           move function numval(w-def-column-x)
             to def-column (w-def-tab-count).
      *
       1100-load-one-column-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    gather this message's layout out of the table : the
      *    expected column count is the highest column named, and a
      *    column the layout skips expects any header and any value.
      * ---------------------------------------------------------------
       2000-find-layout.
      *
           move 'N' to w-have-layout-sw
           move zero to w-exp-count
           move spaces to w-exp-table
           if lnk_category = spaces
              go to 2000-find-layout-exit
           end-if
           perform varying w-def-i from 1 by 1
                   until w-def-i > w-def-tab-count
              if function trim(def-category (w-def-i))
                 = function trim(lnk_category (1:20))
                 set category-has-layout to true
                 move def-name (w-def-i)
                   to exp-name (def-column (w-def-i))
                 move def-req (w-def-i)
                   to exp-req (def-column (w-def-i))
                 move def-type (w-def-i)
                   to exp-type (def-column (w-def-i))
                 if def-column (w-def-i) > w-exp-count
                    move def-column (w-def-i) to w-exp-count
                 end-if
              end-if
           end-perform.
      *
       2000-find-layout-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one line of the payload : a blank line is skipped, the
      *    first other line is the header, every later one a data
      *    row whose column count must match the layout (or, with
      *    no layout, the header).
      * ---------------------------------------------------------------
       3000-parse-row.
      *
           add 1 to w-line-no
           if lnk_message (w-pos:1) = x'0A'
              add 1 to w-pos
              go to 3000-parse-row-exit
           end-if
           if lnk_message (w-pos:1) = x'0D'
              and (w-pos = lnk_msglen
                   or lnk_message (w-pos + 1:1) = x'0A')
              add 2 to w-pos
              go to 3000-parse-row-exit
           end-if
      *
           move zero to w-col-no
           move 'N' to w-eol-sw
           perform 3100-parse-field thru 3100-parse-field-exit
              until end-of-row
      *
           if not header-done
              set header-done to true
              move w-col-no to w-hdr-cols
              if category-has-layout
                 and w-col-no not = w-exp-count
                 move w-line-no to w-new-row
                 move zero to w-new-col
                 move 'HEADER-COLUMNS' to w-new-code
                 perform 3900-note-failure
                    thru 3900-note-failure-exit
              end-if
              go to 3000-parse-row-exit
           end-if
      *
           add 1 to w-data-rows
           if (category-has-layout and w-col-no not = w-exp-count)
              or (not category-has-layout
                  and w-col-no not = w-hdr-cols)
              move w-line-no to w-new-row
              move zero to w-new-col
              move 'COLUMN-COUNT' to w-new-code
              perform 3900-note-failure
                 thru 3900-note-failure-exit
           end-if.
      *
       3000-parse-row-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one field : collected up to the next separator outside
      *    quotes, the end of the line or the end of the payload,
      *    then checked against its column's layout entry.
      * ---------------------------------------------------------------
       3100-parse-field.
      *
           add 1 to w-col-no
           move spaces to w-field
           move zero to w-field-len
           move 'N' to w-field-end-sw
           move 'N' to w-quoted-sw
           if w-pos <= lnk_msglen
              and lnk_message (w-pos:1) = '"'
              set in-quotes to true
              add 1 to w-pos
           end-if
      *
           perform 3110-take-one-char thru 3110-take-one-char-exit
              until end-of-field
      *
           perform 3200-check-field thru 3200-check-field-exit.
      *
       3100-parse-field-exit.
           exit.
      *
       3110-take-one-char.
      *
           if w-pos > lnk_msglen
              set end-of-field to true
              set end-of-row to true
              if in-quotes
                 move w-line-no to w-new-row
                 move w-col-no to w-new-col
                 move 'UNCLOSED-QUOTE' to w-new-code
                 perform 3900-note-failure
                    thru 3900-note-failure-exit
              end-if
              go to 3110-take-one-char-exit
           end-if
           move lnk_message (w-pos:1) to w-char
           add 1 to w-pos
      *
           if in-quotes
              if w-char = '"'
                 if w-pos <= lnk_msglen
                    and lnk_message (w-pos:1) = '"'
                    add 1 to w-pos
                 else
                    move 'N' to w-quoted-sw
                    go to 3110-take-one-char-exit
                 end-if
              end-if
           else
              evaluate true
                 when w-char = ','
                    set end-of-field to true
                    go to 3110-take-one-char-exit
                 when w-char = x'0A'
                    set end-of-field to true
                    set end-of-row to true
                    go to 3110-take-one-char-exit
                 when w-char = x'0D'
                    and (w-pos > lnk_msglen
                         or lnk_message (w-pos:1) = x'0A')
                    go to 3110-take-one-char-exit
                 when other
                    continue
              end-evaluate
           end-if
      *
           add 1 to w-field-len
           if w-field-len <= 64
              move w-char to w-field (w-field-len:1)
           end-if.
      *
       3110-take-one-char-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a header field must carry its column's expected name ; a
      *    data field must be present when the column is REQ and
      *    numeric when it is NUM.  columns beyond the layout are
      *    the row's column-count failure, not one per field.
      * ---------------------------------------------------------------
       3200-check-field.
      *
           if not category-has-layout
              or w-col-no > w-exp-count
              go to 3200-check-field-exit
           end-if
           move w-line-no to w-new-row
           move w-col-no to w-new-col
      *
           if not header-done
              if exp-name (w-col-no) not = spaces
                 and function upper-case(function trim(w-field))
                     not = function upper-case(
                               function trim(exp-name (w-col-no)))
                 move 'HEADER-NAME' to w-new-code
                 perform 3900-note-failure
                    thru 3900-note-failure-exit
              end-if
              go to 3200-check-field-exit
           end-if
      *
           if w-field = spaces
              if exp-req (w-col-no) = 'REQ'
                 move 'REQUIRED' to w-new-code
                 perform 3900-note-failure
                    thru 3900-note-failure-exit
              end-if
              go to 3200-check-field-exit
           end-if
      *
           if exp-type (w-col-no) = 'NUM'
              and (w-field-len > 64
                   or function test-numval(w-field) not = zero)
              move 'NOT-NUMERIC' to w-new-code
              perform 3900-note-failure
                 thru 3900-note-failure-exit
           end-if.
      *
       3200-check-field-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    count one failure, keep the first 20 for the reply, and
      *    remember the first kind found as the reply's reason.
      * ---------------------------------------------------------------
       3900-note-failure.
      *
           add 1 to w-err-total
           if w-err-count < 20
              add 1 to w-err-count
              move w-new-row  to err-row (w-err-count)
              move w-new-col  to err-col (w-err-count)
              move w-new-code to err-code (w-err-count)
           end-if
           if w-reply-reason = spaces
              evaluate w-new-code
                 when 'HEADER-COLUMNS'
                 when 'HEADER-NAME'
                    move 'HEADER-MISMATCH' to w-reply-reason
                 when 'UNCLOSED-QUOTE'
                    move 'UNCLOSED-QUOTE' to w-reply-reason
                 when other
                    move 'ROW-INVALID' to w-reply-reason
              end-evaluate
           end-if.
      *
       3900-note-failure-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the one-line JSON verdict handed back for a replyTo
      *    sender : status OK with the data row count, or FAILED
      *    with the first reason, the failure count and the
      *    failures kept, each by row and column.  the bridge stamps
      *    the correlating messageUUID onto the reply it publishes.
      * ---------------------------------------------------------------
       4000-build-reply.
      *
           move spaces to lnk_reply (1:1024)
           move 1 to w-reply-ptr
           move w-data-rows to w-edit-num
           if lnk_failed = 0
              string '{"status":"OK","rows":' delimited by size
                     function trim(w-edit-num) delimited by size
                     '}' delimited by size
                into lnk_reply
                with pointer w-reply-ptr
              end-string
           else
              string '{"status":"FAILED","reason":"'
                         delimited by size
                     function trim(w-reply-reason)
                         delimited by size
                     '","rows":' delimited by size
                     function trim(w-edit-num) delimited by size
                into lnk_reply
                with pointer w-reply-ptr
              end-string
              move w-err-total to w-edit-num
              string ',"failures":' delimited by size
                     function trim(w-edit-num) delimited by size
                     ',"errors":[' delimited by size
                into lnk_reply
                with pointer w-reply-ptr
              end-string
              perform 4100-add-one-error thru 4100-add-one-error-exit
                 varying w-err-i from 1 by 1
                 until w-err-i > w-err-count
              string ']}' delimited by size
                into lnk_reply
                with pointer w-reply-ptr
              end-string
           end-if
           compute lnk_replylen = w-reply-ptr - 1.
      *
       4000-build-reply-exit.
           exit.
      *
       4100-add-one-error.
      *
           if w-err-i > 1
              string ',' delimited by size
                into lnk_reply
                with pointer w-reply-ptr
              end-string
           end-if
           move err-row (w-err-i) to w-edit-num
           string '{"row":' delimited by size
                  function trim(w-edit-num) delimited by size
             into lnk_reply
             with pointer w-reply-ptr
           end-string
           move err-col (w-err-i) to w-edit-num
           string ',"col":' delimited by size
                  function trim(w-edit-num) delimited by size
                  ',"error":"' delimited by size
                  function trim(err-code (w-err-i)) delimited by size
                  '"}' delimited by size
             into lnk_reply
             with pointer w-reply-ptr
           end-string.
      *
       4100-add-one-error-exit.
           exit.
      *
       end program bizcsv.
