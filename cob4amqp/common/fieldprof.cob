      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   payload field profile per msgCategory : BIZRULES
      *            RANGE bounds, FIXRULES REQ/OPT flags and ROUTRULES
      *            thresholds have been written from the partner's
      *            specification and a guess.  this walks a date
      *            range of ARCHIVE generations and says what the
      *            real traffic carries, so a rule author (or a
      *            shadowrun.cob candidate) starts from evidence :
      *
      *              - a JSON payload : every field seen, at any
      *                depth (a nested member is profiled under its
      *                own name ; an object or array value itself is
      *                not a value)
      *              - a category with FIXRULES FIELD lines : every
      *                defined field, named by its definition
      *                (offset,length,usage,REQ|OPT), decoded as
      *                bizfixed.cob reads it -- COMP-3 nibbles,
      *                COMP / BINARY big-endian, COMP-5 the
      *                machine's own little-endian, DISPLAY-S with
      *                its 'p'-'y' overpunch ; the copybook's implied
      *                decimal point is not in FIXRULES, so fixed
      *                numerics are the integers their bytes hold
      *              - anything else (text, XML, CSV) is counted
      *                under its category but has no field view
      *
      *            for every field :
      *              present  - share of the category's messages
      *                         carrying it (a fixed field : lying
      *                         inside the record)
      *              blank    - share of its values that are empty,
      *                         spaces, low-values or JSON null
      *              numeric  - share of its values that are a
      *                         number (quoted or not)
      *              min / max / avg over the numeric values
      *              maxlen   - the longest value, in bytes
      *              distinct - distinct non-blank values, counted
      *                         on their first 32 bytes and capped
      *                         at 50 ('+' once the cap is passed)
      *              top      - the most frequent values, with
      *                         their counts
      *
      *            the msgCategory is the property cobclient
      *            logged in the TRANLOG line (the archive record
      *            carries none), so the day's TRANLOG generation
      *            drives the walk and the archive record is read
      *            by msgid, as sendrec.cob does ; a message read
      *            twice is profiled once.  a message in TRANLOG but
      *            not in the archive is counted, not profiled.
      *
      *            printed values honor the MASKRULES policy the
      *            same way the bridge applies it to its persisted
      *            copies : a field rule for the category (or '*')
      *            keeps the last four digits of that field's
      *            values and suppresses its min / max / avg, a PAN
      *            rule sweeps every 13-19 digit run.  an encrypted
      *            record is decrypted when its key is on the ARCHKEYS
      *            ring -- the ring held is the entitlement -- and
      *            counted, never guessed at, when it is not.  test
      *            traffic (the testRun flag) is left out unless
      *            include_test=Y.
      * Tectonics: cobc -x -I ../copy fieldprof.cob
      *     Usage: export profile_from=yyyymmdd profile_to=yyyymmdd
      *            (default : the 7 days ending yesterday) ;
      *            profile_category=... profiles one msgCategory
      *            only (unset profiles all) ; profile_top is how
      *            many frequent values to show (default 5, at most
      *            10) ; q_tranlog_file / q_archive_file are BASE
      *            names, q_archkeys_file, q_maskrules_file and
      *            bizfixed_rules the key ring, masking policy and
      *            record definitions, exactly as everywhere else.
      *-----------------------------------------------------------------
       identification division.
       program-id. fieldprof.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select tranlog-file assign to ws-tranlog-file
                  organization line sequential
                  file status is ws-tranlog-status.
      *
           select archive-file assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is ww10-msgid
                  alternate record key is ww10-uuid
                     with duplicates
                  file status is ws-archive-status.
      *
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is ws-manifest-status.
      *
           select maskrules-file assign to ws-maskrules-file
                  organization line sequential
                  file status is ws-maskrules-status.
      *
           select archkeys-file assign to ws-archkeys-file
                  organization line sequential
                  file status is ws-archkeys-status.
      *
           select rules-file assign to ws-rules-file
                  organization line sequential
                  file status is ws-rules-status.
      *
           select sort-work assign to disk.
      *
       data division.
       file section.
       fd  tranlog-file.
       01  w-tranlog-line pic x(250).
      *
           copy "fd-archive.cpy".
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       fd  maskrules-file.
       01  maskrules-line  pic x(120).
      *
       fd  archkeys-file.
       01  archkeys-line pic x(50).
      *
       fd  rules-file.
       01  rules-line    pic x(120).
      *
       sd  sort-work.
       01  sort-rec.
           05 srt-date         pic x(08).
           05 srt-msgid        pic x(61).
           05 srt-category     pic x(32).
      *
       working-storage section.
       01  ws-tranlog-file     pic x(100) value 'TRANLOG'.
       01  ws-tranlog-file-env pic x(100).
       01  ws-tranlog-status   pic x(02)  value '00'.
       01  w-tranlog-base      pic x(100).
       01  ws-archive-file     pic x(100) value 'ARCHIVE.DAT'.
       01  ws-archive-file-env pic x(100).
       01  ws-archive-status   pic x(02)  value '00'.
       01  w-archive-base      pic x(100).
       01  w-archive-open-sw   pic x value 'N'.
           88 archive-open          value 'Y'.
       01  w-archive-date      pic x(08) value spaces.
       01  ws-maskrules-file   pic x(100) value 'MASKRULES'.
       01  ws-maskrules-env    pic x(100).
       01  ws-maskrules-status pic x(02)  value '00'.
       01  ws-rules-file       pic x(100) value 'FIXRULES'.
       01  ws-rules-file-env   pic x(100).
       01  ws-rules-status     pic x(02)  value '00'.
      *
      *    MANIFEST resolution, as archsearch.cob : a COLD
      *    generation is read from its cold path, a RETIRED one is
      *    skipped.
      *
       01  ws-manifest-status  pic x(02)  value '00'.
       01  w-mf-date           pic x(08).
       01  w-mf-name           pic x(100).
       01  w-mf-marker         pic x(08).
       01  w-mf-path           pic x(100).
       01  w-resolve-name      pic x(100).
       01  w-retired-sw        pic x value 'N'.
           88 generation-retired    value 'Y'.
      *
           copy "fd-archive-ws.cpy".
      *
       01  w-from-env          pic x(08).
       01  w-to-env            pic x(08).
       01  w-from-int          usage binary-long value zero.
       01  w-to-int            usage binary-long value zero.
       01  w-cur-int           usage binary-long value zero.
       01  w-cur-date          pic 9(08) value zero.
       01  w-cur-date-x        pic x(08) value spaces.
       01  w-from-date-x       pic x(08) value spaces.
       01  w-to-date-x         pic x(08) value spaces.
      *
       01  w-select-category   pic x(32) value spaces.
           88 no-select-category   value spaces, low-values.
       01  w-top               pic 9(02) value 5.
       01  w-top-env           pic x(03).
       01  w-include-test      pic x value 'N'.
           88 include-test-traffic value 'Y'.
      *
      *    one TRANLOG line, as cobclient's 9016-write-tranlog-record
      *    writes it.
      *
       01  tl-fields.
           05 tl-timestamp     pic x(16).
           05 tl-msgid         pic x(61).
           05 tl-mimetype      pic x(51).
           05 tl-msglen-x      pic x(10).
           05 tl-retry-x       pic x(10).
           05 tl-queue         pic x(101).
           05 tl-instance      pic x(04).
           05 tl-tier          pic x(01).
           05 tl-senderid      pic x(32).
           05 tl-category      pic x(32).
           05 tl-testrun       pic x(01).
           05 tl-bizdate       pic x(08).
           05 tl-seqno         pic x(32).
           05 tl-digest        pic x(10).
      *
      *    the sorted stream : a msgid seen again in the same
      *    generation is a retry or a redelivery.
      *
       01  w-sort-eof-sw       pic x value 'N'.
           88 sort-eof              value 'Y'.
       01  w-prev-date         pic x(08) value low-values.
       01  w-prev-msgid        pic x(61) value low-values.
      *
      *    the record definitions, the FIXRULES lines bizfixed.cob
      *    validates by ; only FIELD lines are profiled.
      *
       01  w-def-tab-count     pic 9(03) value zero.
       01  w-def-table.
           05 def-entry occurs 200 times.
              10 def-category pic x(20).
              10 def-kind     pic x(05).
              10 def-offset   pic 9(05).
              10 def-length   pic 9(04).
              10 def-usage    pic x(09).
              10 def-req      pic x(03).
       01  w-def-i             pic 9(03) value zero.
       01  w-def-offset-x      pic x(06).
       01  w-def-length-x      pic x(06).
       01  w-off-edit          pic z(04)9.
       01  w-len-edit          pic z(03)9.
      *
      *    the categories seen.  each one's fields are chained
      *    through fld-next from cat-first-fld, in the order they
      *    were first seen (a fixed category's in FIXRULES order).
      *
       01  w-cat-count         pic 9(02) value zero.
       01  w-cat-table.
           05 cat-entry occurs 30 times.
              10 cat-name      pic x(32).
              10 cat-fixed-sw  pic x(01).
                 88 cat-is-fixed       value 'Y'.
              10 cat-msgs      pic 9(09).
              10 cat-json      pic 9(09).
              10 cat-other     pic 9(09).
              10 cat-first-fld pic 9(04).
              10 cat-last-fld  pic 9(04).
       01  w-cat-i             pic 9(02) value zero.
       01  w-cat-hit           pic 9(02) value zero.
       01  w-find-category     pic x(32) value spaces.
      *
      *    every field of every category, and beside it its
      *    distinct values (first 32 bytes) with their counts.
      *
       01  w-fld-count         pic 9(04) value zero.
       01  w-fld-table.
           05 fld-entry occurs 600 times.
              10 fld-cat       pic 9(02).
              10 fld-next      pic 9(04).
              10 fld-def-i     pic 9(03).
              10 fld-name      pic x(32).
              10 fld-last-msg  pic 9(09).
              10 fld-present   pic 9(09).
              10 fld-values    pic 9(09).
              10 fld-blank     pic 9(09).
              10 fld-numeric   pic 9(09).
              10 fld-num-count pic 9(09).
              10 fld-min       pic s9(15)v99.
              10 fld-max       pic s9(15)v99.
              10 fld-sum       pic s9(17)v99.
              10 fld-maxlen    pic 9(05).
              10 fld-distinct  pic 9(02).
              10 fld-capped-sw pic x(01).
                 88 fld-capped         value 'Y'.
       01  w-val-table.
           05 val-group occurs 600 times.
              10 val-entry occurs 50 times.
                 15 val-text   pic x(32).
                 15 val-count  pic 9(09).
       01  w-fld-i             pic 9(04) value zero.
       01  w-fld-hit           pic 9(04) value zero.
       01  w-find-field        pic x(32) value spaces.
       01  w-val-i             pic 9(02) value zero.
       01  w-val-hit           pic 9(02) value zero.
      *
      *    the value being recorded.
      *
       01  w-msg-serial        pic 9(09) value zero.
       01  w-val               pic x(64) value spaces.
       01  w-val-len           pic 9(05) value zero.
       01  w-val-blank-sw      pic x value 'N'.
           88 value-blank          value 'Y'.
       01  w-val-numeric-sw    pic x value 'N'.
           88 value-numeric        value 'Y'.
       01  w-num-ok-sw         pic x value 'N'.
           88 number-in-range      value 'Y'.
       01  w-num               pic s9(15)v99 value zero.
      *
      *    the JSON walk.
      *
       01  w-jp                pic 9(05) comp value zero.
       01  w-jk                pic 9(05) comp value zero.
       01  w-str               pic x(64) value spaces.
       01  w-str-len           pic 9(05) value zero.
       01  w-key               pic x(32) value spaces.
      *
      *    fixed-field decoding.
      *
       01  w-fo                pic 9(05) value zero.
       01  w-fl                pic 9(05) value zero.
       01  w-fe                pic 9(05) value zero.
       01  w-fk                pic 9(05) value zero.
       01  w-byte              usage binary-long value zero.
       01  w-hi-nibble         usage binary-long value zero.
       01  w-lo-nibble         usage binary-long value zero.
       01  w-acc               pic 9(20) value zero.
       01  w-sacc              pic s9(20) value zero.
       01  w-acc-edit          pic -(20)9.
       01  w-neg-sw            pic x value 'N'.
           88 value-negative       value 'Y'.
       01  w-valid-sw          pic x value 'Y'.
           88 value-valid          value 'Y'.
       01  w-zone              pic x(64) value spaces.
       01  w-digit             pic 9(01) value zero.
      *
      *    the masking rules applied to every printed value.
      *
       01  w-mask-tab-count    pic 9(03) value zero.
       01  w-maskrules-table.
           05 mask-entry occurs 50 times.
              10 mask-category  pic x(20).
              10 mask-field     pic x(32).
       01  w-mask-i            pic 9(03) value zero.
       01  w-mask-pan-sw       pic x value 'N'.
           88 mask-pan             value 'Y'.
       01  w-mask-field-sw     pic x value 'N'.
           88 mask-this-field      value 'Y'.
       01  w-masked            pic x(32) value spaces.
       01  w-mk-i              usage binary-long value zero.
       01  w-mk-len            usage binary-long value zero.
       01  w-mk-start          usage binary-long value zero.
       01  w-mk-end            usage binary-long value zero.
       01  w-mk-run            usage binary-long value zero.
       01  w-mk-kept           usage binary-long value zero.
      *
      *    the archive key ring : an encrypted record is decrypted
      *    in storage when its key is held, and counted when not.
      *
       01  ws-archkeys-file    pic x(100) value 'ARCHKEYS'.
       01  ws-archkeys-env     pic x(100).
       01  ws-archkeys-status  pic x(02) value '00'.
       01  w-key-tab-count     pic 9(02) value zero.
       01  w-key-table.
           05 key-entry occurs 20 times.
              10 key-id   pic x(08).
              10 key-text pic x(32).
       01  w-key-i             pic 9(02) value zero.
       01  w-key-found         pic x(32) value spaces.
       01  w-crypt-len         usage binary-long value zero.
      *
       01  w-mime-norm         pic x(51) value spaces.
       01  w-first-byte        pic x(01) value space.
      *
       01  w-counts.
           05 cnt-tl-lines     pic 9(09) value zero.
           05 cnt-test-skipped pic 9(09) value zero.
           05 cnt-not-selected pic 9(09) value zero.
           05 cnt-retried      pic 9(09) value zero.
           05 cnt-unarchived   pic 9(09) value zero.
           05 cnt-nokey        pic 9(09) value zero.
           05 cnt-profiled     pic 9(09) value zero.
           05 cnt-cat-full     pic 9(09) value zero.
           05 cnt-fld-full     pic 9(09) value zero.
           05 cnt-retired      pic 9(05) value zero.
      *
      *    the top-values pick, and the edited report fields.
      *
       01  w-shown-table.
           05 w-shown-sw       pic x(01) occurs 50 times.
       01  w-pick-i            pic 9(02) value zero.
       01  w-pick-count        pic 9(09) value zero.
       01  w-top-i             pic 9(02) value zero.
       01  w-pct               pic 9(03)v9 value zero.
       01  rpt-pct-present     pic zz9.9.
       01  rpt-pct-blank       pic zz9.9.
       01  rpt-pct-numeric     pic zz9.9.
       01  rpt-count           pic z(08)9.
       01  rpt-maxlen          pic z(04)9.
       01  rpt-distinct        pic z9.
       01  rpt-capped          pic x(01).
       01  rpt-min             pic -(15)9.99.
       01  rpt-max             pic -(15)9.99.
       01  rpt-avg             pic -(15)9.99.
       01  w-avg               pic s9(15)v99 value zero.
      *-----------------------------------------------------------------
       procedure division.
      *
       000-main.
      *
           perform 050-resolve-filenames
              thru 050-resolve-filenames-exit
           if w-to-int < w-from-int
              display 'fieldprof : profile_to is before profile_from'
              end-display
              move 1 to return-code
              goback
           end-if
      *
           perform 100-load-maskrules
              thru 100-load-maskrules-exit
           perform 110-load-archkeys
              thru 110-load-archkeys-exit
           perform 120-load-fixrules
              thru 120-load-fixrules-exit
      *
      *    sorted on generation and msgid, so a message read twice
      *    is profiled once and each archive generation is opened
      *    once -- sendrec's walk.
      *
           sort sort-work on ascending key srt-date srt-msgid
                input procedure is 200-release-tranlog
                   thru 200-release-tranlog-exit
                output procedure is 300-profile-messages
                   thru 300-profile-messages-exit
      *
           perform 600-show-report
              thru 600-show-report-exit
           if cnt-profiled > 0
              move 0 to return-code
           else
              move 1 to return-code
           end-if
           goback.
      *-----------------------------------------------------------------
       050-resolve-filenames.
      *
      *    an unset variable must leave the default alone ;
      *    accepting straight into the name would blank it out
      *    instead, since a missing environment variable still runs
      *    the (uncoded) ON EXCEPTION path.
      *
           accept ws-tranlog-file-env from environment 'q_tranlog_file'
              not on exception
                 move ws-tranlog-file-env to ws-tranlog-file
           end-accept
           accept ws-archive-file-env from environment 'q_archive_file'
              not on exception
                 move ws-archive-file-env to ws-archive-file
           end-accept
           move ws-tranlog-file to w-tranlog-base
           move ws-archive-file to w-archive-base
           accept ws-maskrules-env from environment 'q_maskrules_file'
              not on exception
                 move ws-maskrules-env to ws-maskrules-file
           end-accept
           accept ws-rules-file-env from environment 'bizfixed_rules'
              not on exception
                 move ws-rules-file-env to ws-rules-file
           end-accept
           accept w-select-category from environment
                  'profile_category'
              not on exception
                 continue
           end-accept
           accept w-include-test from environment 'include_test'
              not on exception
                 continue
           end-accept
           accept w-top-env from environment 'profile_top'
              not on exception
                 if function trim(w-top-env) is numeric
                    move function numval(w-top-env) to w-top
                 end-if
           end-accept
           if w-top > 10
              move 10 to w-top
           end-if
      *
      *    the default range is the 7 days ending yesterday --
      *    today's generations are still being written.
      *
           move function integer-of-date(function numval(
                function current-date (1:8))) to w-to-int
           subtract 1 from w-to-int
           compute w-from-int = w-to-int - 6
           accept w-from-env from environment 'profile_from'
              not on exception
                 if w-from-env is numeric
                    move function integer-of-date(
                         function numval(w-from-env)) to w-from-int
                 end-if
           end-accept
           accept w-to-env from environment 'profile_to'
              not on exception
                 if w-to-env is numeric
                    move function integer-of-date(
                         function numval(w-to-env)) to w-to-int
                 end-if
           end-accept
           move function date-of-integer(w-from-int) to w-cur-date
           move w-cur-date to w-from-date-x
           move function date-of-integer(w-to-int) to w-cur-date
           move w-cur-date to w-to-date-x.
      *
       050-resolve-filenames-exit.
           exit.
      *-----------------------------------------------------------------
       060-consult-manifest.
      *
           move 'N' to w-retired-sw
           open input manifest-file
           if ws-manifest-status not = '00'
              go to 060-consult-manifest-exit
           end-if
           perform until ws-manifest-status = '10'
              read manifest-file
                 at end
                    move '10' to ws-manifest-status
                 not at end
                    move spaces to w-mf-date w-mf-name
                                   w-mf-marker w-mf-path
                    unstring manifest-record delimited by all ' '
                        into w-mf-date
                             w-mf-name
                             w-mf-marker
                             w-mf-path
                    end-unstring
                    if w-mf-name = w-resolve-name
                       if w-mf-marker = 'COLD'
                          and w-mf-path not = spaces
                          move w-mf-path to w-resolve-name
                       end-if
                       if w-mf-marker = 'RETIRED'
                          set generation-retired to true
                       end-if
                    end-if
              end-read
           end-perform
           close manifest-file
           move '00' to ws-manifest-status.
      *
       060-consult-manifest-exit.
           exit.
      *-----------------------------------------------------------------
       100-load-maskrules.
      *
           open input maskrules-file
           if ws-maskrules-status not = '00'
              display 'fieldprof : no masking rules ('
                      function trim(ws-maskrules-file)
                      '), values print unmasked'
              end-display
              go to 100-load-maskrules-exit
           end-if
           perform until ws-maskrules-status = '10'
              read maskrules-file
                 at end
                    move '10' to ws-maskrules-status
                 not at end
                    if maskrules-line = spaces
                       or (maskrules-line (1:1) = '*'
                           and maskrules-line (2:1) not = ',')
                       continue
                    else
                       if w-mask-tab-count < 50
                          add 1 to w-mask-tab-count
                          unstring maskrules-line delimited by ','
                              into mask-category (w-mask-tab-count)
                                   mask-field    (w-mask-tab-count)
                          end-unstring
                       end-if
                    end-if
              end-read
           end-perform
           close maskrules-file.
      *
       100-load-maskrules-exit.
           exit.
      *-----------------------------------------------------------------
       110-load-archkeys.
      *
           accept ws-archkeys-env from environment 'q_archkeys_file'
              not on exception
                 move ws-archkeys-env to ws-archkeys-file
           end-accept
           open input archkeys-file
           if ws-archkeys-status not = '00'
              go to 110-load-archkeys-exit
           end-if
           perform until ws-archkeys-status = '10'
              read archkeys-file
                 at end
                    move '10' to ws-archkeys-status
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
       110-load-archkeys-exit.
           exit.
      *-----------------------------------------------------------------
      *    the FIXRULES FIELD lines, read as bizfixed.cob reads
      *    them ; DELIM lines and bad lines are passed over.
      *-----------------------------------------------------------------
       120-load-fixrules.
      *
           open input rules-file
           if ws-rules-status not = '00'
              display 'fieldprof : no record definitions ('
                      function trim(ws-rules-file)
                      '), fixed records have no field view'
              end-display
              go to 120-load-fixrules-exit
           end-if
           perform until ws-rules-status = '10'
              read rules-file
                 at end
                    move '10' to ws-rules-status
                 not at end
                    perform 125-load-one-definition
                       thru 125-load-one-definition-exit
              end-read
           end-perform
           close rules-file.
      *
       120-load-fixrules-exit.
           exit.
      *
       125-load-one-definition.
      *
           if rules-line = spaces
              or (rules-line (1:1) = '*'
                  and rules-line (2:1) not = ',')
              go to 125-load-one-definition-exit
           end-if
           if w-def-tab-count >= 200
              go to 125-load-one-definition-exit
           end-if
           add 1 to w-def-tab-count
           move spaces to w-def-offset-x w-def-length-x
           move spaces to def-usage (w-def-tab-count)
                          def-req (w-def-tab-count)
           unstring rules-line delimited by ','
               into def-category (w-def-tab-count)
                    def-kind     (w-def-tab-count)
                    w-def-offset-x
                    w-def-length-x
                    def-usage    (w-def-tab-count)
                    def-req      (w-def-tab-count)
           end-unstring
           if def-kind (w-def-tab-count) not = 'FIELD'
              or w-def-offset-x = spaces
              or function trim(w-def-offset-x) is not numeric
              or w-def-length-x = spaces
              or function trim(w-def-length-x) is not numeric
              subtract 1 from w-def-tab-count
              go to 125-load-one-definition-exit
           end-if
           move function numval(w-def-offset-x)
             to def-offset (w-def-tab-count)
           move function numval(w-def-length-x)
             to def-length (w-def-tab-count)
           if def-offset (w-def-tab-count) < 1
              or def-length (w-def-tab-count) < 1
              subtract 1 from w-def-tab-count
           end-if.
      *
       125-load-one-definition-exit.
           exit.
      *-----------------------------------------------------------------
      *    every TRANLOG line of the range goes to the sort, less
      *    test traffic and categories not asked for.
      *-----------------------------------------------------------------
       200-release-tranlog.
      *
           perform varying w-cur-int from w-from-int by 1
                   until w-cur-int > w-to-int
              perform 210-read-generation
                 thru 210-read-generation-exit
           end-perform.
      *
       200-release-tranlog-exit.
           exit.
      *
       210-read-generation.
      *
           move function date-of-integer(w-cur-int) to w-cur-date
           move w-cur-date to w-cur-date-x
           move spaces to ws-tranlog-file
           string function trim(w-tranlog-base) delimited by size
                  '.'                           delimited by size
                  w-cur-date-x                  delimited by size
             into ws-tranlog-file
           end-string
           move ws-tranlog-file to w-resolve-name
           perform 060-consult-manifest
              thru 060-consult-manifest-exit
           move w-resolve-name to ws-tranlog-file
           if generation-retired
              display 'fieldprof : ' w-cur-date-x
                      ' retired per the retention policy, skipped'
              end-display
              add 1 to cnt-retired
              go to 210-read-generation-exit
           end-if
      *
      *    a missing generation is a day without traffic.
      *
           open input tranlog-file
           if ws-tranlog-status not = '00'
              move '00' to ws-tranlog-status
              go to 210-read-generation-exit
           end-if
           perform until ws-tranlog-status = '10'
              read tranlog-file
                 at end
                    move '10' to ws-tranlog-status
                 not at end
                    perform 220-release-line
                       thru 220-release-line-exit
              end-read
           end-perform
           close tranlog-file
           move '00' to ws-tranlog-status.
      *
       210-read-generation-exit.
           exit.
      *
       220-release-line.
      *
           add 1 to cnt-tl-lines
           move spaces to tl-fields
           unstring w-tranlog-line delimited by ','
               into tl-timestamp
                    tl-msgid
                    tl-mimetype
                    tl-msglen-x
                    tl-retry-x
                    tl-queue
                    tl-instance
                    tl-tier
                    tl-senderid
                    tl-category
                    tl-testrun
                    tl-bizdate
                    tl-seqno
                    tl-digest
           end-unstring
           if tl-msgid = spaces
              go to 220-release-line-exit
           end-if
           if tl-testrun = 'T' and not include-test-traffic
              add 1 to cnt-test-skipped
              go to 220-release-line-exit
           end-if
           if not no-select-category
              and tl-category not = w-select-category
              add 1 to cnt-not-selected
              go to 220-release-line-exit
           end-if
           move w-cur-date-x to srt-date
           move tl-msgid to srt-msgid
           if tl-category = spaces
              move '(none)' to srt-category
           else
              move tl-category to srt-category
           end-if
           release sort-rec.
      *
       220-release-line-exit.
           exit.
      *-----------------------------------------------------------------
      *    each distinct message of each generation, its archive
      *    record read by msgid and profiled.
      *-----------------------------------------------------------------
       300-profile-messages.
      *
           move 'N' to w-sort-eof-sw
           perform until sort-eof
              return sort-work
                 at end
                    set sort-eof to true
                 not at end
                    perform 310-take-sorted
                       thru 310-take-sorted-exit
              end-return
           end-perform
           if archive-open
              close archive-file
              move 'N' to w-archive-open-sw
           end-if.
      *
       300-profile-messages-exit.
           exit.
      *
       310-take-sorted.
      *
           if srt-date = w-prev-date
              and srt-msgid = w-prev-msgid
              add 1 to cnt-retried
              go to 310-take-sorted-exit
           end-if
           move srt-date to w-prev-date
           move srt-msgid to w-prev-msgid
           if srt-date not = w-archive-date
              perform 320-open-archive thru 320-open-archive-exit
           end-if
           if not archive-open
              add 1 to cnt-unarchived
              go to 310-take-sorted-exit
           end-if
           move srt-msgid to ww10-msgid
           read archive-file
              invalid key
                 add 1 to cnt-unarchived
                 go to 310-take-sorted-exit
           end-read
           if ww10-testrun = 'T' and not include-test-traffic
              add 1 to cnt-test-skipped
              go to 310-take-sorted-exit
           end-if
      *
      *    an encrypted record whose key is not on the ring is not
      *    ours to read -- counted, never guessed at.
      *
           if ww10-keyid not = spaces
              perform 330-decrypt-record
                 thru 330-decrypt-record-exit
              if ww10-keyid not = spaces
                 add 1 to cnt-nokey
                 go to 310-take-sorted-exit
              end-if
           end-if
           perform 400-profile-message
              thru 400-profile-message-exit.
      *
       310-take-sorted-exit.
           exit.
      *
       320-open-archive.
      *
           if archive-open
              close archive-file
              move 'N' to w-archive-open-sw
           end-if
           move srt-date to w-archive-date
           move spaces to ws-archive-file
           string function trim(w-archive-base) delimited by size
                  '.'                           delimited by size
                  srt-date                      delimited by size
             into ws-archive-file
           end-string
           move ws-archive-file to w-resolve-name
           perform 060-consult-manifest
              thru 060-consult-manifest-exit
           move w-resolve-name to ws-archive-file
           if generation-retired
              display 'fieldprof : archive ' srt-date
                      ' retired per the retention policy, skipped'
              end-display
              add 1 to cnt-retired
              go to 320-open-archive-exit
           end-if
           open input archive-file
           if ws-archive-status = '00'
              set archive-open to true
           else
              display 'fieldprof : no archive generation ('
                      function trim(ws-archive-file)
                      '), status ' ws-archive-status
              end-display
              move '00' to ws-archive-status
           end-if.
      *
       320-open-archive-exit.
           exit.
      *
       330-decrypt-record.
      *
           move spaces to w-key-found
           perform varying w-key-i from 1 by 1
                   until w-key-i > w-key-tab-count
              if key-id (w-key-i) = ww10-keyid
                 move key-text (w-key-i) to w-key-found
              end-if
           end-perform
           if w-key-found = spaces
              go to 330-decrypt-record-exit
           end-if
           move ww10-msglen to w-crypt-len
           call 'archcrypt' using
                by reference ww10-message,
                by reference w-crypt-len,
                by reference w-key-found
           on exception
              display 'fieldprof : archcrypt not available'
              end-display
           not on exception
              move spaces to ww10-keyid
           end-call.
      *
       330-decrypt-record-exit.
           exit.
      *-----------------------------------------------------------------
      *    one message, under its category : the FIXRULES view when
      *    the category has FIELD lines, the JSON view when the
      *    payload is JSON, otherwise only counted.
      *-----------------------------------------------------------------
       400-profile-message.
      *
           move srt-category to w-find-category
           perform 410-find-category thru 410-find-category-exit
           if w-cat-hit = zero
              add 1 to cnt-cat-full
              go to 400-profile-message-exit
           end-if
           add 1 to cnt-profiled
           add 1 to w-msg-serial
           add 1 to cat-msgs (w-cat-hit)
      *
           if cat-is-fixed (w-cat-hit)
              perform 450-profile-fixed thru 450-profile-fixed-exit
              go to 400-profile-message-exit
           end-if
      *
           move spaces to w-mime-norm
           unstring ww10-mimetype delimited by ';'
               into w-mime-norm
           end-unstring
           move function lower-case(function trim(w-mime-norm))
             to w-mime-norm
           move space to w-first-byte
           perform varying w-jp from 1 by 1
                   until w-jp > ww10-msglen
                      or w-first-byte not = space
              if ww10-message (w-jp:1) not = space
                 move ww10-message (w-jp:1) to w-first-byte
              end-if
           end-perform
           if w-first-byte = '{'
              or (w-first-byte = '['
                  and w-mime-norm (1:16) = 'application/json')
              add 1 to cat-json (w-cat-hit)
              perform 430-profile-json thru 430-profile-json-exit
           else
              add 1 to cat-other (w-cat-hit)
           end-if.
      *
       400-profile-message-exit.
           exit.
      *-----------------------------------------------------------------
      *    the table entry for w-find-category, claimed when new ;
      *    a category with FIXRULES FIELD lines gets its fields
      *    claimed at once, so a field no message carried still
      *    shows, at 0% present.
      *-----------------------------------------------------------------
       410-find-category.
      *
           move zero to w-cat-hit
           perform varying w-cat-i from 1 by 1
                   until w-cat-i > w-cat-count or w-cat-hit > zero
              if cat-name (w-cat-i) = w-find-category
                 move w-cat-i to w-cat-hit
              end-if
           end-perform
           if w-cat-hit > zero or w-cat-count >= 30
              go to 410-find-category-exit
           end-if
           add 1 to w-cat-count
           move w-cat-count to w-cat-hit
           move w-find-category to cat-name (w-cat-hit)
           move 'N' to cat-fixed-sw (w-cat-hit)
           move zero to cat-msgs (w-cat-hit) cat-json (w-cat-hit)
                        cat-other (w-cat-hit)
                        cat-first-fld (w-cat-hit)
                        cat-last-fld (w-cat-hit)
           perform varying w-def-i from 1 by 1
                   until w-def-i > w-def-tab-count
              if function trim(def-category (w-def-i))
                 = function trim(w-find-category (1:20))
                 set cat-is-fixed (w-cat-hit) to true
                 perform 415-claim-fixed-field
                    thru 415-claim-fixed-field-exit
              end-if
           end-perform.
      *
       410-find-category-exit.
           exit.
      *
       415-claim-fixed-field.
      *
           move def-offset (w-def-i) to w-off-edit
           move def-length (w-def-i) to w-len-edit
           move spaces to w-find-field
           string function trim(w-off-edit) delimited by size
                  ','                       delimited by size
                  function trim(w-len-edit) delimited by size
                  ','                       delimited by size
                  function trim(def-usage (w-def-i))
                                            delimited by size
                  ','                       delimited by size
                  function trim(def-req (w-def-i))
                                            delimited by size
             into w-find-field
           end-string
           perform 470-find-field thru 470-find-field-exit
           if w-fld-hit > zero
              move w-def-i to fld-def-i (w-fld-hit)
           end-if.
      *
       415-claim-fixed-field-exit.
           exit.
      *-----------------------------------------------------------------
      *    walk the payload : every "name" followed by a colon is a
      *    field, its value the string or bare token after it ; an
      *    object or array value is stepped into, its members being
      *    fields of their own.
      *-----------------------------------------------------------------
       430-profile-json.
      *
      *    a pretty-printed payload's line breaks and tabs are
      *    white space like any other ; the record is only read.
      *
           inspect ww10-message (1:ww10-msglen)
                   replacing all x'0A' by space
                                 x'0D' by space
                                 x'09' by space
           move 1 to w-jp
           perform until w-jp > ww10-msglen
              if ww10-message (w-jp:1) = '"'
                 perform 435-read-string thru 435-read-string-exit
                 perform 440-take-pair thru 440-take-pair-exit
              else
                 add 1 to w-jp
              end-if
           end-perform.
      *
       430-profile-json-exit.
           exit.
      *
      *    the quoted string starting at w-jp into w-str (its first
      *    64 bytes, an escaped character taken as itself) and
      *    w-str-len (its whole length) ; w-jp is left past the
      *    closing quote.
      *
       435-read-string.
      *
           move spaces to w-str
           move zero to w-str-len
           add 1 to w-jp
           perform until w-jp > ww10-msglen
                      or ww10-message (w-jp:1) = '"'
              if ww10-message (w-jp:1) = '\'
                 and w-jp < ww10-msglen
                 add 1 to w-jp
              end-if
              add 1 to w-str-len
              if w-str-len <= 64
                 move ww10-message (w-jp:1) to w-str (w-str-len:1)
              end-if
              add 1 to w-jp
           end-perform
           add 1 to w-jp.
      *
       435-read-string-exit.
           exit.
      *
       440-take-pair.
      *
           move w-jp to w-jk
           perform until w-jk > ww10-msglen
                      or ww10-message (w-jk:1) not = space
              add 1 to w-jk
           end-perform
           if w-jk > ww10-msglen
              or ww10-message (w-jk:1) not = ':'
              go to 440-take-pair-exit
           end-if
           move w-str (1:32) to w-key
           compute w-jp = w-jk + 1
           perform until w-jp > ww10-msglen
                      or ww10-message (w-jp:1) not = space
              add 1 to w-jp
           end-perform
           if w-jp > ww10-msglen
              or ww10-message (w-jp:1) = '{'
              or ww10-message (w-jp:1) = '['
              go to 440-take-pair-exit
           end-if
      *
           move 'N' to w-val-blank-sw w-val-numeric-sw w-num-ok-sw
           if ww10-message (w-jp:1) = '"'
              perform 435-read-string thru 435-read-string-exit
              move w-str to w-val
              move w-str-len to w-val-len
           else
              move spaces to w-val
              move zero to w-val-len
              perform until w-jp > ww10-msglen
                         or ww10-message (w-jp:1) = ','
                         or ww10-message (w-jp:1) = '}'
                         or ww10-message (w-jp:1) = ']'
                         or ww10-message (w-jp:1) = space
                 add 1 to w-val-len
                 if w-val-len <= 64
                    move ww10-message (w-jp:1)
                      to w-val (w-val-len:1)
                 end-if
                 add 1 to w-jp
              end-perform
              if w-val = 'null'
                 move spaces to w-val
                 move zero to w-val-len
              end-if
           end-if
           if w-val = spaces
              set value-blank to true
           else
              if w-val-len <= 64
                 and function test-numval(w-val) = zero
                 set value-numeric to true
                 compute w-num = function numval(w-val)
                    on size error
                       continue
                    not on size error
                       set number-in-range to true
                 end-compute
              end-if
           end-if
      *
           move w-key to w-find-field
           perform 470-find-field thru 470-find-field-exit
           if w-fld-hit > zero
              perform 480-record-value thru 480-record-value-exit
           end-if.
      *
       440-take-pair-exit.
           exit.
      *-----------------------------------------------------------------
      *    every defined field of the category : present when the
      *    record reaches it, then decoded by its usage.
      *-----------------------------------------------------------------
       450-profile-fixed.
      *
           move cat-first-fld (w-cat-hit) to w-fld-i
           perform until w-fld-i = zero
              if fld-def-i (w-fld-i) > zero
                 perform 455-profile-one-field
                    thru 455-profile-one-field-exit
              end-if
              move fld-next (w-fld-i) to w-fld-i
           end-perform.
      *
       450-profile-fixed-exit.
           exit.
      *
       455-profile-one-field.
      *
           move fld-def-i (w-fld-i) to w-def-i
           move def-offset (w-def-i) to w-fo
           move def-length (w-def-i) to w-fl
           compute w-fe = w-fo + w-fl - 1
           if w-fe > ww10-msglen
              go to 455-profile-one-field-exit
           end-if
           move w-fld-i to w-fld-hit
           move 'N' to w-val-blank-sw w-val-numeric-sw w-num-ok-sw
           move spaces to w-val
           move w-fl to w-val-len
           if ww10-message (w-fo:w-fl) = spaces
              or ww10-message (w-fo:w-fl) = low-values
              set value-blank to true
              move zero to w-val-len
              perform 480-record-value thru 480-record-value-exit
              go to 455-profile-one-field-exit
           end-if
           evaluate def-usage (w-def-i)
              when 'COMP'
              when 'BINARY'
              when 'COMP-5'
                 perform 460-decode-binary
                    thru 460-decode-binary-exit
              when 'COMP-3'
                 perform 462-decode-packed
                    thru 462-decode-packed-exit
              when 'DISPLAY'
              when 'DISPLAY-S'
                 perform 464-decode-zoned
                    thru 464-decode-zoned-exit
              when other
                 perform 466-decode-char
                    thru 466-decode-char-exit
           end-evaluate
           perform 480-record-value thru 480-record-value-exit.
      *
       455-profile-one-field-exit.
           exit.
      *
      *    COMP and BINARY big-endian, COMP-5 little-endian ; every
      *    byte pattern is a number.  only the low-order eight
      *    bytes of a wider field are taken.
      *
       460-decode-binary.
      *
           move zero to w-acc
           if def-usage (w-def-i) = 'COMP-5'
              perform varying w-fk from w-fe by -1
                      until w-fk < w-fo or w-fk < w-fe - 7
                 compute w-acc = w-acc * 256
                         + function ord(ww10-message (w-fk:1)) - 1
              end-perform
           else
              perform varying w-fk from w-fo by 1
                      until w-fk > w-fe
                 if w-fk > w-fe - 8
                    compute w-acc = w-acc * 256
                         + function ord(ww10-message (w-fk:1)) - 1
                 end-if
              end-perform
           end-if
           move 'N' to w-neg-sw
           perform 468-take-number thru 468-take-number-exit.
      *
       460-decode-binary-exit.
           exit.
      *
      *    two digits a byte, the last byte's low nibble the sign
      *    (x'D' or x'B' negative) ; anything else is not a packed
      *    number and is profiled as the text (not packed).
      *
       462-decode-packed.
      *
           move zero to w-acc
           move 'N' to w-neg-sw
           move 'Y' to w-valid-sw
           if w-fl > 10
              move 'N' to w-valid-sw
           end-if
           perform varying w-fk from w-fo by 1
                   until w-fk > w-fe or not value-valid
              compute w-byte = function ord(ww10-message (w-fk:1)) - 1
              compute w-hi-nibble = w-byte / 16
              compute w-lo-nibble = w-byte - w-hi-nibble * 16
              if w-hi-nibble > 9
                 move 'N' to w-valid-sw
              end-if
              if w-fk < w-fe
                 if w-lo-nibble > 9
                    move 'N' to w-valid-sw
                 end-if
                 compute w-acc = w-acc * 100
                         + w-hi-nibble * 10 + w-lo-nibble
              else
                 if w-lo-nibble < 10
                    move 'N' to w-valid-sw
                 end-if
                 if w-lo-nibble = 11 or w-lo-nibble = 13
                    set value-negative to true
                 end-if
                 compute w-acc = w-acc * 10 + w-hi-nibble
              end-if
           end-perform
           if value-valid
              perform 468-take-number thru 468-take-number-exit
           else
              move '(not packed)' to w-val
           end-if.
      *
       462-decode-packed-exit.
           exit.
      *
      *    every byte a digit ; DISPLAY-S may carry the negative
      *    overpunch 'p'-'y' in its last byte.
      *
       464-decode-zoned.
      *
           move 'N' to w-neg-sw
           if w-fl > 18
              move ww10-message (w-fo:w-fl) to w-val
              go to 464-decode-zoned-exit
           end-if
           move spaces to w-zone
           move ww10-message (w-fo:w-fl) to w-zone
           if def-usage (w-def-i) = 'DISPLAY-S'
              and w-zone (w-fl:1) >= 'p'
              and w-zone (w-fl:1) <= 'y'
              compute w-digit = function ord(w-zone (w-fl:1))
                              - function ord('p')
              move w-digit to w-zone (w-fl:1)
              set value-negative to true
           end-if
           if w-zone (1:w-fl) is numeric
              move w-zone (1:w-fl) to w-acc
              perform 468-take-number thru 468-take-number-exit
           else
              move ww10-message (w-fo:w-fl) to w-val
           end-if.
      *
       464-decode-zoned-exit.
           exit.
      *
      *    text : the bytes as they are, numeric when they read as
      *    a number ; the length is without trailing spaces.
      *
       466-decode-char.
      *
           move ww10-message (w-fo:w-fl) to w-val
           move function length(function trim(
                ww10-message (w-fo:w-fl) trailing)) to w-val-len
           if w-fl <= 64
              and function test-numval(w-val) = zero
              set value-numeric to true
              compute w-num = function numval(w-val)
                 on size error
                    continue
                 not on size error
                    set number-in-range to true
              end-compute
           end-if.
      *
       466-decode-char-exit.
           exit.
      *
      *    w-acc (and w-neg-sw) as the field's value, its text the
      *    number edited.
      *
       468-take-number.
      *
           set value-numeric to true
           if value-negative
              compute w-sacc = 0 - w-acc
           else
              move w-acc to w-sacc
           end-if
           move w-sacc to w-acc-edit
           move function trim(w-acc-edit) to w-val
           if w-acc <= 999999999999999
              move w-sacc to w-num
              set number-in-range to true
           end-if.
      *
       468-take-number-exit.
           exit.
      *-----------------------------------------------------------------
      *    the entry for w-find-field in the current category,
      *    claimed at the end of its chain when new ; w-fld-hit is
      *    zero only when the table is full.
      *-----------------------------------------------------------------
       470-find-field.
      *
           move zero to w-fld-hit
           move cat-first-fld (w-cat-hit) to w-fld-i
           perform until w-fld-i = zero or w-fld-hit > zero
              if fld-name (w-fld-i) = w-find-field
                 move w-fld-i to w-fld-hit
              else
                 move fld-next (w-fld-i) to w-fld-i
              end-if
           end-perform
           if w-fld-hit > zero
              go to 470-find-field-exit
           end-if
           if w-fld-count >= 600
              add 1 to cnt-fld-full
              go to 470-find-field-exit
           end-if
           add 1 to w-fld-count
           move w-fld-count to w-fld-hit
           initialize fld-entry (w-fld-hit)
           move w-cat-hit to fld-cat (w-fld-hit)
           move w-find-field to fld-name (w-fld-hit)
           move 'N' to fld-capped-sw (w-fld-hit)
           if cat-first-fld (w-cat-hit) = zero
              move w-fld-hit to cat-first-fld (w-cat-hit)
           else
              move w-fld-hit to fld-next (cat-last-fld (w-cat-hit))
           end-if
           move w-fld-hit to cat-last-fld (w-cat-hit).
      *
       470-find-field-exit.
           exit.
      *-----------------------------------------------------------------
      *    one value of field w-fld-hit : w-val / w-val-len and the
      *    blank, numeric and in-range switches.
      *-----------------------------------------------------------------
       480-record-value.
      *
           if fld-last-msg (w-fld-hit) not = w-msg-serial
              move w-msg-serial to fld-last-msg (w-fld-hit)
              add 1 to fld-present (w-fld-hit)
           end-if
           add 1 to fld-values (w-fld-hit)
           if w-val-len > fld-maxlen (w-fld-hit)
              move w-val-len to fld-maxlen (w-fld-hit)
           end-if
           if value-blank
              add 1 to fld-blank (w-fld-hit)
              go to 480-record-value-exit
           end-if
           if value-numeric
              add 1 to fld-numeric (w-fld-hit)
           end-if
           if number-in-range
              if fld-num-count (w-fld-hit) = zero
                 or w-num < fld-min (w-fld-hit)
                 move w-num to fld-min (w-fld-hit)
              end-if
              if fld-num-count (w-fld-hit) = zero
                 or w-num > fld-max (w-fld-hit)
                 move w-num to fld-max (w-fld-hit)
              end-if
              add 1 to fld-num-count (w-fld-hit)
              add w-num to fld-sum (w-fld-hit)
                 on size error
                    continue
              end-add
           end-if
      *
           move zero to w-val-hit
           perform varying w-val-i from 1 by 1
                   until w-val-i > fld-distinct (w-fld-hit)
                      or w-val-hit > zero
              if val-text (w-fld-hit, w-val-i) = w-val (1:32)
                 move w-val-i to w-val-hit
              end-if
           end-perform
           if w-val-hit > zero
              add 1 to val-count (w-fld-hit, w-val-hit)
              go to 480-record-value-exit
           end-if
           if fld-distinct (w-fld-hit) >= 50
              set fld-capped (w-fld-hit) to true
              go to 480-record-value-exit
           end-if
           add 1 to fld-distinct (w-fld-hit)
           move fld-distinct (w-fld-hit) to w-val-hit
           move w-val (1:32) to val-text (w-fld-hit, w-val-hit)
           move 1 to val-count (w-fld-hit, w-val-hit).
      *
       480-record-value-exit.
           exit.
      *-----------------------------------------------------------------
       600-show-report.
      *
           display ' '
           end-display
           display 'fieldprof : payload field profile, '
                   w-from-date-x ' thru ' w-to-date-x
           end-display
           perform varying w-cat-i from 1 by 1
                   until w-cat-i > w-cat-count
              perform 610-show-category
                 thru 610-show-category-exit
           end-perform
      *
           display ' '
           end-display
           display 'fieldprof : ' cnt-tl-lines ' TRANLOG line(s), '
                   cnt-profiled ' message(s) profiled'
           end-display
           if cnt-retried > 0
              display 'fieldprof : ' cnt-retried ' repeated '
                      'line(s) of a message already profiled'
              end-display
           end-if
           if cnt-test-skipped > 0
              display 'fieldprof : ' cnt-test-skipped ' test '
                      'message(s) left out (include_test=Y folds '
                      'them in)'
              end-display
           end-if
           if cnt-not-selected > 0
              display 'fieldprof : ' cnt-not-selected ' line(s) '
                      'of other categories than '
                      function trim(w-select-category)
              end-display
           end-if
           if cnt-unarchived > 0
              display 'fieldprof : ' cnt-unarchived ' message(s) '
                      'in TRANLOG but not in the archive'
              end-display
           end-if
           if cnt-nokey > 0
              display 'fieldprof : ' cnt-nokey ' encrypted '
                      'record(s) not profiled (key ring not held)'
              end-display
           end-if
           if cnt-retired > 0
              display 'fieldprof : ' cnt-retired ' retired '
                      'generation(s) skipped'
              end-display
           end-if
           if cnt-cat-full > 0
              display 'fieldprof : more than 30 categories, '
                      cnt-cat-full ' message(s) not profiled'
              end-display
           end-if
           if cnt-fld-full > 0
              display 'fieldprof : more than 600 fields, '
                      cnt-fld-full ' value(s) not profiled'
              end-display
           end-if.
      *
       600-show-report-exit.
           exit.
      *
       610-show-category.
      *
           display ' '
           end-display
           move cat-msgs (w-cat-i) to rpt-count
           if cat-is-fixed (w-cat-i)
              display 'category ' function trim(cat-name (w-cat-i))
                      ' : ' rpt-count ' message(s), FIXRULES view'
              end-display
           else
              display 'category ' function trim(cat-name (w-cat-i))
                      ' : ' rpt-count ' message(s), JSON view'
              end-display
              if cat-other (w-cat-i) > 0
                 move cat-other (w-cat-i) to rpt-count
                 display '  ' rpt-count ' message(s) not JSON, '
                         'counted only'
                 end-display
              end-if
           end-if
      *
      *    which MASKRULES apply to this category.
      *
           move 'N' to w-mask-pan-sw
           perform varying w-mask-i from 1 by 1
                   until w-mask-i > w-mask-tab-count
              if (mask-category (w-mask-i) = '*'
                  or mask-category (w-mask-i)
                     = cat-name (w-cat-i) (1:20))
                 and mask-field (w-mask-i) (1:4) = 'PAN'
                 and mask-field (w-mask-i) (5:28) = spaces
                 set mask-pan to true
              end-if
           end-perform
      *
           move cat-first-fld (w-cat-i) to w-fld-i
           perform until w-fld-i = zero
              perform 620-show-field thru 620-show-field-exit
              move fld-next (w-fld-i) to w-fld-i
           end-perform.
      *
       610-show-category-exit.
           exit.
      *
       620-show-field.
      *
           move 'N' to w-mask-field-sw
           perform varying w-mask-i from 1 by 1
                   until w-mask-i > w-mask-tab-count
              if (mask-category (w-mask-i) = '*'
                  or mask-category (w-mask-i)
                     = cat-name (w-cat-i) (1:20))
                 and mask-field (w-mask-i) = fld-name (w-fld-i)
                 set mask-this-field to true
              end-if
           end-perform
      *
           move zero to w-pct
           if cat-msgs (w-cat-i) > 0
              compute w-pct rounded =
                      fld-present (w-fld-i) * 100 / cat-msgs (w-cat-i)
           end-if
           move w-pct to rpt-pct-present
           move zero to w-pct
           if fld-values (w-fld-i) > 0
              compute w-pct rounded =
                      fld-blank (w-fld-i) * 100 / fld-values (w-fld-i)
           end-if
           move w-pct to rpt-pct-blank
           move zero to w-pct
           if fld-values (w-fld-i) > 0
              compute w-pct rounded =
                      fld-numeric (w-fld-i) * 100
                      / fld-values (w-fld-i)
           end-if
           move w-pct to rpt-pct-numeric
           move fld-maxlen (w-fld-i) to rpt-maxlen
           move fld-distinct (w-fld-i) to rpt-distinct
           if fld-capped (w-fld-i)
              move '+' to rpt-capped
           else
              move space to rpt-capped
           end-if
      *
           display '  field ' function trim(fld-name (w-fld-i))
           end-display
           display '    present ' rpt-pct-present '%  blank '
                   rpt-pct-blank '%  numeric ' rpt-pct-numeric
                   '%  maxlen ' rpt-maxlen '  distinct '
                   rpt-distinct rpt-capped
           end-display
           if fld-num-count (w-fld-i) > 0
              if mask-this-field
                 display '    min / max / avg : masked'
                 end-display
              else
                 move fld-min (w-fld-i) to rpt-min
                 move fld-max (w-fld-i) to rpt-max
                 compute w-avg rounded = fld-sum (w-fld-i)
                                       / fld-num-count (w-fld-i)
                 move w-avg to rpt-avg
                 display '    min ' function trim(rpt-min)
                         '  max ' function trim(rpt-max)
                         '  avg ' function trim(rpt-avg)
                 end-display
              end-if
           end-if
           perform 630-show-top thru 630-show-top-exit.
      *
       620-show-field-exit.
           exit.
      *
      *    the w-top most frequent values, highest count first.
      *
       630-show-top.
      *
           move all 'N' to w-shown-table
           perform varying w-top-i from 1 by 1
                   until w-top-i > w-top
              move zero to w-val-hit w-pick-count
              perform varying w-pick-i from 1 by 1
                      until w-pick-i > fld-distinct (w-fld-i)
                 if w-shown-sw (w-pick-i) = 'N'
                    and val-count (w-fld-i, w-pick-i) > w-pick-count
                    move w-pick-i to w-val-hit
                    move val-count (w-fld-i, w-pick-i)
                      to w-pick-count
                 end-if
              end-perform
              if w-val-hit > zero
                 move 'Y' to w-shown-sw (w-val-hit)
                 perform 640-mask-value thru 640-mask-value-exit
                 move w-pick-count to rpt-count
                 display '    top ' rpt-count ' ' w-masked
                 end-display
              end-if
           end-perform.
      *
       630-show-top-exit.
           exit.
      *-----------------------------------------------------------------
      *    the printed copy of value w-val-hit : a masked field
      *    keeps its last four digits, a PAN rule sweeps any 13-19
      *    digit run -- the bridge's own masking, on the value.
      *-----------------------------------------------------------------
       640-mask-value.
      *
           move val-text (w-fld-i, w-val-hit) to w-masked
           move length of w-masked to w-mk-len
           if mask-this-field
              move zero to w-mk-kept
              perform varying w-mk-i from w-mk-len by -1
                      until w-mk-i < 1
                 if w-masked (w-mk-i:1) >= '0'
                    and w-masked (w-mk-i:1) <= '9'
                    add 1 to w-mk-kept
                    if w-mk-kept > 4
                       move '*' to w-masked (w-mk-i:1)
                    end-if
                 end-if
              end-perform
           end-if
           if mask-pan
              move zero to w-mk-run
              perform varying w-mk-i from 1 by 1
                      until w-mk-i > w-mk-len + 1
                 if w-mk-i <= w-mk-len
                    and w-masked (w-mk-i:1) >= '0'
                    and w-masked (w-mk-i:1) <= '9'
                    add 1 to w-mk-run
                 else
                    if w-mk-run >= 13 and w-mk-run <= 19
                       compute w-mk-start = w-mk-i - w-mk-run
                       compute w-mk-end = w-mk-i - 5
                       perform varying w-mk-kept from w-mk-start by 1
                               until w-mk-kept > w-mk-end
                          move '*' to w-masked (w-mk-kept:1)
                       end-perform
                    end-if
                    move zero to w-mk-run
                 end-if
              end-perform
           end-if.
      *
       640-mask-value-exit.
           exit.
      *-----------------------------------------------------------------
       end program fieldprof.
