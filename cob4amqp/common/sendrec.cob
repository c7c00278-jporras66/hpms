      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   sender control-total reconciliation : reconcile.cob
      *            and recdetail.cob prove the bridge agrees with
      *            itself ; this one holds each sender's own word
      *            against what the bridge received from it.  a
      *            sender publishes an end-of-day control message
      *            (controlType EOD -- message count, last
      *            sequenceNo, hash total) which cobclient records in
      *            SENDERCTL and never forwards ; here the business
      *            day's declarations are compared, sender by
      *            sender, with the distinct msgids its TRANLOG lines
      *            carry for that business date and the ARCHIVE
      *            generation holds :
      *              OK      - count, hash total and last sequenceNo
      *                        agree
      *              SHORT   - fewer messages received than declared
      *              OVER    - more messages received than declared
      *              SILENT  - declared traffic, none received
      *              HASH    - the count agrees, the payloads do not
      *              SEQ     - all else agrees, the last sequenceNo
      *                        received is not the one declared
      *              BADDECL - the declaration itself was malformed
      *              NODECL  - traffic, but no declaration (senders
      *                        that do not publish one are listed,
      *                        not failed)
      *            the hash total is the plain sum, over the day's
      *            payloads, of the payloadDigest rolling hash
      *            (h = (h * 31 + byte + 1) mod 1000000007) of each
      *            payload's bytes as sent, which every TRANLOG line
      *            carries for the bytes as received.  a message in
      *            TRANLOG but not in the archive is not counted as
      *            received -- the bridge can not prove it had it.
      *
      *            tolerance : a SHORT, OVER or SILENT sender whose
      *            count is off by no more than sendrec_tolerance
      *            messages (default 0) is reported but passes ;
      *            HASH and BADDECL never pass, SEQ and NODECL are
      *            reported only.  any sender that does not pass
      *            ends the run with return-code 1, the gate
      *            dayclose.cob reads, and the verdict (BALANCED or
      *            UNBALANCED) is appended to the OUTCOMES history.
      * Tectonics: cobc -x -I ../copy sendrec.cob
      *     Usage: export q_report_date=yyyymmdd for a business day
      *            other than today ; q_tranlog_file / q_archive_file
      *            are BASE names as everywhere else -- the report
      *            day's generations and the day before's are read,
      *            since a message that arrived after its category's
      *            cutoff belongs to the next business day --
      *            q_senderctl_file (default SENDERCTL) is the exact
      *            file ; include_test=Y folds test traffic in.
      *-----------------------------------------------------------------
       identification division.
       program-id. sendrec.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select senderctl-file assign to ws-senderctl-file
                  organization line sequential
                  file status is ws-senderctl-status.
      *
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
           select outcome-file assign to ws-outcome-file
                  organization line sequential
                  file status is ws-outcome-status.
      *
           select sort-work assign to disk.
      *
       data division.
       file section.
       fd  senderctl-file.
       01  senderctl-line pic x(300).
      *
       fd  tranlog-file.
       01  w-tranlog-line pic x(250).
      *
           copy "fd-archive.cpy".
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       fd  outcome-file.
       01  outcome-record pic x(106).
      *
       sd  sort-work.
       01  sort-rec.
           05 srt-sender       pic x(32).
           05 srt-msgid        pic x(61).
           05 srt-seqno        pic 9(18).
           05 srt-digest       pic 9(10).
           05 srt-archived     pic x(01).
      *
       working-storage section.
       01  ws-senderctl-file  pic x(100) value 'SENDERCTL'.
       01  ws-senderctl-file-env pic x(100).
       01  ws-senderctl-status pic x(02) value '00'.
       01  ws-tranlog-file    pic x(100) value 'TRANLOG'.
       01  ws-tranlog-file-env pic x(100).
       01  ws-tranlog-status  pic x(02)  value '00'.
       01  w-tranlog-base     pic x(100).
       01  ws-archive-file    pic x(100) value 'ARCHIVE.DAT'.
       01  ws-archive-file-env pic x(100).
       01  ws-archive-status  pic x(02)  value '00'.
       01  w-archive-base     pic x(100).
       01  w-archive-open-sw  pic x value 'N'.
           88 archive-open          value 'Y'.
       01  w-report-date      pic x(08)  value spaces.
       01  w-report-date-env  pic x(08).
       01  w-gen-date         pic x(08)  value spaces.
       01  w-gen-int          usage binary-long value zero.
       01  w-gen-pass         pic 9(01)  value zero.
      *
      *    MANIFEST resolution, as reconcile.cob : a COLD generation
      *    is read from its cold path, a RETIRED one is reported.
      *
       01  ws-manifest-status pic x(02)  value '00'.
       01  w-mf-date          pic x(08).
       01  w-mf-name          pic x(100).
       01  w-mf-marker        pic x(08).
       01  w-mf-path          pic x(100).
       01  w-resolve-name     pic x(100).
      *
           copy "fd-archive-ws.cpy".
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
      *    one SENDERCTL line, as cobclient's 2199-record-sender-
      *    control writes it.
      *
       01  sc-fields.
           05 sc-stamp         pic x(14).
           05 sc-bizdate       pic x(08).
           05 sc-instance      pic x(04).
           05 sc-msgid         pic x(61).
           05 sc-senderid      pic x(32).
           05 sc-count         pic x(32).
           05 sc-lastseq       pic x(32).
           05 sc-hash          pic x(32).
           05 sc-testrun       pic x(01).
           05 sc-state         pic x(03).
           05 sc-reason        pic x(32).
      *
      *    every sender of the day : its declaration (the last one
      *    recorded wins -- a sender may correct itself) and what
      *    was received from it.
      *
       01  w-snd-count        pic 9(03) value zero.
       01  w-snd-max          pic 9(03) value 300.
       01  w-sender-table.
           05 snd-entry occurs 300 times.
              10 snd-sender       pic x(32).
              10 snd-declared-sw  pic x.
                 88 snd-declared        value 'Y'.
              10 snd-bad-sw       pic x.
                 88 snd-bad             value 'Y'.
              10 snd-reason       pic x(32).
              10 snd-decl-count   pic 9(09).
              10 snd-decl-lastseq pic 9(18).
              10 snd-lastseq-sw   pic x.
                 88 snd-lastseq-given   value 'Y'.
              10 snd-decl-hash    pic 9(18).
              10 snd-recv-count   pic 9(09).
              10 snd-recv-hash    pic 9(18).
              10 snd-recv-maxseq  pic 9(18).
              10 snd-recv-unarch  pic 9(09).
              10 snd-status       pic x(08).
              10 snd-pass-sw      pic x.
                 88 snd-passes          value 'Y'.
       01  w-snd-i            pic 9(03) value zero.
       01  w-snd-hit          pic 9(03) value zero.
       01  w-find-sender      pic x(32) value spaces.
       01  w-table-full-sw    pic x value 'N'.
           88 sender-table-full     value 'Y'.
      *
      *    the sorted TRANLOG stream : one pass per sender, each
      *    msgid counted once however often it was read.
      *
       01  w-sort-eof-sw      pic x value 'N'.
           88 sort-eof              value 'Y'.
       01  w-prev-sender      pic x(32) value low-values.
       01  w-prev-msgid       pic x(61) value low-values.
       01  w-cur-count        pic 9(09) value zero.
       01  w-cur-hash         pic 9(18) value zero.
       01  w-cur-maxseq       pic 9(18) value zero.
       01  w-cur-unarch       pic 9(09) value zero.
      *
       01  w-tolerance        pic 9(09) value zero.
       01  w-tolerance-env    pic x(09).
       01  w-diff             pic s9(09) value zero.
       01  w-abs-diff         pic 9(09) value zero.
      *
       01  w-counts.
           05 cnt-decl-lines   pic 9(09) value zero.
           05 cnt-tl-lines     pic 9(09) value zero.
           05 cnt-tl-used      pic 9(09) value zero.
           05 cnt-tl-other-bd  pic 9(09) value zero.
           05 cnt-tl-nosender  pic 9(09) value zero.
           05 cnt-test-skipped pic 9(09) value zero.
           05 cnt-ok           pic 9(05) value zero.
           05 cnt-short        pic 9(05) value zero.
           05 cnt-over         pic 9(05) value zero.
           05 cnt-silent       pic 9(05) value zero.
           05 cnt-hash         pic 9(05) value zero.
           05 cnt-seq          pic 9(05) value zero.
           05 cnt-bad          pic 9(05) value zero.
           05 cnt-nodecl       pic 9(05) value zero.
           05 cnt-failing      pic 9(05) value zero.
      *
       01  w-report-line.
           05 rl-sender        pic x(20).
           05 filler           pic x(01) value space.
           05 rl-decl          pic zzzzzzzz9.
           05 filler           pic x(01) value space.
           05 rl-recv          pic zzzzzzzz9.
           05 filler           pic x(01) value space.
           05 rl-diff          pic -(8)9.
           05 filler           pic x(01) value space.
           05 rl-status        pic x(08).
           05 filler           pic x(01) value space.
           05 rl-note          pic x(40).
       01  w-seq-disp         pic z(17)9.
       01  w-hash-disp        pic z(17)9.
      *
       01  w-include-test     pic x value 'N'.
           88 include-test-traffic value 'Y'.
       01  discrepancy-sw     pic x value 'N'.
           88 discrepancy-found value 'Y'.
      *
       01  ws-outcome-file    pic x(100) value 'OUTCOMES'.
       01  ws-outcome-file-env pic x(100).
       01  ws-outcome-status  pic x(02)  value '00'.
           copy "ww43-outcome.cpy".
      *-----------------------------------------------------------------
       procedure division.
      *
       000-main.
      *
           accept w-include-test from environment 'include_test'
              not on exception
                 continue
           end-accept
           accept w-tolerance-env from environment 'sendrec_tolerance'
              not on exception
                 if function trim(w-tolerance-env) is numeric
                    move function numval(w-tolerance-env)
                      to w-tolerance
                 end-if
           end-accept
      *
           perform 050-resolve-filenames
              thru 050-resolve-filenames-exit
           perform 100-load-declarations
              thru 100-load-declarations-exit
      *
      *    sorted on sender and msgid, so a message read twice (a
      *    requeued retry, a redelivery) counts once, with no
      *    in-memory msgid table -- archcheck's distinct count.
      *
           sort sort-work on ascending key srt-sender srt-msgid
                input procedure is 200-release-tranlog
                   thru 200-release-tranlog-exit
                output procedure is 300-total-senders
                   thru 300-total-senders-exit
      *
           perform 400-settle-senders
              thru 400-settle-senders-exit
           perform 500-show-report
              thru 500-show-report-exit
           perform 600-record-outcome
              thru 600-record-outcome-exit
           if discrepancy-found
              move 1 to return-code
           else
              move 0 to return-code
           end-if
           goback.
      *-----------------------------------------------------------------
       050-resolve-filenames.
      *
      *    an unset variable must leave the default alone, same
      *    reasoning as reconcile.cob.
      *
           accept ws-senderctl-file-env from environment
                  'q_senderctl_file'
              not on exception
                 move ws-senderctl-file-env to ws-senderctl-file
           end-accept
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
      *
           move function current-date (1:8) to w-report-date
           accept w-report-date-env from environment 'q_report_date'
              not on exception
                 if w-report-date-env is numeric
                    move w-report-date-env to w-report-date
                 end-if
           end-accept.
      *
       050-resolve-filenames-exit.
           exit.
      *-----------------------------------------------------------------
      *    look the generation in w-resolve-name up in MANIFEST : a
      *    COLD annotation substitutes the cold path, RETIRED is
      *    reported by name, anything else passes through.
      *-----------------------------------------------------------------
       060-consult-manifest.
      *
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
                       evaluate w-mf-marker
                          when 'COLD'
                             if w-mf-path not = spaces
                                move w-mf-path to w-resolve-name
                             end-if
                          when 'RETIRED'
                             display 'sendrec : generation '
                                     function trim(w-mf-name)
                                     ' has been retired per the '
                                     'retention policy'
                             end-display
                          when other
                             continue
                       end-evaluate
                    end-if
              end-read
           end-perform
           close manifest-file
           move '00' to ws-manifest-status.
      *
       060-consult-manifest-exit.
           exit.
      *-----------------------------------------------------------------
      *    SENDERCTL : the declarations for the report's business
      *    day.  a later line for the same sender replaces an
      *    earlier one.
      *-----------------------------------------------------------------
       100-load-declarations.
      *
           open input senderctl-file
           if ws-senderctl-status not = '00'
              display 'sendrec : no sender control file ('
                      function trim(ws-senderctl-file)
                      '), status ' ws-senderctl-status
              end-display
              move '00' to ws-senderctl-status
              go to 100-load-declarations-exit
           end-if
           perform until ws-senderctl-status = '10'
              read senderctl-file
                 at end
                    move '10' to ws-senderctl-status
                 not at end
                    perform 110-take-declaration
                       thru 110-take-declaration-exit
              end-read
           end-perform
           close senderctl-file
           move '00' to ws-senderctl-status.
      *
       100-load-declarations-exit.
           exit.
      *
       110-take-declaration.
      *
           move spaces to sc-fields
           unstring senderctl-line delimited by ','
               into sc-stamp
                    sc-bizdate
                    sc-instance
                    sc-msgid
                    sc-senderid
                    sc-count
                    sc-lastseq
                    sc-hash
                    sc-testrun
                    sc-state
                    sc-reason
           end-unstring
           if sc-bizdate not = w-report-date
              go to 110-take-declaration-exit
           end-if
           if sc-testrun = 'T' and not include-test-traffic
              go to 110-take-declaration-exit
           end-if
           if sc-senderid = spaces
              display 'sendrec : declaration ' function trim(sc-msgid)
                      ' carries no senderId, ignored'
              end-display
              go to 110-take-declaration-exit
           end-if
           add 1 to cnt-decl-lines
           move sc-senderid to w-find-sender
           perform 150-find-sender thru 150-find-sender-exit
           if w-snd-hit = zero
              go to 110-take-declaration-exit
           end-if
      *
           move 'Y' to snd-declared-sw (w-snd-hit)
           move 'N' to snd-bad-sw (w-snd-hit)
           move 'N' to snd-lastseq-sw (w-snd-hit)
           move spaces to snd-reason (w-snd-hit)
           move zero to snd-decl-count (w-snd-hit)
                        snd-decl-lastseq (w-snd-hit)
                        snd-decl-hash (w-snd-hit)
           if sc-state not = 'OK'
              or sc-count = spaces
              or function trim(sc-count) is not numeric
              or sc-hash = spaces
              or function trim(sc-hash) is not numeric
              move 'Y' to snd-bad-sw (w-snd-hit)
              move sc-reason to snd-reason (w-snd-hit)
              go to 110-take-declaration-exit
           end-if
           move function numval(sc-count) to snd-decl-count (w-snd-hit)
           move function numval(sc-hash) to snd-decl-hash (w-snd-hit)
           if sc-lastseq not = spaces
              and function trim(sc-lastseq) is numeric
              move 'Y' to snd-lastseq-sw (w-snd-hit)
              move function numval(sc-lastseq)
                to snd-decl-lastseq (w-snd-hit)
           end-if.
      *
       110-take-declaration-exit.
           exit.
      *-----------------------------------------------------------------
      *    the table entry for w-find-sender, claimed when new ;
      *    w-snd-hit is zero only when the table is full.
      *-----------------------------------------------------------------
       150-find-sender.
      *
           move zero to w-snd-hit
           perform varying w-snd-i from 1 by 1
                   until w-snd-i > w-snd-count or w-snd-hit > zero
              if snd-sender (w-snd-i) = w-find-sender
                 move w-snd-i to w-snd-hit
              end-if
           end-perform
           if w-snd-hit > zero
              go to 150-find-sender-exit
           end-if
           if w-snd-count >= w-snd-max
              if not sender-table-full
                 set sender-table-full to true
                 set discrepancy-found to true
                 display 'sendrec : more than ' w-snd-max
                         ' senders, the rest are not reconciled'
                 end-display
              end-if
              go to 150-find-sender-exit
           end-if
           add 1 to w-snd-count
           move w-snd-count to w-snd-hit
           move w-find-sender to snd-sender (w-snd-hit)
           move 'N' to snd-declared-sw (w-snd-hit)
                       snd-bad-sw (w-snd-hit)
                       snd-lastseq-sw (w-snd-hit)
                       snd-pass-sw (w-snd-hit)
           move spaces to snd-reason (w-snd-hit)
                          snd-status (w-snd-hit)
           move zero to snd-decl-count (w-snd-hit)
                        snd-decl-lastseq (w-snd-hit)
                        snd-decl-hash (w-snd-hit)
                        snd-recv-count (w-snd-hit)
                        snd-recv-hash (w-snd-hit)
                        snd-recv-maxseq (w-snd-hit)
                        snd-recv-unarch (w-snd-hit).
      *
       150-find-sender-exit.
           exit.
      *-----------------------------------------------------------------
      *    the day before's generations, then the report day's :
      *    every line of the business day goes to the sort, marked
      *    with whether its generation's archive holds the msgid.
      *-----------------------------------------------------------------
       200-release-tranlog.
      *
           compute w-gen-int =
                   function integer-of-date
                   (function numval(w-report-date)) - 1
           move function date-of-integer(w-gen-int) to w-gen-date
           perform 210-read-generation thru 210-read-generation-exit
           move w-report-date to w-gen-date
           perform 210-read-generation thru 210-read-generation-exit.
      *
       200-release-tranlog-exit.
           exit.
      *
       210-read-generation.
      *
           move spaces to ws-tranlog-file
           string function trim(w-tranlog-base) delimited by size
                  '.'                           delimited by size
                  w-gen-date                    delimited by size
             into ws-tranlog-file
           end-string
           move ws-tranlog-file to w-resolve-name
           perform 060-consult-manifest
              thru 060-consult-manifest-exit
           move w-resolve-name to ws-tranlog-file
           move spaces to ws-archive-file
           string function trim(w-archive-base) delimited by size
                  '.'                           delimited by size
                  w-gen-date                    delimited by size
             into ws-archive-file
           end-string
           move ws-archive-file to w-resolve-name
           perform 060-consult-manifest
              thru 060-consult-manifest-exit
           move w-resolve-name to ws-archive-file
      *
           open input tranlog-file
           if ws-tranlog-status not = '00'
              display 'sendrec : no transaction log ('
                      function trim(ws-tranlog-file)
                      '), status ' ws-tranlog-status
              end-display
              move '00' to ws-tranlog-status
              go to 210-read-generation-exit
           end-if
      *
      *    a missing archive generation leaves the TRANLOG's word
      *    alone, said once ; it can not be held against anyone.
      *
           move 'N' to w-archive-open-sw
           open input archive-file
           if ws-archive-status = '00'
              set archive-open to true
           else
              display 'sendrec : no archive generation ('
                      function trim(ws-archive-file)
                      '), status ' ws-archive-status
                      ' -- TRANLOG taken as received'
              end-display
              move '00' to ws-archive-status
           end-if
      *
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
           move '00' to ws-tranlog-status
           if archive-open
              close archive-file
              move 'N' to w-archive-open-sw
           end-if.
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
           if tl-testrun = 'T' and not include-test-traffic
              add 1 to cnt-test-skipped
              go to 220-release-line-exit
           end-if
           if tl-bizdate is not numeric
              move tl-timestamp (1:8) to tl-bizdate
           end-if
           if tl-bizdate not = w-report-date
              add 1 to cnt-tl-other-bd
              go to 220-release-line-exit
           end-if
           if tl-senderid = spaces
              add 1 to cnt-tl-nosender
              go to 220-release-line-exit
           end-if
      *
           add 1 to cnt-tl-used
           move tl-senderid to srt-sender
           move tl-msgid to srt-msgid
           move zero to srt-seqno srt-digest
           if tl-seqno not = spaces
              and function trim(tl-seqno) is numeric
              move function numval(tl-seqno) to srt-seqno
           end-if
           if tl-digest not = spaces
              and function trim(tl-digest) is numeric
              move function numval(tl-digest) to srt-digest
           end-if
           move 'Y' to srt-archived
           if archive-open
              move tl-msgid to ww10-msgid
              read archive-file
                 invalid key
                    move 'N' to srt-archived
              end-read
           end-if
           release sort-rec.
      *
       220-release-line-exit.
           exit.
      *-----------------------------------------------------------------
      *    one total per sender off the sorted stream ; a msgid seen
      *    again is a retry or a redelivery of one already counted.
      *-----------------------------------------------------------------
       300-total-senders.
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
           if w-prev-sender not = low-values
              perform 320-close-sender thru 320-close-sender-exit
           end-if.
      *
       300-total-senders-exit.
           exit.
      *
       310-take-sorted.
      *
           if srt-sender not = w-prev-sender
              if w-prev-sender not = low-values
                 perform 320-close-sender thru 320-close-sender-exit
              end-if
              move srt-sender to w-prev-sender
              move low-values to w-prev-msgid
              move zero to w-cur-count w-cur-hash w-cur-maxseq
                           w-cur-unarch
           end-if
           if srt-msgid = w-prev-msgid
              go to 310-take-sorted-exit
           end-if
           move srt-msgid to w-prev-msgid
           if srt-archived = 'N'
              add 1 to w-cur-unarch
              go to 310-take-sorted-exit
           end-if
           add 1 to w-cur-count
           add srt-digest to w-cur-hash
           if srt-seqno > w-cur-maxseq
              move srt-seqno to w-cur-maxseq
           end-if.
      *
       310-take-sorted-exit.
           exit.
      *
       320-close-sender.
      *
           move w-prev-sender to w-find-sender
           perform 150-find-sender thru 150-find-sender-exit
           if w-snd-hit = zero
              go to 320-close-sender-exit
           end-if
           move w-cur-count to snd-recv-count (w-snd-hit)
           move w-cur-hash to snd-recv-hash (w-snd-hit)
           move w-cur-maxseq to snd-recv-maxseq (w-snd-hit)
           move w-cur-unarch to snd-recv-unarch (w-snd-hit).
      *
       320-close-sender-exit.
           exit.
      *-----------------------------------------------------------------
      *    each sender's status, and whether it passes the
      *    tolerance.
      *-----------------------------------------------------------------
       400-settle-senders.
      *
           perform varying w-snd-i from 1 by 1
                   until w-snd-i > w-snd-count
              perform 410-settle-one thru 410-settle-one-exit
           end-perform.
      *
       400-settle-senders-exit.
           exit.
      *
       410-settle-one.
      *
           move 'Y' to snd-pass-sw (w-snd-i)
           compute w-diff = snd-recv-count (w-snd-i)
                          - snd-decl-count (w-snd-i)
           if w-diff < zero
              compute w-abs-diff = 0 - w-diff
           else
              move w-diff to w-abs-diff
           end-if
      *
           evaluate true
              when not snd-declared (w-snd-i)
                 move 'NODECL' to snd-status (w-snd-i)
                 add 1 to cnt-nodecl
              when snd-bad (w-snd-i)
                 move 'BADDECL' to snd-status (w-snd-i)
                 add 1 to cnt-bad
                 move 'N' to snd-pass-sw (w-snd-i)
              when snd-recv-count (w-snd-i) = zero
                   and snd-decl-count (w-snd-i) > zero
                 move 'SILENT' to snd-status (w-snd-i)
                 add 1 to cnt-silent
                 if w-abs-diff > w-tolerance
                    move 'N' to snd-pass-sw (w-snd-i)
                 end-if
              when w-diff < zero
                 move 'SHORT' to snd-status (w-snd-i)
                 add 1 to cnt-short
                 if w-abs-diff > w-tolerance
                    move 'N' to snd-pass-sw (w-snd-i)
                 end-if
              when w-diff > zero
                 move 'OVER' to snd-status (w-snd-i)
                 add 1 to cnt-over
                 if w-abs-diff > w-tolerance
                    move 'N' to snd-pass-sw (w-snd-i)
                 end-if
              when snd-recv-hash (w-snd-i) not = snd-decl-hash (w-snd-i)
                 move 'HASH' to snd-status (w-snd-i)
                 add 1 to cnt-hash
                 move 'N' to snd-pass-sw (w-snd-i)
              when snd-lastseq-given (w-snd-i)
                   and snd-recv-maxseq (w-snd-i)
                       not = snd-decl-lastseq (w-snd-i)
                 move 'SEQ' to snd-status (w-snd-i)
                 add 1 to cnt-seq
              when other
                 move 'OK' to snd-status (w-snd-i)
                 add 1 to cnt-ok
           end-evaluate
           if not snd-passes (w-snd-i)
              add 1 to cnt-failing
              set discrepancy-found to true
           end-if.
      *
       410-settle-one-exit.
           exit.
      *-----------------------------------------------------------------
       500-show-report.
      *
           display ' '
           end-display
           display 'sendrec : sender control totals for business date '
                   w-report-date
           end-display
           display '  declarations       : ' cnt-decl-lines
           end-display
           display '  tranlog lines      : ' cnt-tl-lines
                   ' (' cnt-tl-used ' of this business date)'
           end-display
           if cnt-tl-nosender > 0
              display '  lines with no senderId : ' cnt-tl-nosender
              end-display
           end-if
           if cnt-test-skipped > 0
              display '  test lines excluded : ' cnt-test-skipped
                      ' (include_test=Y folds them in)'
              end-display
           end-if
           display '  tolerance          : ' w-tolerance
                   ' message(s) per sender'
           end-display
           display ' '
           end-display
           display 'sender                declared  received      diff'
                   ' status   note'
           end-display
      *
           perform varying w-snd-i from 1 by 1
                   until w-snd-i > w-snd-count
              perform 510-show-sender thru 510-show-sender-exit
           end-perform
      *
           display ' '
           end-display
           display 'sendrec : ' cnt-ok ' ok, ' cnt-short ' short, '
                   cnt-over ' over, ' cnt-silent ' silent, '
                   cnt-hash ' hash, ' cnt-seq ' seq, '
                   cnt-bad ' bad declaration(s), '
                   cnt-nodecl ' undeclared'
           end-display
           if discrepancy-found
              display 'sendrec : ** OUT OF TOLERANCE ** ' cnt-failing
                      ' sender(s)'
              end-display
           else
              display 'sendrec : every declaring sender within '
                      'tolerance'
              end-display
           end-if.
      *
       500-show-report-exit.
           exit.
      *
       510-show-sender.
      *
           move snd-sender (w-snd-i) to rl-sender
           move snd-decl-count (w-snd-i) to rl-decl
           move snd-recv-count (w-snd-i) to rl-recv
           compute rl-diff = snd-recv-count (w-snd-i)
                           - snd-decl-count (w-snd-i)
           move snd-status (w-snd-i) to rl-status
           move spaces to rl-note
           evaluate snd-status (w-snd-i)
              when 'BADDECL'
                 move snd-reason (w-snd-i) to rl-note
              when 'HASH'
                 move snd-recv-hash (w-snd-i) to w-hash-disp
                 string 'hash total received '
                        function trim(w-hash-disp)
                        delimited by size into rl-note
                 end-string
              when 'SEQ'
                 move snd-recv-maxseq (w-snd-i) to w-seq-disp
                 string 'last sequenceNo received '
                        function trim(w-seq-disp)
                        delimited by size into rl-note
                 end-string
              when 'NODECL'
                 move zero to rl-decl rl-diff
                 move 'no declaration received' to rl-note
              when other
                 if snd-passes (w-snd-i)
                    and snd-status (w-snd-i) not = 'OK'
                    move 'within tolerance' to rl-note
                 end-if
           end-evaluate
           display w-report-line
           end-display
           if snd-recv-unarch (w-snd-i) > 0
              display '    ' snd-recv-unarch (w-snd-i)
                      ' message(s) in TRANLOG but not in the archive,'
                      ' not counted as received'
              end-display
           end-if.
      *
       510-show-sender-exit.
           exit.
      *-----------------------------------------------------------------
      *    the verdict appended to the OUTCOMES history, as
      *    reconcile.cob records its own.
      *-----------------------------------------------------------------
       600-record-outcome.
      *
           accept ws-outcome-file-env from environment 'q_outcome_file'
              not on exception
                 move ws-outcome-file-env to ws-outcome-file
           end-accept
           move spaces to ww43-outcome
           move function current-date (1:14) to ww43-stamp
           move 'SENDREC' to ww43-source
           if discrepancy-found
              move 'UNBALANCED' to ww43-verdict
           else
              move 'BALANCED' to ww43-verdict
           end-if
           move w-report-date to ww43-bizdate
           string 'failing ' cnt-failing
                  ' short ' cnt-short
                  ' over ' cnt-over
                  ' silent ' cnt-silent
                  ' hash ' cnt-hash
                  delimited by size into ww43-detail
           end-string
      *
           open extend outcome-file
           if ws-outcome-status = '35'
              open output outcome-file
           end-if
           if ws-outcome-status not = '00'
              display 'sendrec : can not record the verdict in '
                      function trim(ws-outcome-file)
                      ', status ' ws-outcome-status
              end-display
              go to 600-record-outcome-exit
           end-if
           move ww43-outcome to outcome-record
           write outcome-record
           close outcome-file.
      *
       600-record-outcome-exit.
           exit.
