      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   the ACK/NAK return file for one filegate.cob run :
      *            one line per detail record of the branch system's
      *            gate file, saying what finally became of it on
      *            the bridge, so the branch can correct and resubmit
      *            only what was rejected.
      *
      *            the run is read back from the register filegate
      *            wrote (RUN line, then one PUB line per published
      *            detail), and each detail's messageUUID
      *            (GATE-<run>-<sequenceNo>) is looked for in the
      *            AUDITLOG generations from the run's date on.  the
      *            latest decisive event wins :
      *              WRITE UNPRK UNSPL BATCH  FORWARDED     ACK
      *              WRELS (warehouse)        FORWARDED     ACK
      *              DUPE                     DUPLICATE     ACK
      *              ERROR                    DEADLETTER    NAK
      *              QUARN (dlqpolicy)        QUARANTINED   NAK
      *              PARK / SPOOL / HOLD      PARKED /
      *                / WHOLD / QHOLD        SPOOLED / HELD PND
      *                / VHOLD / SCREN / SUSPD
      *              READ RELSE RPLAY ...     IN-FLIGHT     PND
      *              DEBAT (debatched)        FORWARDED     ACK
      *            a review decision (SRELS / SRJCT) sends the
      *            message back through the bridge under the same
      *            messageUUID, and the events of that pass decide.
      *            a detail the bridge debatched is carried by its
      *            children (messageUUID plus '-nnnn') : a child
      *            dead-lettered or quarantined makes the whole
      *            detail a NAK with that child's reason, whatever
      *            its siblings and the parent's DEBAT say.
      *            a detail published but never read is NOT-SEEN
      *            (PND), and a detail the run never published (the
      *            publish failed mid-file) is UNPUBLISHED (NAK).
      *            the rejectReason the bridge stamped on a
      *            dead-lettered message travels on its ERROR event
      *            (see fd-audit.cpy) and is returned with the NAK.
      *
      *            the return file is line sequential, positional
      *            like the gate file itself :
      *              HDR<senderId 8><yyyymmdd><msgCategory 20>
      *                 <run 14>
      *              ACK|NAK|PND<sequenceNo 9(9)><msgid 61>
      *                 <disposition 12><rejectReason 32>
      *              TRL<details 9(9)><ack 9(9)><nak 9(9)><pnd 9(9)>
      *                 then <disposition 12><count 9(9)> for each
      *                 of the ten dispositions above
      *            PND lines are not final : the job can simply be
      *            run again later for the same run, and the file is
      *            rebuilt whole.
      *
      *            the AUDITLOG generations are found through the
      *            MANIFEST (instance variants included), resolving
      *            moved/retired generations through the annotations
      *            genhouse.cob maintains ; with no MANIFEST the
      *            AUDITLOG.yyyymmdd generations are read by name.
      * Tectonics: cobc -x -I ../copy gateack.cob
      *     Usage: export gate_run=yyyymmddhhmmss (the run stamp
      *            filegate printed with its register name) ;
      *            gate_register / gate_ack are the register and
      *            return file BASE names (default GATEREG and
      *            GATEACK, suffixed with the run stamp) ;
      *            q_audit_file is the audit BASE name, exactly as
      *            everywhere else ; gate_ack_to=yyyymmdd is the
      *            last audit day read (default : today).
      *-----------------------------------------------------------------
       identification division.
       program-id. gateack.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select register-file assign to ws-register-file
                  organization line sequential
                  file status is ws-register-status.
      *
           select audit-file assign to ws-audit-file
                  organization line sequential
                  file status is ws-audit-status.
      *
           select ack-file assign to ws-ack-file
                  organization line sequential
                  file status is ws-ack-status.
      *
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is ws-manifest-status.
      *
       data division.
       file section.
       fd  register-file.
       01  register-record pic x(170).
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
       fd  ack-file.
       01  ack-record pic x(260).
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       working-storage section.
       01  ws-register-file    pic x(100) value spaces.
       01  ws-register-base    pic x(100) value 'GATEREG'.
       01  ws-register-env     pic x(100).
       01  ws-register-status  pic x(02)  value '00'.
       01  ws-ack-file         pic x(100) value spaces.
       01  ws-ack-base         pic x(100) value 'GATEACK'.
       01  ws-ack-env          pic x(100).
       01  ws-ack-status       pic x(02)  value '00'.
       01  ws-audit-file       pic x(100) value 'AUDITLOG'.
       01  ws-audit-file-env   pic x(100).
       01  ws-audit-status     pic x(02)  value '00'.
       01  w-audit-base        pic x(100) value spaces.
       01  w-audit-prefix-len  pic 9(03)  value zero.
      *
       01  ws-manifest-status  pic x(02)  value '00'.
       01  w-mf-date           pic x(08).
       01  w-mf-name           pic x(100).
       01  w-mf-marker         pic x(08).
       01  w-mf-path           pic x(100).
      *
       01  w-run               pic x(14)  value spaces.
       01  w-run-env           pic x(14).
       01  w-to-date           pic x(08)  value spaces.
       01  w-to-env            pic x(08).
       01  w-from-int          usage binary-long value zero.
       01  w-to-int            usage binary-long value zero.
       01  w-cur-int           usage binary-long value zero.
       01  w-cur-date          pic 9(08)  value zero.
      *
           copy "fd-audit.cpy".
      *
      *    the register as filegate wrote it.
      *
       01  w-run-seen-sw       pic x value 'N'.
           88 run-line-seen         value 'Y'.
       01  w-run-line.
           05 w-rl-type        pic x(03).
           05 w-rl-run         pic x(14).
           05 w-rl-senderid    pic x(08).
           05 w-rl-date        pic x(08).
           05 w-rl-category    pic x(20).
           05 w-rl-count-x     pic x(09).
           05 w-rl-file        pic x(100).
           05 filler           pic x(08).
       01  w-pub-line redefines w-run-line.
           05 filler           pic x(03).
           05 w-pl-seq-x       pic x(09).
           05 w-pl-seq         redefines w-pl-seq-x pic 9(09).
           05 w-pl-uuid        pic x(32).
           05 filler           pic x(126).
      *
      *    every messageUUID of the run starts GATE-<run>- and ends
      *    in the nine-digit sequenceNo, which is the subscript.
      *
       01  w-uuid-prefix       pic x(20)  value spaces.
       01  w-ev-seq-x          pic x(09).
       01  w-ev-seq            pic 9(09)  value zero.
       01  w-ev-stamp          pic x(19).
       01  w-new-disp          pic x(12).
       01  w-ev-child-sw       pic x value 'N'.
           88 ev-is-child          value 'Y'.
      *
       01  det-count           pic 9(05)  value zero.
       01  det-table.
           05 det-entry occurs 20000 times.
              10 det-published pic x(01).
              10 det-disp      pic x(12).
              10 det-stamp     pic x(19).
              10 det-msgid     pic x(61).
              10 det-reason    pic x(32).
       01  det-i               pic 9(05)  value zero.
      *
       01  disp-names.
           05 filler pic x(12) value 'FORWARDED'.
           05 filler pic x(12) value 'DUPLICATE'.
           05 filler pic x(12) value 'DEADLETTER'.
           05 filler pic x(12) value 'QUARANTINED'.
           05 filler pic x(12) value 'UNPUBLISHED'.
           05 filler pic x(12) value 'PARKED'.
           05 filler pic x(12) value 'SPOOLED'.
           05 filler pic x(12) value 'HELD'.
           05 filler pic x(12) value 'IN-FLIGHT'.
           05 filler pic x(12) value 'NOT-SEEN'.
       01  disp-table redefines disp-names.
           05 disp-name occurs 10 times pic x(12).
       01  disp-counts.
           05 disp-count occurs 10 times pic 9(09) value zero.
       01  disp-i              pic 9(02)  value zero.
      *
       01  gen-count           pic 9(03)  value zero.
       01  gen-table.
           05 gen-entry occurs 400 times.
              10 gen-date      pic x(08).
              10 gen-name      pic x(100).
              10 gen-path      pic x(100).
              10 gen-retired   pic x(01).
       01  gen-i               pic 9(03)  value zero.
       01  w-gen-found-sw      pic x value 'N'.
           88 gen-was-found         value 'Y'.
      *
       01  w-hdr-line.
           05 filler           pic x(03) value 'HDR'.
           05 w-hl-senderid    pic x(08).
           05 w-hl-date        pic x(08).
           05 w-hl-category    pic x(20).
           05 w-hl-run         pic x(14).
       01  w-det-line.
           05 w-dl-code        pic x(03).
           05 w-dl-seq         pic 9(09).
           05 w-dl-msgid       pic x(61).
           05 w-dl-disp        pic x(12).
           05 w-dl-reason      pic x(32).
       01  w-trl-line.
           05 filler           pic x(03) value 'TRL'.
           05 w-tl-details     pic 9(09).
           05 w-tl-ack         pic 9(09).
           05 w-tl-nak         pic 9(09).
           05 w-tl-pnd         pic 9(09).
           05 w-tl-disp occurs 10 times.
              10 w-tl-name     pic x(12).
              10 w-tl-count    pic 9(09).
      *
       01  w-counts.
           05 cnt-gens         pic 9(05) value zero.
           05 cnt-events       pic 9(09) value zero.
           05 cnt-ack          pic 9(09) value zero.
           05 cnt-nak          pic 9(09) value zero.
           05 cnt-pnd          pic 9(09) value zero.
      *
       01  rpt-count           pic z(08)9.
      *-----------------------------------------------------------------
       procedure division.
      *
       000-main.
      *
           accept w-run-env from environment 'gate_run'
              not on exception
                 move w-run-env to w-run
           end-accept
           if w-run is not numeric
              display 'gateack : set gate_run to the yyyymmddhhmmss '
                      'run stamp of the filegate run to acknowledge'
              end-display
              move 1 to return-code
              goback
           end-if
      *
           perform 050-resolve-filenames
              thru 050-resolve-filenames-exit
      *
           perform 100-read-register
              thru 100-read-register-exit
           if not run-line-seen
              move 1 to return-code
              goback
           end-if
      *
           perform 200-collect-generations
              thru 200-collect-generations-exit
           perform 300-scan-audit
              thru 300-scan-audit-exit
           perform 400-write-ack-file
              thru 400-write-ack-file-exit
           perform 500-show-summary
              thru 500-show-summary-exit
           goback.
      *-----------------------------------------------------------------
       050-resolve-filenames.
      *
      *    an unset variable must leave the default alone ; accepting
      *    straight into the name would blank it out instead, since a
      *    missing environment variable still runs the (uncoded) ON
      *    EXCEPTION path.
      *
           accept ws-register-env from environment 'gate_register'
              not on exception
                 move ws-register-env to ws-register-base
           end-accept
           accept ws-ack-env from environment 'gate_ack'
              not on exception
                 move ws-ack-env to ws-ack-base
           end-accept
           accept ws-audit-file-env from environment 'q_audit_file'
              not on exception
                 move ws-audit-file-env to ws-audit-file
           end-accept
           move ws-audit-file to w-audit-base
           compute w-audit-prefix-len =
                   function length(function trim(w-audit-base)) + 1
      *
           move spaces to ws-register-file
           string function trim(ws-register-base) delimited by size
                  '.'                             delimited by size
                  w-run                           delimited by size
             into ws-register-file
           end-string
           move spaces to ws-ack-file
           string function trim(ws-ack-base) delimited by size
                  '.'                        delimited by size
                  w-run                      delimited by size
             into ws-ack-file
           end-string
           move spaces to w-uuid-prefix
           string 'GATE-' delimited by size
                  w-run   delimited by size
                  '-'     delimited by size
             into w-uuid-prefix
           end-string
      *
      *    the audit days read run from the run's own date up to
      *    today -- a parked or spooled detail may be disposed of
      *    days after the file was published.
      *
           move function integer-of-date(function numval(
                w-run (1:8))) to w-from-int
           move function integer-of-date(function numval(
                function current-date (1:8))) to w-to-int
           accept w-to-env from environment 'gate_ack_to'
              not on exception
                 if w-to-env is numeric
                    move function integer-of-date(
                         function numval(w-to-env)) to w-to-int
                 end-if
           end-accept
           if w-to-int < w-from-int
              move w-from-int to w-to-int
           end-if
           move function date-of-integer(w-to-int) to w-cur-date
           move w-cur-date to w-to-date.
      *
       050-resolve-filenames-exit.
           exit.
      *-----------------------------------------------------------------
      *    the RUN line gives the header and the file's detail
      *    count, each PUB line marks one detail as published.
      *-----------------------------------------------------------------
       100-read-register.
      *
           open input register-file
           if ws-register-status not = '00'
              display 'gateack : can not open register '
                      function trim(ws-register-file) ', status '
                      ws-register-status
              end-display
              go to 100-read-register-exit
           end-if
           perform until ws-register-status = '10'
              read register-file into w-run-line
                 at end
                    move '10' to ws-register-status
                 not at end
                    perform 150-take-register-line
                       thru 150-take-register-line-exit
              end-read
           end-perform
           close register-file
           move '00' to ws-register-status
      *
           if not run-line-seen
              display 'gateack : register '
                      function trim(ws-register-file)
                      ' has no RUN line'
              end-display
           end-if.
      *
       100-read-register-exit.
           exit.
      *-----------------------------------------------------------------
       150-take-register-line.
      *
           evaluate w-rl-type
              when 'RUN'
                 if w-rl-count-x is not numeric
                    display 'gateack : register RUN line detail '
                            'count not numeric'
                    end-display
                    go to 150-take-register-line-exit
                 end-if
                 if w-rl-count-x > 20000
                    display 'gateack : run has ' w-rl-count-x
                            ' details, more than the 20000 this job '
                            'can acknowledge'
                    end-display
                    go to 150-take-register-line-exit
                 end-if
                 set run-line-seen to true
                 move w-rl-senderid to w-hl-senderid
                 move w-rl-date     to w-hl-date
                 move w-rl-category to w-hl-category
                 move w-rl-run      to w-hl-run
                 move w-rl-count-x  to det-count
                 perform varying det-i from 1 by 1
                         until det-i > det-count
                    move 'N'         to det-published (det-i)
                    move 'UNPUBLISHED' to det-disp (det-i)
                    move spaces      to det-stamp (det-i)
                                        det-msgid (det-i)
                                        det-reason (det-i)
                 end-perform
              when 'PUB'
                 if run-line-seen
                    and w-pl-seq-x is numeric
                    and w-pl-seq > 0
                    and w-pl-seq <= det-count
                    move 'Y'        to det-published (w-pl-seq)
                    move 'NOT-SEEN' to det-disp (w-pl-seq)
                 end-if
              when other
                 continue
           end-evaluate.
      *
       150-take-register-line-exit.
           exit.
      *-----------------------------------------------------------------
      *    every distinct audit generation the MANIFEST lists, dated
      *    from the run's date to the last day read.  the annotation
      *    lines genhouse.cob adds (COLD <path>, RETIRED) carry the
      *    same name and update the entry already collected.
      *-----------------------------------------------------------------
       200-collect-generations.
      *
           open input manifest-file
           if ws-manifest-status not = '00'
              move '00' to ws-manifest-status
              perform 250-generations-by-name
                 thru 250-generations-by-name-exit
              go to 200-collect-generations-exit
           end-if
           perform until ws-manifest-status = '10'
              read manifest-file
                 at end
                    move '10' to ws-manifest-status
                 not at end
                    perform 210-take-manifest-line
                       thru 210-take-manifest-line-exit
              end-read
           end-perform
           close manifest-file
           move '00' to ws-manifest-status.
      *
       200-collect-generations-exit.
           exit.
      *-----------------------------------------------------------------
       210-take-manifest-line.
      *
           move spaces to w-mf-date w-mf-name w-mf-marker w-mf-path
           unstring manifest-record delimited by all ' '
               into w-mf-date
                    w-mf-name
                    w-mf-marker
                    w-mf-path
           end-unstring
           if w-mf-name (1:w-audit-prefix-len) not =
              function concatenate(function trim(w-audit-base) '.')
              or w-mf-date < w-run (1:8)
              or w-mf-date > w-to-date
              go to 210-take-manifest-line-exit
           end-if
      *
           move 'N' to w-gen-found-sw
           perform varying gen-i from 1 by 1
                   until gen-i > gen-count or gen-was-found
              if gen-name (gen-i) = w-mf-name
                 set gen-was-found to true
              end-if
           end-perform
           if gen-was-found
              subtract 1 from gen-i
           else
              if gen-count >= 400
                 display 'gateack : more than 400 audit '
                         'generations, ' function trim(w-mf-name)
                         ' not read'
                 end-display
                 go to 210-take-manifest-line-exit
              end-if
              add 1 to gen-count
              move gen-count to gen-i
              move w-mf-date to gen-date (gen-i)
              move w-mf-name to gen-name (gen-i)
              move w-mf-name to gen-path (gen-i)
              move 'N' to gen-retired (gen-i)
           end-if
      *
           if w-mf-marker = 'COLD' and w-mf-path not = spaces
              move w-mf-path to gen-path (gen-i)
           end-if
           if w-mf-marker = 'RETIRED'
              move 'Y' to gen-retired (gen-i)
           end-if.
      *
       210-take-manifest-line-exit.
           exit.
      *-----------------------------------------------------------------
      *    no MANIFEST : the days' generations by their plain names.
      *-----------------------------------------------------------------
       250-generations-by-name.
      *
           display 'gateack : no MANIFEST, reading the audit days '
                   'by name'
           end-display
           perform varying w-cur-int from w-from-int by 1
                   until w-cur-int > w-to-int
                      or gen-count >= 400
              move function date-of-integer(w-cur-int) to w-cur-date
              add 1 to gen-count
              move w-cur-date to gen-date (gen-count)
              move spaces to gen-name (gen-count)
              string function trim(w-audit-base) delimited by size
                     '.'                         delimited by size
                     w-cur-date                  delimited by size
                into gen-name (gen-count)
              end-string
              move gen-name (gen-count) to gen-path (gen-count)
              move 'N' to gen-retired (gen-count)
           end-perform.
      *
       250-generations-by-name-exit.
           exit.
      *-----------------------------------------------------------------
       300-scan-audit.
      *
           perform varying gen-i from 1 by 1 until gen-i > gen-count
              if gen-retired (gen-i) = 'Y'
                 display 'gateack : generation '
                         function trim(gen-name (gen-i))
                         ' has been retired, its events are not '
                         'in this return file'
                 end-display
              else
                 perform 310-read-generation
                    thru 310-read-generation-exit
              end-if
           end-perform.
      *
       300-scan-audit-exit.
           exit.
      *-----------------------------------------------------------------
       310-read-generation.
      *
           move gen-path (gen-i) to ws-audit-file
           open input audit-file
           if ws-audit-status not = '00'
      *
      *       a missing generation is a day the bridge did not run,
      *       not an error.
      *
              move '00' to ws-audit-status
              go to 310-read-generation-exit
           end-if
           add 1 to cnt-gens
           perform until ws-audit-status = '10'
              read audit-file into w-audit-line
                 at end
                    move '10' to ws-audit-status
                 not at end
                    perform 320-take-event
                       thru 320-take-event-exit
              end-read
           end-perform
           close audit-file
           move '00' to ws-audit-status.
      *
       310-read-generation-exit.
           exit.
      *-----------------------------------------------------------------
      *    one audit event : only this run's messageUUIDs count.  a
      *    later event replaces the disposition already held ; at
      *    the same second only a decisive event does, so a READ
      *    never undoes the WRITE logged alongside it.
      *-----------------------------------------------------------------
       320-take-event.
      *
           move 'N' to w-ev-child-sw
           if w-audit-uuid (1:20) not = w-uuid-prefix
              go to 320-take-event-exit
           end-if
           if w-audit-uuid (30:32) not = spaces
              if w-audit-uuid (30:1) = '-'
                 and w-audit-uuid (31:4) is numeric
                 and w-audit-uuid (35:27) = spaces
                 set ev-is-child to true
              else
                 go to 320-take-event-exit
              end-if
           end-if
           move w-audit-uuid (21:9) to w-ev-seq-x
           if w-ev-seq-x is not numeric
              go to 320-take-event-exit
           end-if
           move w-ev-seq-x to w-ev-seq
           if w-ev-seq = 0 or w-ev-seq > det-count
              go to 320-take-event-exit
           end-if
           add 1 to cnt-events
      *
      *    a child only ever speaks to the detail to reject it.
      *
           if ev-is-child
              evaluate w-audit-event
                 when 'ERROR'
                    move 'DEADLETTER'  to det-disp (w-ev-seq)
                    move w-audit-reason to det-reason (w-ev-seq)
                 when 'QUARN'
                    move 'QUARANTINED' to det-disp (w-ev-seq)
                 when other
                    continue
              end-evaluate
              go to 320-take-event-exit
           end-if
      *
           evaluate w-audit-event
              when 'DEBAT'
                 if det-disp (w-ev-seq) = 'DEADLETTER'
                    or det-disp (w-ev-seq) = 'QUARANTINED'
                    go to 320-take-event-exit
                 end-if
                 move 'FORWARDED'   to w-new-disp
              when 'WRITE'
              when 'UNPRK'
              when 'UNSPL'
              when 'BATCH'
              when 'WRELS'
                 move 'FORWARDED'   to w-new-disp
              when 'DUPE '
                 if det-disp (w-ev-seq) = 'FORWARDED'
                    go to 320-take-event-exit
                 end-if
                 move 'DUPLICATE'   to w-new-disp
              when 'ERROR'
                 move 'DEADLETTER'  to w-new-disp
              when 'QUARN'
                 move 'QUARANTINED' to w-new-disp
              when 'PARK '
                 move 'PARKED'      to w-new-disp
              when 'SPOOL'
                 move 'SPOOLED'     to w-new-disp
              when 'HOLD '
              when 'WHOLD'
              when 'QHOLD'
              when 'VHOLD'
              when 'SCREN'
              when 'SUSPD'
                 move 'HELD'        to w-new-disp
              when 'READ '
              when 'RELSE'
              when 'RPLAY'
                 move 'IN-FLIGHT'   to w-new-disp
              when other
      *
      *          gap, part, conversion, routing and the like say
      *          the message was seen, nothing about its fate.
      *
                 if det-disp (w-ev-seq) = 'NOT-SEEN'
                    or det-disp (w-ev-seq) = 'UNPUBLISHED'
                    move 'IN-FLIGHT' to det-disp (w-ev-seq)
                    move w-audit-msgid to det-msgid (w-ev-seq)
                 end-if
                 go to 320-take-event-exit
           end-evaluate
      *
           move audit-record (1:19) to w-ev-stamp
           if w-ev-stamp < det-stamp (w-ev-seq)
              go to 320-take-event-exit
           end-if
           if w-ev-stamp = det-stamp (w-ev-seq)
              and w-new-disp = 'IN-FLIGHT'
              go to 320-take-event-exit
           end-if
      *
           move w-ev-stamp to det-stamp (w-ev-seq)
           move w-new-disp to det-disp (w-ev-seq)
           if w-audit-msgid not = spaces
              move w-audit-msgid to det-msgid (w-ev-seq)
           end-if
           if w-new-disp = 'DEADLETTER'
              move w-audit-reason to det-reason (w-ev-seq)
           else
              move spaces to det-reason (w-ev-seq)
           end-if.
      *
       320-take-event-exit.
           exit.
      *-----------------------------------------------------------------
      *    header, one line per detail in sequence order, trailer.
      *-----------------------------------------------------------------
       400-write-ack-file.
      *
           open output ack-file
           if ws-ack-status not = '00'
              display 'gateack : can not open return file '
                      function trim(ws-ack-file) ', status '
                      ws-ack-status
              end-display
              move 8 to return-code
              go to 400-write-ack-file-exit
           end-if
           write ack-record from w-hdr-line
      *
           perform varying det-i from 1 by 1 until det-i > det-count
              perform 410-write-one-detail
                 thru 410-write-one-detail-exit
           end-perform
      *
           move det-count to w-tl-details
           move cnt-ack   to w-tl-ack
           move cnt-nak   to w-tl-nak
           move cnt-pnd   to w-tl-pnd
           perform varying disp-i from 1 by 1 until disp-i > 10
              move disp-name (disp-i)  to w-tl-name (disp-i)
              move disp-count (disp-i) to w-tl-count (disp-i)
           end-perform
           write ack-record from w-trl-line
           close ack-file.
      *
       400-write-ack-file-exit.
           exit.
      *-----------------------------------------------------------------
       410-write-one-detail.
      *
           evaluate det-disp (det-i)
              when 'FORWARDED'
              when 'DUPLICATE'
                 move 'ACK' to w-dl-code
                 add 1 to cnt-ack
              when 'DEADLETTER'
              when 'QUARANTINED'
              when 'UNPUBLISHED'
                 move 'NAK' to w-dl-code
                 add 1 to cnt-nak
              when other
                 move 'PND' to w-dl-code
                 add 1 to cnt-pnd
           end-evaluate
           move det-i              to w-dl-seq
           move det-msgid (det-i)  to w-dl-msgid
           move det-disp (det-i)   to w-dl-disp
           move det-reason (det-i) to w-dl-reason
           write ack-record from w-det-line
      *
           perform varying disp-i from 1 by 1
                   until disp-i > 10
                      or disp-name (disp-i) = det-disp (det-i)
              continue
           end-perform
           if disp-i <= 10
              add 1 to disp-count (disp-i)
           end-if.
      *
       410-write-one-detail-exit.
           exit.
      *-----------------------------------------------------------------
       500-show-summary.
      *
           display ' '
           end-display
           display 'gateack : run ' w-run ' sender ' w-hl-senderid
                   ' category ' function trim(w-hl-category)
           end-display
           display 'gateack : audit days ' w-run (1:8) ' thru '
                   w-to-date ', ' cnt-gens ' generation(s), '
                   cnt-events ' event(s) for this run'
           end-display
           move det-count to rpt-count
           display 'gateack : details      ' rpt-count
           end-display
           move cnt-ack to rpt-count
           display 'gateack : ACK          ' rpt-count
           end-display
           move cnt-nak to rpt-count
           display 'gateack : NAK          ' rpt-count
           end-display
           move cnt-pnd to rpt-count
           display 'gateack : PND          ' rpt-count
           end-display
           perform varying disp-i from 1 by 1 until disp-i > 10
              if disp-count (disp-i) > 0
                 move disp-count (disp-i) to rpt-count
                 display 'gateack :   ' disp-name (disp-i) rpt-count
                 end-display
              end-if
           end-perform
           display 'gateack : return file '
                   function trim(ws-ack-file)
           end-display.
      *
       500-show-summary-exit.
           exit.
      *-----------------------------------------------------------------
       end program gateack.
