      *            and each discrepancy is printed by name --
      *            msgids read but never disposed, checkpointed but
      *            missing from the archive, audit WRITEs with no
      *            checkpoint, debatched parents some of whose
      *            children never arrived.  a msgid the LINEAGE
      *            store (fd-lineage.cpy) links to another -- one
      *            that went on as a batch, a set, a release or a
      *            replay, or was made from one -- is printed with
      *            that link, and counts as explained rather than as
      *            a discrepancy when the message at the other end
      *            was itself disposed of.
      * Tectonics: cobc -x -I ../copy recdetail.cob
      *     Usage: export q_report_date=yyyymmdd to reconcile a day
      *            other than today ; q_audit_file / q_archive_file
      *            are BASE names (the date suffix is applied here,
      *            exactly as cobclient applies it when writing) and
      *            q_checkpoint_file is the exact file.
      *            q_lineage_file is the lineage store (default
      *            LINEAGE), one across dates ; without it nothing
      *            is explained.
      *
      *            with report_output=CSV or JSON the findings also
      *            go to RECDETAIL.yyyymmdd.csv/.json through
      *            rptout.cob, in ww49-rptout.cpy's columns :
      *
      *              section      key     measure
      *              summary              distinct_msgids,
      *                                   untracked_msgids,
      *                                   read_not_disposed,
      *                                   checkpointed_not_archived,
      *                                   write_no_checkpoint,
      *                                   children_missing,
      *                                   explained_by_lineage,
      *                                   linked_unmatched
      *              discrepancy  msgid   read_not_disposed,
      *                                   checkpointed_not_archived,
      *                                   write_no_checkpoint (each
      *                                   1), children_declared,
      *                                   children_seen
      *              explained    msgid   relation, linked_from or
      *                                   linked_into (text : the
      *                                   relation, the other msgid)
      *              linked       msgid   the same, for a msgid still
      *                                   counted as a discrepancy :
      *                                   its link is context only
      *-----------------------------------------------------------------
       identification division.
       program-id. recdetail.
           select checkpoint-file assign to ws-checkpoint-file
                  organization line sequential
                  file status is ws-checkpoint-status.
      *
           select lineage-file assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is lin-key
                  alternate record key is lin-parent-msgid
                     with duplicates
                  alternate record key is lin-child-uuid
                     with duplicates
                  file status is ws-lineage-status.
      *
       data division.
       file section.
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
           copy "fd-archive.cpy".
      *
       fd  checkpoint-file.
       01  checkpoint-record pic x(68).
      *
           copy "fd-lineage.cpy".
      *
       working-storage section.
       01  ws-audit-file      pic x(100) value 'AUDITLOG'.
       01  ws-checkpoint-file pic x(100) value 'CHECKPOINT'.
       01  ws-checkpoint-file-env pic x(100).
       01  ws-checkpoint-status pic x(02) value '00'.
       01  ws-lineage-file    pic x(100) value 'LINEAGE'.
       01  ws-lineage-file-env pic x(100).
       01  ws-lineage-status  pic x(02)  value '00'.
       01  lineage-sw         pic x value 'N'.
           88 lineage-open    value 'Y'.
       01  w-report-date      pic x(08)  value spaces.
       01  w-report-date-env  pic x(08).
       01  w-gen-name         pic x(100).
       01  msgid-table.
           05 mid-entry occurs 20000 times.
              10 mid-msgid       pic x(61).
              10 mid-uuid        pic x(61).
              10 mid-read-sw     pic x.
              10 mid-disposed-sw pic x.
              10 mid-write-sw    pic x.
              10 mid-archive-sw  pic x.
              10 mid-ckpt-sw     pic x.
              10 mid-child-decl  pic 9(05).
              10 mid-child-seen  pic 9(05).
      *
       01  i                  pic 9(05) value zero.
       01  found-i            pic 9(05) value zero.
       01  lookup-msgid       pic x(61).
       01  child-id-len       pic 9(02) value zero.
       01  child-self-i       pic 9(05) value zero.
      *
       01  undisposed-count   pic 9(05) value zero.
       01  noarchive-count    pic 9(05) value zero.
       01  nockpt-count       pic 9(05) value zero.
       01  nochild-count      pic 9(05) value zero.
       01  discrepancy-sw     pic x value 'N'.
           88 discrepancy-found value 'Y'.
      *
      *    what the lineage store says about the msgid in hand : it
      *    went on INTO another or was made FROM one -- the link that
      *    explains it, else the first link found, as context.
      *
       01  explained-count    pic 9(05) value zero.
       01  context-count      pic 9(05) value zero.
       01  explained-sw       pic x value 'N'.
           88 msgid-explained value 'Y'.
       01  link-found-sw      pic x value 'N'.
           88 link-found      value 'Y'.
       01  other-disposed-sw  pic x value 'N'.
           88 other-disposed  value 'Y'.
       01  link-direction     pic x(04).
       01  link-other         pic x(61).
       01  link-other-uuid    pic x(61).
       01  k                  pic 9(05) value zero.
       01  unmatched-sw       pic x value 'N'.
           88 msgid-unmatched value 'Y'.
       01  expl-relation      pic x(08).
       01  expl-direction     pic x(04).
       01  expl-other         pic x(61).
      *
      *    test traffic (the testRun flag the bridge tags through
      *    every persisted record) is excluded by default, the same
      *    policy reconcile.cob applies ; include_test=Y folds it in.
      *
       01  w-include-test     pic x value 'N'.
           88 include-test-traffic value 'Y'.
      *
      *    the machine-readable copy, through rptout.cob.
      *
           copy "ww49-rptout.cpy".
      *-----------------------------------------------------------------
       procedure division.
      *
              thru 200-scan-archive-file-exit
           perform 300-scan-checkpoint-file
              thru 300-scan-checkpoint-file-exit
           perform 070-open-lineage
              thru 070-open-lineage-exit
           perform 400-show-report
              thru 400-show-report-exit
           perform 500-write-output
              thru 500-write-output-exit
           if lineage-open
              close lineage-file
           end-if
           if discrepancy-found
              move 1 to return-code
           else
                 add 1 to msgid-tab-count
                 move msgid-tab-count to found-i
                 move lookup-msgid to mid-msgid (found-i)
                 move spaces to mid-uuid (found-i)
                 move 'N' to mid-read-sw     (found-i)
                 move 'N' to mid-disposed-sw (found-i)
                 move 'N' to mid-write-sw    (found-i)
                 move 'N' to mid-archive-sw  (found-i)
                 move 'N' to mid-ckpt-sw     (found-i)
                 move zero to mid-child-decl (found-i)
                 move zero to mid-child-seen (found-i)
              else
                 add 1 to msgid-overflow
              end-if
       060-find-msgid-exit.
           exit.
      *-----------------------------------------------------------------
      *    the lineage store is one file across dates, not a
      *    generation ; one that is not there explains nothing.
      *-----------------------------------------------------------------
       070-open-lineage.
      *
           accept ws-lineage-file-env from environment
                  'q_lineage_file'
              not on exception
                 move ws-lineage-file-env to ws-lineage-file
           end-accept
           open input lineage-file
           if ws-lineage-status = '00'
              set lineage-open to true
           else
              display 'recdetail : no lineage store found, status '
                      ws-lineage-status
              end-display
           end-if.
      *
       070-open-lineage-exit.
           exit.
      *-----------------------------------------------------------------
      *    AUDITLOG : READ marks the msgid as seen ; WRITE/ERROR/
      *    DUPE/BATCH/PARK/SPOOL/RELSE mark it as disposed (PART
      *    absorbs
      *    into a set, which is a disposition of the part itself).
      *    a debatched parent is disposed of by its DEBAT, which
      *    declares how many children it was cut into ; each child
      *    arrives as a CHILD event -- seen, like a READ -- under
      *    the parent's msgid plus '-nnnn', and is counted against
      *    its parent here.
      *    WHOLD (held in the warehouse for a future deliverAfter)
      *    disposes of the message as well ; its later WRELS is a
      *    send of a message already disposed of.  so does SUSPD
      *    (held while its sender was suspended), and so do QHOLD,
      *    VHOLD and SCREN (held by the quota, velocity or blocklist
      *    screen for review).
      *    CONF/GAP/OOSEQ/LOSSY/PDUP/WRELS events carry context, not
      *    dispositions, and are skipped.
      *-----------------------------------------------------------------
       100-scan-audit-file.
              when 'PARK'
              when 'SPOOL'
              when 'RELSE'
              when 'WHOLD'
              when 'SUSPD'
              when 'QHOLD'
              when 'VHOLD'
              when 'SCREN'
              when 'DEBAT'
              when 'CHILD'
                 continue
              when other
                 go to 110-tally-audit-event-exit
           if found-i = 0
              go to 110-tally-audit-event-exit
           end-if
           if mid-uuid (found-i) = spaces
              move w-audit-uuid to mid-uuid (found-i)
           end-if
      *
      *    BATCH, PARK, SPOOL, RELSE, WHOLD, SUSPD, QHOLD, VHOLD
      *    and SCREN are dispositions too : each writes a checkpoint
      *    record at the same point WRITE/ERROR/DUPE do.
      *
           evaluate w-audit-event
              when 'READ'
                 move 'Y' to mid-read-sw (found-i)
              when 'CHILD'
                 move 'Y' to mid-read-sw (found-i)
                 perform 120-count-child
                    thru 120-count-child-exit
              when 'DEBAT'
                 move 'Y' to mid-disposed-sw (found-i)
                 if w-audit-reason (1:5) is numeric
                    move w-audit-reason (1:5)
                      to mid-child-decl (found-i)
                 end-if
              when 'WRITE'
                 move 'Y' to mid-disposed-sw (found-i)
                 move 'Y' to mid-write-sw (found-i)
              when 'PARK'
              when 'SPOOL'
              when 'RELSE'
              when 'WHOLD'
              when 'SUSPD'
              when 'QHOLD'
              when 'VHOLD'
              when 'SCREN'
                 move 'Y' to mid-disposed-sw (found-i)
           end-evaluate.
      *
       110-tally-audit-event-exit.
           exit.
      *-----------------------------------------------------------------
      *    a child's parent is its own msgid less the '-nnnn' the
      *    bridge appended.
      *-----------------------------------------------------------------
       120-count-child.
      *
           move found-i to child-self-i
           move function length(function trim(w-audit-msgid trailing))
             to child-id-len
           if child-id-len < 6
              go to 120-count-child-exit
           end-if
           subtract 5 from child-id-len
           move spaces to lookup-msgid
           move w-audit-msgid (1:child-id-len) to lookup-msgid
           perform 060-find-msgid thru 060-find-msgid-exit
           if found-i > 0
              add 1 to mid-child-seen (found-i)
           end-if
           move child-self-i to found-i.
      *
       120-count-child-exit.
           exit.
      *-----------------------------------------------------------------
       200-scan-archive-file.
      *
                          thru 060-find-msgid-exit
                       if found-i > 0
                          move 'Y' to mid-archive-sw (found-i)
                          if mid-uuid (found-i) = spaces
                             move ww10-uuid to mid-uuid (found-i)
                          end-if
                       end-if
                    end-if
              end-read
           end-if
      *
           perform varying i from 1 by 1 until i > msgid-tab-count
              perform 450-explain-by-lineage
                 thru 450-explain-by-lineage-exit
              if msgid-explained
                 add 1 to explained-count
                 display 'recdetail : explained by lineage    : '
                         mid-msgid (i)
                 end-display
                 display 'recdetail :    ' expl-relation ' '
                         expl-direction ' '
                         function trim(expl-other)
                 end-display
              end-if
              if link-found and not msgid-explained
                 add 1 to context-count
                 display 'recdetail : linked, not disposed by : '
                         mid-msgid (i)
                 end-display
                 display 'recdetail :    ' expl-relation ' '
                         expl-direction ' '
                         function trim(expl-other)
                 end-display
              end-if
              if mid-read-sw (i) = 'Y'
                 and mid-disposed-sw (i) = 'N'
                 and mid-ckpt-sw (i) = 'N'
                 and not msgid-explained
                 add 1 to undisposed-count
                 set discrepancy-found to true
                 display 'recdetail : read, never disposed    : '
              end-if
              if mid-ckpt-sw (i) = 'Y'
                 and mid-archive-sw (i) = 'N'
                 and not msgid-explained
                 add 1 to noarchive-count
                 set discrepancy-found to true
                 display 'recdetail : checkpointed, no archive : '
              end-if
              if mid-write-sw (i) = 'Y'
                 and mid-ckpt-sw (i) = 'N'
                 and not msgid-explained
                 add 1 to nockpt-count
                 set discrepancy-found to true
                 display 'recdetail : audit WRITE, no checkpoint : '
                         mid-msgid (i)
                 end-display
              end-if
              if mid-child-decl (i) > mid-child-seen (i)
                 add 1 to nochild-count
                 set discrepancy-found to true
                 display 'recdetail : debatched, children missing : '
                         mid-msgid (i) ' declared ' mid-child-decl (i)
                         ' seen ' mid-child-seen (i)
                 end-display
              end-if
           end-perform
      *
           display ' '
           display 'recdetail : WRITE without checkpoint   : '
                   nockpt-count
           end-display
           display 'recdetail : debatched, children missing: '
                   nochild-count
           end-display
           display 'recdetail : explained by lineage       : '
                   explained-count
           end-display
           display 'recdetail : linked, still unmatched    : '
                   context-count
           end-display
           if not discrepancy-found
              display 'recdetail : every msgid consistent across '
                      'audit, archive and checkpoint'
      *
       400-show-report-exit.
           exit.
      *-----------------------------------------------------------------
      *    a msgid read but never disposed, checkpointed but not
      *    archived, or written without a checkpoint may have gone
      *    on under another msgid (a batch, a set, a release, a
      *    replay) or have been made from one.  a link alone proves
      *    nothing -- a reply is linked before its request is
      *    forwarded, and a run that dies in between leaves the
      *    request undisposed -- so the msgid is only explained
      *    when the message at the other end of a link was itself
      *    disposed of or checkpointed this day, found by its msgid
      *    or, for a child the broker renamed, by the messageUUID
      *    it travels with.  the first link found is kept as
      *    context either way.  only msgids one of the three tests
      *    flags are looked up, as a parent first, then as a child.
      *-----------------------------------------------------------------
       450-explain-by-lineage.
      *
           move 'N' to explained-sw unmatched-sw link-found-sw
           if mid-read-sw (i) = 'Y'
              and mid-disposed-sw (i) = 'N'
              and mid-ckpt-sw (i) = 'N'
              set msgid-unmatched to true
           end-if
           if mid-ckpt-sw (i) = 'Y'
              and mid-archive-sw (i) = 'N'
              set msgid-unmatched to true
           end-if
           if mid-write-sw (i) = 'Y'
              and mid-ckpt-sw (i) = 'N'
              set msgid-unmatched to true
           end-if
           if not msgid-unmatched or not lineage-open
              go to 450-explain-by-lineage-exit
           end-if
      *
           move mid-msgid (i) to lin-parent-msgid
           start lineage-file key is = lin-parent-msgid
              invalid key
                 go to 450-explain-as-child
           end-start
           perform until ws-lineage-status not = '00'
                      or msgid-explained
              read lineage-file next
                 at end
                    continue
                 not at end
                    if lin-parent-msgid = mid-msgid (i)
                       move 'into' to link-direction
                       move lin-child-msgid to link-other
                       move lin-child-uuid to link-other-uuid
                       perform 455-weigh-link
                          thru 455-weigh-link-exit
                    else
                       move '10' to ws-lineage-status
                    end-if
              end-read
           end-perform
           if msgid-explained
              go to 450-explain-by-lineage-exit
           end-if.
      *
       450-explain-as-child.
      *
           move mid-msgid (i) to lin-child-msgid
           move low-values to lin-parent-msgid
           start lineage-file key is >= lin-key
              invalid key
                 go to 450-explain-by-lineage-exit
           end-start
           perform until ws-lineage-status not = '00'
                      or msgid-explained
              read lineage-file next
                 at end
                    continue
                 not at end
                    if lin-child-msgid = mid-msgid (i)
                       move 'from' to link-direction
                       move lin-parent-msgid to link-other
                       move lin-parent-uuid to link-other-uuid
                       perform 455-weigh-link
                          thru 455-weigh-link-exit
                    else
                       move '10' to ws-lineage-status
                    end-if
              end-read
           end-perform.
      *
       450-explain-by-lineage-exit.
           exit.
      *-----------------------------------------------------------------
      *    one link of msgid i : kept as context if it is the first,
      *    and the explanation if the other end was disposed of.
      *-----------------------------------------------------------------
       455-weigh-link.
      *
           if not link-found
              set link-found to true
              move lin-relation to expl-relation
              move link-direction to expl-direction
              move link-other to expl-other
           end-if
      *
           move 'N' to other-disposed-sw
           perform varying k from 1 by 1
                   until k > msgid-tab-count or other-disposed
              if k not = i
                 and (mid-disposed-sw (k) = 'Y'
                      or mid-ckpt-sw (k) = 'Y')
                 and (mid-msgid (k) = link-other
                      or (link-other-uuid not = spaces
                          and mid-uuid (k) = link-other-uuid))
                 set other-disposed to true
              end-if
           end-perform
           if other-disposed
              set msgid-explained to true
              move lin-relation to expl-relation
              move link-direction to expl-direction
              move link-other to expl-other
           end-if.
      *
       455-weigh-link-exit.
           exit.
      *-----------------------------------------------------------------
      *    the findings again, one value per row, for the dashboard ;
      *    a no-op unless report_output asks for a file.
      *-----------------------------------------------------------------
       500-write-output.
      *
           move 'OPEN' to WW49-FUNCTION
           move 'RECDETAIL' to WW49-REPORT
           move w-report-date to WW49-DATE
           call 'rptout' using WW49-RPTOUT
           if WW49-FILE = spaces
              go to 500-write-output-exit
           end-if
      *
           move 'summary' to WW49-SECTION
           move spaces to WW49-KEY
           move 'distinct_msgids' to WW49-MEASURE
           move msgid-tab-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           move 'untracked_msgids' to WW49-MEASURE
           move msgid-overflow to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           move 'read_not_disposed' to WW49-MEASURE
           move undisposed-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           move 'checkpointed_not_archived' to WW49-MEASURE
           move noarchive-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           move 'write_no_checkpoint' to WW49-MEASURE
           move nockpt-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           move 'children_missing' to WW49-MEASURE
           move nochild-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           move 'explained_by_lineage' to WW49-MEASURE
           move explained-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
           move 'linked_unmatched' to WW49-MEASURE
           move context-count to WW49-NUMBER
           perform 510-out-number thru 510-out-number-exit
      *
      *    the same four tests 400-show-report prints by name, and
      *    the lineage that explains a msgid instead.
      *
           perform varying i from 1 by 1 until i > msgid-tab-count
              move mid-msgid (i) to WW49-KEY
              perform 450-explain-by-lineage
                 thru 450-explain-by-lineage-exit
              if link-found
                 if msgid-explained
                    move 'explained' to WW49-SECTION
                 else
                    move 'linked' to WW49-SECTION
                 end-if
                 move 'relation' to WW49-MEASURE
                 move expl-relation to WW49-TEXT
                 perform 520-out-text thru 520-out-text-exit
                 move spaces to WW49-MEASURE
                 string 'linked_' expl-direction delimited by size
                   into WW49-MEASURE
                 end-string
                 move expl-other to WW49-TEXT
                 perform 520-out-text thru 520-out-text-exit
              end-if
              move 'discrepancy' to WW49-SECTION
              move 1 to WW49-NUMBER
              if mid-read-sw (i) = 'Y'
                 and mid-disposed-sw (i) = 'N'
                 and mid-ckpt-sw (i) = 'N'
                 and not msgid-explained
                 move 'read_not_disposed' to WW49-MEASURE
                 perform 510-out-number thru 510-out-number-exit
              end-if
              if mid-ckpt-sw (i) = 'Y'
                 and mid-archive-sw (i) = 'N'
                 and not msgid-explained
                 move 'checkpointed_not_archived' to WW49-MEASURE
                 perform 510-out-number thru 510-out-number-exit
              end-if
              if mid-write-sw (i) = 'Y'
                 and mid-ckpt-sw (i) = 'N'
                 and not msgid-explained
                 move 'write_no_checkpoint' to WW49-MEASURE
                 perform 510-out-number thru 510-out-number-exit
              end-if
              if mid-child-decl (i) > mid-child-seen (i)
                 move 'children_declared' to WW49-MEASURE
                 move mid-child-decl (i) to WW49-NUMBER
                 perform 510-out-number thru 510-out-number-exit
                 move 'children_seen' to WW49-MEASURE
                 move mid-child-seen (i) to WW49-NUMBER
                 perform 510-out-number thru 510-out-number-exit
              end-if
           end-perform
      *
           move 'CLOSE' to WW49-FUNCTION
           call 'rptout' using WW49-RPTOUT.
      *
       500-write-output-exit.
           exit.
      *-----------------------------------------------------------------
       510-out-number.
      *
           move 'ROW' to WW49-FUNCTION
           move 'N' to WW49-KIND
           call 'rptout' using WW49-RPTOUT.
      *
       510-out-number-exit.
           exit.
      *-----------------------------------------------------------------
       520-out-text.
      *
           move 'ROW' to WW49-FUNCTION
           move 'T' to WW49-KIND
           call 'rptout' using WW49-RPTOUT.
      *
       520-out-text-exit.
           exit.
      *-----------------------------------------------------------------
       end program recdetail.
