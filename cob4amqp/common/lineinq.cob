      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   lineage inquiry against the LINEAGE store
      *            (fd-lineage.cpy, written through linwrite.cob by
      *            cobclient, dlqpolicy and repdesk).  the operator
      *            supplies any msgid -- an original, a batch, a
      *            reply, a replay -- and gets both directions of its
      *            family, however many dates it spans :
      *
      *              up   - every link from the msgid back to the
      *                     originals it was made from, generation
      *                     by generation, then the originals alone
      *              down - every message made from it, and from
      *                     those, to the last one derived
      *
      *            each link shows the relation, the other msgid and
      *            its messageUUID, when the link was made and by
      *            which program and instance -- the batch a
      *            consumer disputes lists the original postings it
      *            carried without anyone reading a payload.
      *
      *            a message the bridge derives is recorded under
      *            the name the bridge gives it, but when it is read
      *            again (a release, a replay, a repair back on the
      *            input queue) the broker's own msgid is the one in
      *            AUDITLOG, ARCHIVE and TRANLOG.  so each msgid
      *            walked carries its messageUUID -- the one given,
      *            or the archive's, as msgtrace finds it -- and a
      *            msgid with no link of its own is walked up through
      *            the links whose child went out under that uuid.
      *            those links are shown as found by uuid : every
      *            member of a family shares the uuid, so they say
      *            where the message came from, not which copy.
      * Tectonics: cobc -x -I ../copy lineinq.cob
      *     Usage: export lin_msgid=... the msgid to start from ;
      *            lin_uuid=... its messageUUID, when known (else
      *            looked up in the archive generation of
      *            q_report_date, default today ; q_archive_file is
      *            the BASE name, as for cobclient, and a generation
      *            genhouse moved is found through MANIFEST) ;
      *            q_lineage_file is the store (default LINEAGE).
      *            return code 0 when the msgid has any lineage, 1
      *            when it has none or the store can not be read.
      *-----------------------------------------------------------------
       identification division.
       program-id. lineinq.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
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
       data division.
       file section.
           copy "fd-lineage.cpy".
      *
           copy "fd-archive.cpy".
      *
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       working-storage section.
       01  ws-lineage-file     pic x(100) value 'LINEAGE'.
       01  ws-lineage-env      pic x(100).
       01  ws-lineage-status   pic x(02)  value '00'.
      *
       01  inq-msgid           pic x(61)  value spaces.
           88 no-inq-msgid     value spaces, low-values.
       01  inq-uuid            pic x(61)  value spaces.
           88 no-inq-uuid      value spaces, low-values.
      *
       01  ws-archive-file     pic x(100) value 'ARCHIVE.DAT'.
       01  ws-archive-file-env pic x(100).
       01  ws-archive-status   pic x(02)  value '00'.
       01  w-report-date       pic x(08)  value spaces.
       01  w-report-date-env   pic x(08).
       01  w-gen-name          pic x(100).
       01  ws-manifest-status  pic x(02)  value '00'.
       01  w-mf-date           pic x(08).
       01  w-mf-name           pic x(100).
       01  w-mf-marker         pic x(08).
       01  w-mf-path           pic x(100).
      *
           copy "fd-archive-ws.cpy".
      *
      *    the walk in each direction is breadth first over a table
      *    of the msgids reached so far : each entry is expanded in
      *    turn and adds the msgids it links to that are not in the
      *    table yet, so a family that joins up again (a batch of
      *    replays of one set) is shown once per link, walked once.
      *
       01  node-count          pic 9(04)  value zero.
       01  node-overflow       pic 9(04)  value zero.
       01  node-table.
           05 node-entry occurs 1000 times.
              10 node-msgid      pic x(61).
              10 node-uuid       pic x(61).
              10 node-depth      pic 9(03).
              10 node-linked-sw  pic x.
       01  node-i              pic 9(04)  value zero.
       01  node-j              pic 9(04)  value zero.
       01  found-j             pic 9(04)  value zero.
       01  walk-msgid          pic x(61).
       01  walk-uuid           pic x(61).
       01  walk-depth          pic 9(03)  value zero.
       01  next-msgid          pic x(61).
       01  next-uuid           pic x(61).
       01  by-uuid-sw          pic x      value 'N'.
           88 found-by-uuid    value 'Y'.
      *
       01  up-links            pic 9(05)  value zero.
       01  down-links          pic 9(05)  value zero.
       01  origin-count        pic 9(05)  value zero.
       01  show-depth          pic zz9.
      *-----------------------------------------------------------------
       procedure division.
      *
       000-main.
      *
           accept inq-msgid from environment 'lin_msgid'
              not on exception
                 continue
           end-accept
           if no-inq-msgid
              display 'lineinq : set lin_msgid to the message to '
                      'trace'
              end-display
              move 1 to return-code
              goback
           end-if
           accept inq-uuid from environment 'lin_uuid'
              not on exception
                 continue
           end-accept
           if no-inq-uuid
              move spaces to inq-uuid
              perform 050-uuid-from-archive
                 thru 050-uuid-from-archive-exit
           end-if
      *
      *    an unset q_lineage_file must leave the 'LINEAGE' default
      *    alone, as everywhere else.
      *
           accept ws-lineage-env from environment 'q_lineage_file'
              not on exception
                 move ws-lineage-env to ws-lineage-file
           end-accept
           open input lineage-file
           if ws-lineage-status not = '00'
              display 'lineinq : can not open lineage store '
                      function trim(ws-lineage-file)
                      ', status ' ws-lineage-status
              end-display
              move 1 to return-code
              goback
           end-if
      *
           display ' '
           end-display
           display 'lineinq : lineage of ' function trim(inq-msgid)
           end-display
           if inq-uuid not = spaces
              display 'lineinq :    messageUUID '
                      function trim(inq-uuid)
              end-display
           end-if
      *
           perform 100-walk-up thru 100-walk-up-exit
           perform 200-walk-down thru 200-walk-down-exit
      *
           close lineage-file
      *
           display ' '
           end-display
           display 'lineinq : links up ' up-links
                   ', originals ' origin-count
                   ', links down ' down-links
           end-display
           if node-overflow > 0
              display 'lineinq : family too large, ' node-overflow
                      ' msgid(s) not walked'
              end-display
           end-if
           if up-links = zero and down-links = zero
              display 'lineinq : no lineage on record for this msgid'
              end-display
              move 1 to return-code
           else
              move 0 to return-code
           end-if
           goback.
      *-----------------------------------------------------------------
      *    the msgid's messageUUID from the archive : one keyed read
      *    in the generation of q_report_date, resolved through
      *    MANIFEST the way msgtrace resolves it.  no archive, or no
      *    record, leaves the uuid blank and the walk by msgid only.
      *-----------------------------------------------------------------
       050-uuid-from-archive.
      *
           accept ws-archive-file-env from environment 'q_archive_file'
              not on exception
                 move ws-archive-file-env to ws-archive-file
           end-accept
           move function current-date (1:8) to w-report-date
           accept w-report-date-env from environment 'q_report_date'
              not on exception
                 if w-report-date-env is numeric
                    move w-report-date-env to w-report-date
                 end-if
           end-accept
           move ws-archive-file to w-gen-name
           move spaces to ws-archive-file
           string function trim(w-gen-name) delimited by size
                  '.'                       delimited by size
                  w-report-date             delimited by size
             into ws-archive-file
           end-string
      *
           open input manifest-file
           if ws-manifest-status = '00'
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
                       if w-mf-name = ws-archive-file
                          and w-mf-marker = 'COLD'
                          and w-mf-path not = spaces
                          move w-mf-path to ws-archive-file
                       end-if
                 end-read
              end-perform
              close manifest-file
           end-if
      *
           open input archive-file
           if ws-archive-status not = '00'
              go to 050-uuid-from-archive-exit
           end-if
           move inq-msgid to ww10-msgid
           read archive-file key is ww10-msgid
              invalid key
                 continue
              not invalid key
                 move ww10-uuid to inq-uuid
           end-read
           close archive-file.
      *
       050-uuid-from-archive-exit.
           exit.
      *-----------------------------------------------------------------
      *    up : the primary key leads with the child, so a START on
      *    the child alone (parent low-values) finds every parent it
      *    was made from ; a msgid with none of its own is looked
      *    for by its messageUUID (120).  a msgid with no parent
      *    either way is an original.
      *-----------------------------------------------------------------
       100-walk-up.
      *
           display ' '
           end-display
           display 'lineinq : --- up, to the originals ---'
           end-display
           move zero to node-count node-overflow
           move inq-msgid to next-msgid
           move inq-uuid to next-uuid
           move zero to walk-depth
           perform 400-add-node thru 400-add-node-exit
      *
           perform varying node-i from 1 by 1
                   until node-i > node-count
              move node-msgid (node-i) to walk-msgid
              move node-uuid (node-i) to walk-uuid
              compute walk-depth = node-depth (node-i) + 1
              perform 110-parents-of thru 110-parents-of-exit
              if node-linked-sw (node-i) = 'N'
                 and walk-uuid not = spaces
                 perform 120-parents-by-uuid
                    thru 120-parents-by-uuid-exit
              end-if
           end-perform
      *
           display ' '
           end-display
           display 'lineinq : originals'
           end-display
           perform varying node-i from 1 by 1
                   until node-i > node-count
              if node-linked-sw (node-i) = 'N'
                 add 1 to origin-count
                 display 'lineinq :    ' node-msgid (node-i)
                 end-display
              end-if
           end-perform.
      *
       100-walk-up-exit.
           exit.
      *-----------------------------------------------------------------
       110-parents-of.
      *
           move walk-msgid to lin-child-msgid
           move low-values to lin-parent-msgid
           start lineage-file key is >= lin-key
              invalid key
                 go to 110-parents-of-exit
           end-start
      *
           perform until ws-lineage-status not = '00'
              read lineage-file next
                 at end
                    continue
                 not at end
                    if lin-child-msgid = walk-msgid
                       move 'Y' to node-linked-sw (node-i)
                       add 1 to up-links
                       move lin-parent-msgid to next-msgid
                       move lin-parent-uuid to next-uuid
                       perform 300-show-link
                          thru 300-show-link-exit
                       perform 400-add-node thru 400-add-node-exit
                    else
                       move '10' to ws-lineage-status
                    end-if
              end-read
           end-perform.
      *
       110-parents-of-exit.
           exit.
      *-----------------------------------------------------------------
      *    the links whose child went out under this messageUUID.
      *    the wire carries the first 32 bytes of a uuid, so the
      *    match is on those ; a link from or to this very msgid
      *    was already walked by msgid.
      *-----------------------------------------------------------------
       120-parents-by-uuid.
      *
           move spaces to lin-child-uuid
           move walk-uuid (1:32) to lin-child-uuid
           start lineage-file key is >= lin-child-uuid
              invalid key
                 go to 120-parents-by-uuid-exit
           end-start
      *
           set found-by-uuid to true
           perform until ws-lineage-status not = '00'
              read lineage-file next
                 at end
                    continue
                 not at end
                    if lin-child-uuid (1:32) not = walk-uuid (1:32)
                       move '10' to ws-lineage-status
                    else
                       if lin-parent-msgid not = walk-msgid
                          and lin-child-msgid not = walk-msgid
                          move 'Y' to node-linked-sw (node-i)
                          add 1 to up-links
                          move lin-parent-msgid to next-msgid
                          move lin-parent-uuid to next-uuid
                          perform 300-show-link
                             thru 300-show-link-exit
                          perform 400-add-node
                             thru 400-add-node-exit
                       end-if
                    end-if
              end-read
           end-perform
           move 'N' to by-uuid-sw.
      *
       120-parents-by-uuid-exit.
           exit.
      *-----------------------------------------------------------------
      *    down : the alternate key on the parent finds every child
      *    made from a msgid, duplicates and all.
      *-----------------------------------------------------------------
       200-walk-down.
      *
           display ' '
           end-display
           display 'lineinq : --- down, to every derived message ---'
           end-display
           move zero to node-count
           move inq-msgid to next-msgid
           move inq-uuid to next-uuid
           move zero to walk-depth
           perform 400-add-node thru 400-add-node-exit
      *
           perform varying node-i from 1 by 1
                   until node-i > node-count
              move node-msgid (node-i) to walk-msgid
              compute walk-depth = node-depth (node-i) + 1
              perform 210-children-of thru 210-children-of-exit
           end-perform.
      *
       200-walk-down-exit.
           exit.
      *-----------------------------------------------------------------
       210-children-of.
      *
           move walk-msgid to lin-parent-msgid
           start lineage-file key is = lin-parent-msgid
              invalid key
                 go to 210-children-of-exit
           end-start
      *
           perform until ws-lineage-status not = '00'
              read lineage-file next
                 at end
                    continue
                 not at end
                    if lin-parent-msgid = walk-msgid
                       add 1 to down-links
                       move lin-child-msgid to next-msgid
                       move lin-child-uuid to next-uuid
                       perform 300-show-link
                          thru 300-show-link-exit
                       perform 400-add-node thru 400-add-node-exit
                    else
                       move '10' to ws-lineage-status
                    end-if
              end-read
           end-perform.
      *
       210-children-of-exit.
           exit.
      *-----------------------------------------------------------------
      *    one link, the other end's msgid first : the generation
      *    (1 is the msgid asked about's own parents or children),
      *    the relation, the msgid and messageUUID, the stamp, and
      *    the program and instance that made it.
      *-----------------------------------------------------------------
       300-show-link.
      *
           move walk-depth to show-depth
           display 'lineinq : ' show-depth ' ' lin-relation ' '
                   function trim(next-msgid)
           end-display
           if next-msgid = lin-parent-msgid
              display 'lineinq :              uuid '
                      function trim(lin-parent-uuid)
              end-display
           else
              display 'lineinq :              uuid '
                      function trim(lin-child-uuid)
              end-display
           end-if
           display 'lineinq :              at ' lin-stamp (1:8) ' '
                   lin-stamp (9:6) ' by '
                   function trim(lin-program) ' '
                   function trim(lin-instance)
                   ' from ' function trim(walk-msgid)
           end-display
           if found-by-uuid
              display 'lineinq :              found by messageUUID, '
                      'child ' function trim(lin-child-msgid)
              end-display
           end-if.
      *
       300-show-link-exit.
           exit.
      *-----------------------------------------------------------------
      *    next-msgid (with next-uuid) joins the walk at walk-depth
      *    unless it is already in the table ; a full table stops
      *    the walk growing, and says so.
      *-----------------------------------------------------------------
       400-add-node.
      *
           move zero to found-j
           perform varying node-j from 1 by 1
                   until node-j > node-count or found-j > 0
              if node-msgid (node-j) = next-msgid
                 move node-j to found-j
              end-if
           end-perform
           if found-j > 0
              go to 400-add-node-exit
           end-if
           if node-count >= 1000
              add 1 to node-overflow
              go to 400-add-node-exit
           end-if
           add 1 to node-count
           move next-msgid to node-msgid (node-count)
           move next-uuid to node-uuid (node-count)
           move walk-depth to node-depth (node-count)
           move 'N' to node-linked-sw (node-count).
      *
       400-add-node-exit.
           exit.
      *-----------------------------------------------------------------
       end program lineinq.
