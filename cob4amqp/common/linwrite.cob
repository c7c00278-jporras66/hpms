      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   the one writer of the LINEAGE store
      *            (fd-lineage.cpy, q_lineage_file, default LINEAGE) :
      *            cobclient, dlqpolicy, dlqtool and repdesk hand it
      *            each parent-to-child link as they make the child, so
      *            a disputed batch, a reply or a replay can be
      *            traced back to the msgids it came from without
      *            anyone reading payloads.  the store is opened i-o
      *            on the first call (made the first time it is
      *            missing) and shared with every other instance
      *            under the record lock, as QUOTAUSE is.
      * Tectonics: cobc -m -I ../copy linwrite.cob
      *     Usage: CALL 'linwrite' USING WW51-LINEAGE
      *            (ww51-lineage.cpy) -- LINK per link, CLOSE at
      *            the end of the run.
      *-----------------------------------------------------------------
       identification division.
       program-id. linwrite.
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
                  sharing with all other
                  lock mode is automatic
                  file status is ws-lineage-status.
      *
       data division.
       file section.
           copy "fd-lineage.cpy".
      *
       working-storage section.
       01 pgm-name pic x(15)
                 value 'linwrite.cob'.
      *
       01 ws-lineage-file      pic x(100) value 'LINEAGE'.
       01 ws-lineage-env       pic x(100).
       01 ws-lineage-status    pic x(02)  value '00'.
       01 w-state              pic x(01)  value 'C'.
           88 store-closed          value 'C'.
           88 store-open            value 'O'.
           88 store-absent          value 'A'.
       01 w-cut                pic 9(02)  value zero.
      *
       linkage section.
           copy "ww51-lineage.cpy".
      *-----------------------------------------------------------------
       procedure division using
               by reference WW51-LINEAGE.
      *
       000-main.
      *
           evaluate WW51-FUNCTION
              when 'LINK'
                 perform 100-link thru 100-link-exit
              when 'CLOSE'
                 if store-open
                    close lineage-file
                    set store-closed to true
                 end-if
              when other
                 continue
           end-evaluate
           goback.
      *-----------------------------------------------------------------
       100-link.
      *
           if store-closed
              perform 200-open-store thru 200-open-store-exit
           end-if
           if not store-open
              move ws-lineage-status to WW51-STATUS
              go to 100-link-exit
           end-if
      *
      *    a child the broker named without telling us is named
      *    after its parent, the debatch children's way.
      *
           if WW51-CHILD-MSGID = spaces
              move function length(function trim(WW51-PARENT-MSGID
                   trailing)) to w-cut
              if w-cut > 52
                 move 52 to w-cut
              end-if
              string WW51-PARENT-MSGID (1:w-cut) delimited by size
                     '-'                          delimited by size
                     WW51-RELATION          delimited by space
                into WW51-CHILD-MSGID
              end-string
           end-if
      *
           move spaces to lin-record
           move WW51-CHILD-MSGID  to lin-child-msgid
           move WW51-PARENT-MSGID to lin-parent-msgid
           move WW51-RELATION     to lin-relation
           move WW51-CHILD-UUID   to lin-child-uuid
           move WW51-PARENT-UUID  to lin-parent-uuid
           move function current-date (1:16) to lin-stamp
           move WW51-INSTANCE     to lin-instance
           move WW51-PROGRAM      to lin-program
           write lin-record
           move ws-lineage-status to WW51-STATUS
           if ws-lineage-status not = '00'
              and ws-lineage-status not = '02'
              and ws-lineage-status not = '22'
              display pgm-name ' - lineage ' function trim(lin-relation)
                      ' ' function trim(lin-parent-msgid)
                      ' not recorded, status ' ws-lineage-status
              end-display
           end-if.
      *
       100-link-exit.
           exit.
      *-----------------------------------------------------------------
       200-open-store.
      *
           accept ws-lineage-env from environment 'q_lineage_file'
              not on exception
                 move ws-lineage-env to ws-lineage-file
           end-accept
           open i-o lineage-file
           if ws-lineage-status = '35'
              open output lineage-file
              close lineage-file
              open i-o lineage-file
           end-if
           if ws-lineage-status = '00'
              set store-open to true
           else
              set store-absent to true
              display pgm-name ' - can not open lineage store '
                      function trim(ws-lineage-file)
                      ', status ' ws-lineage-status
                      ', links not recorded'
              end-display
           end-if.
      *
       200-open-store-exit.
           exit.
      *
       end program linwrite.
