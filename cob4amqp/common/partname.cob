      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   the partner name every report prints next to a
      *            senderId, from the partner master (fd-partner.cpy,
      *            q_partner_file, default PARTNERS) : the partner's
      *            short name, or its legal name when it has none.
      *            the master is opened on the first call and kept
      *            open for the rest of the run ; a senderId not on
      *            it -- or no master at all -- gets spaces back, so
      *            a report prints the bare senderId as it always
      *            did.
      * Tectonics: cobc -m -I ../copy partname.cob
      *     Usage: CALL 'partname' USING sender x(32), name x(40)
      *-----------------------------------------------------------------
       identification division.
       program-id. partname.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select partner-file assign to disk
                  organization is indexed
                  access mode is random
                  record key is ptnr-sender
                  file status is ws-partner-status.
      *
       data division.
       file section.
           copy "fd-partner.cpy".
      *
       working-storage section.
       01 pgm-name pic x(15)
                 value 'partname.cob'.
      *
       01 ws-partner-file      pic x(100) value 'PARTNERS'.
       01 ws-partner-env       pic x(100).
       01 ws-partner-status    pic x(02)  value '00'.
       01 w-state              pic x(01)  value 'C'.
           88 master-closed         value 'C'.
           88 master-open           value 'O'.
           88 master-absent         value 'A'.
      *
       linkage section.
       01 lnk_sender     pic x(32).
       01 lnk_name       pic x(40).
      *-----------------------------------------------------------------
       procedure division using
               by reference lnk_sender,
               by reference lnk_name.
      *
       000-main.
      *
           move spaces to lnk_name
           if master-closed
              perform 100-open-master
                 thru 100-open-master-exit
           end-if
           if not master-open
              or lnk_sender = spaces or lnk_sender = low-values
              goback
           end-if
      *
           move lnk_sender to ptnr-sender
           read partner-file
              invalid key
                 goback
           end-read
           if ptnr-short-name not = spaces
              move ptnr-short-name to lnk_name
           else
              move ptnr-legal-name to lnk_name
           end-if
           goback.
      *-----------------------------------------------------------------
       100-open-master.
      *
           accept ws-partner-env from environment 'q_partner_file'
              not on exception
                 move ws-partner-env to ws-partner-file
           end-accept
           open input partner-file
           if ws-partner-status = '00'
              set master-open to true
           else
              set master-absent to true
           end-if.
      *
       100-open-master-exit.
           exit.
      *
       end program partname.
