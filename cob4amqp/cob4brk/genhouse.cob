      *    retention and housekeeping for the on-disk generation
      *    files.  AUDITRET ages the Postgres MESSAGE_AUDIT table,
      *    but the AUDITLOG.yyyymmdd / ARCHIVE.DAT.yyyymmdd /
      *    TRANLOG.yyyymmdd / LEDGER.yyyymmdd generations (and
      *    their .I<id> instance variants, and the extracts)
      *    accumulated until a filesystem filled.  this job is
      *    driven by the MANIFEST cobclient's 1031-write-manifest
      *    maintains -- every
      *    generation ever opened is a line there -- and applies a
      *    three-stage policy by generation age :
      *
      *    RETIRED] -- a bare two-token line means online, exactly
      *    what cobclient writes, so an un-housekept MANIFEST reads
      *    the same as ever.
      *
      *    a generation inside the days of an ACTIVE hold in the
      *    legal hold register (LEGALHOLD, legal_hold_file ; see
      *    legalhold.cob) is never retired, whatever its age : it is
      *    treated as past keep_days only, and the run names each
      *    generation it kept and the hold that kept it.  a register
      *    that exists but can not be read stops the run before
      *    anything is retired.
      *---------------------------------------------------------------*
      *             e n v i r o n m e n t   d i v i s i o n           *
      *             =======================================           *
           select newmanifest-file assign to "MANIFEST.NEW"
                  organization line sequential
                  file status is w-newmanifest-status.
      *
           select hold-file assign to ws-hold-file
                  organization line sequential
                  file status is w-hold-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       fd  newmanifest-file
           record contains 120 characters.
       01  newmanifest-record pic x(120).
      *
       fd  hold-file.
       01  hold-record pic x(335).
      *
       working-storage section.
      *-----------------------.
          05 cnt-moved    pic 9(05) value zero.
          05 cnt-deleted  pic 9(05) value zero.
          05 cnt-failed   pic 9(05) value zero.
          05 cnt-held     pic 9(05) value zero.
      *
       01 w-call-rc            usage binary-long value zero.
      *
      *    the active legal holds, from the register.
      *
       01 ws-hold-file         pic x(100) value 'LEGALHOLD'.
       01 ws-hold-env          pic x(100).
       01 w-hold-status        pic x(02) value '00'.
       01 w-hl-count           pic 9(03) value zero.
       01 w-hl-table.
          05 hl-entry occurs 500 times pic x(335).
       01 w-hl-i               pic 9(03) value zero.
       01 w-hl-found           pic 9(03) value zero.
           copy "ww41-hold.cpy".
      *
       01  filler pic x(050)
                  value  'pgm-genhouse-ws-end'.
              not on exception
                 move w-cold-dir-env to w-cold-dir
           end-accept.
           accept ws-hold-env from environment 'legal_hold_file'
              not on exception
                 move ws-hold-env to ws-hold-file
           end-accept.
      *
           perform 1100-load-holds thru 1100-load-holds-exit
      *
           move function integer-of-date(
                function numval(function current-date (1:8)))
                   cnt-online ' left online, '
                   cnt-moved ' moved to cold, '
                   cnt-deleted ' retired, '
                   cnt-held ' kept by legal hold, '
                   cnt-failed ' action(s) failed'
           display 'end   : ' pgm-name
           if cnt-failed > 0
           exit.
      *
      * ---------------------------------------------------------------
      *    the active holds.  no register means nothing is held ; a
      *    register that can not be read, or holds more than the
      *    table, must not be guessed at -- the run stops before it
      *    retires anything.
      * ---------------------------------------------------------------
       1100-load-holds.
      *
           open input hold-file
           if w-hold-status = '35'
              go to 1100-load-holds-exit
           end-if
           if w-hold-status not = '00'
              display pgm-name ' - can not read the legal hold '
                      'register ' function trim(ws-hold-file)
                      ', status ' w-hold-status ' -- nothing done'
              move 8 to return-code
              goback
           end-if
           perform until w-hold-status = '10'
              read hold-file
                 at end
                    move '10' to w-hold-status
                 not at end
                    move hold-record to WW41-HOLD
                    if hold-record not = spaces
                       and hold-record (1:1) not = '*'
                       and WW41-IS-ACTIVE
                       if w-hl-count >= 500
                          display pgm-name ' - more than 500 active '
                                  'legal holds -- nothing done'
                          close hold-file
                          move 8 to return-code
                          goback
                       end-if
                       add 1 to w-hl-count
                       move hold-record to hl-entry (w-hl-count)
                    end-if
              end-read
           end-perform
           close hold-file
           display pgm-name ' - ' w-hl-count
                   ' active legal hold(s) from '
                   function trim(ws-hold-file).
      *
       1100-load-holds-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    apply the age policy to one MANIFEST line and write its
      *    (possibly annotated) successor to MANIFEST.NEW.  lines
      *    that do not parse travel through unchanged -- housekeeping
      *
           evaluate true
      *
      *       past the legal horizon : delete wherever it sits,
      *       unless a legal hold keeps it.
      *
              when w-gen-age > w-retention-days
                 perform 2150-find-hold thru 2150-find-hold-exit
                 if w-hl-found = zero
                    perform 2200-retire-generation
                       thru 2200-retire-generation-exit
                 else
                    perform 2160-keep-held-generation
                       thru 2160-keep-held-generation-exit
                 end-if
      *
      *       past the online window : move the online copy to the
      *       cold area ; an already-cold line travels unchanged.
      *
       2100-age-one-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the first active hold whose days take in this line's
      *    date, left in w-hl-found (zero : none).
      * ---------------------------------------------------------------
       2150-find-hold.
      *
           move zero to w-hl-found
           perform varying w-hl-i from 1 by 1
                   until w-hl-i > w-hl-count or w-hl-found > zero
              move hl-entry (w-hl-i) to WW41-HOLD
              if w-line-date >= WW41-FROM-DATE
                 and w-line-date <= WW41-TO-DATE
                 move w-hl-i to w-hl-found
              end-if
           end-perform.
      *
       2150-find-hold-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a held generation past retention : reported, and handled
      *    as if only past keep_days -- an online copy still goes to
      *    the cold area, nothing is deleted.
      * ---------------------------------------------------------------
       2160-keep-held-generation.
      *
           add 1 to cnt-held
           move hl-entry (w-hl-found) to WW41-HOLD
           display pgm-name ' - kept ' function trim(w-line-name)
                   ' (age ' w-gen-age ' days) : legal hold '
                   function trim(WW41-ID) ', '
                   function trim(WW41-REASON)
           if w-line-marker = 'COLD'
              move manifest-record to newmanifest-record
              write newmanifest-record
           else
              perform 2300-move-to-cold
                 thru 2300-move-to-cold-exit
           end-if.
      *
       2160-keep-held-generation-exit.
           exit.
      *
       2200-retire-generation.
      *
