      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   configuration drift report over the CFGHIST file
      *            cobclient's 1070-fingerprint-controls keeps (run
      *            id,stamp,table,file,size,digest,last-change,
      *            lines,state -- one line per control table per
      *            run) : for two runs, or the configurations in
      *            force on two dates, lists which control tables
      *            changed and prints the added, removed and changed
      *            lines of each, from the table versions cobclient
      *            keeps next to the history (history base + '.' +
      *            table + '.' + digest).  an incident review can
      *            then tie an outcome change to the exact rule
      *            change instead of asking around.
      *
      *            lines are matched whole first ; what is left is
      *            paired on its key (the text before the first ','
      *            or '=') as a changed line, and anything still
      *            unpaired was added or removed.
      * Tectonics: cobc -x -I ../copy cfgdrift.cob
      *     Usage: export drift_from= and drift_to= as either a run
      *            id (as cobclient logs it : instance-yyyymmddhhmmss)
      *            or a date yyyymmdd, meaning the last run started
      *            on or before that day ; drift_to defaults to
      *            today.  q_cfghist_file names the history (default
      *            CFGHIST).
      *-----------------------------------------------------------------
       identification division.
       program-id. cfgdrift.
      *
       environment      division.
       configuration    section.
       input-output     section.
       file-control.
           select cfghist-file assign to ws-cfghist-file
                  organization line sequential
                  file status is ws-cfghist-status.
      *
           select cfgsnap-file assign to ws-cfgsnap-file
                  organization line sequential
                  file status is ws-cfgsnap-status.
      *
       data division.
       file section.
       fd  cfghist-file.
       01  cfghist-record      pic x(250).
      *
       fd  cfgsnap-file.
       01  cfgsnap-line        pic x(256).
      *
       working-storage section.
       01  ws-cfghist-file     pic x(100) value 'CFGHIST'.
       01  ws-cfghist-file-env pic x(100).
       01  ws-cfghist-status   pic x(02)  value '00'.
       01  ws-cfgsnap-file     pic x(120) value spaces.
       01  ws-cfgsnap-status   pic x(02)  value '00'.
      *
      *    the two selectors, and the run each resolves to.
      *
       01  w-from-sel          pic x(30)  value spaces.
       01  w-to-sel            pic x(30)  value spaces.
       01  w-to-sel-env        pic x(30).
       01  w-from-run          pic x(20)  value spaces.
       01  w-to-run            pic x(20)  value spaces.
       01  w-from-best         pic x(14)  value spaces.
       01  w-to-best           pic x(14)  value spaces.
      *
      *    one history line, as unstrung.
      *
       01  ch-runid            pic x(20).
       01  ch-stamp            pic x(14).
       01  ch-table            pic x(10).
       01  ch-file             pic x(100).
       01  ch-size             pic x(10).
       01  ch-digest           pic x(10).
       01  ch-lastchg          pic x(14).
       01  ch-lines            pic x(06).
       01  ch-state            pic x(06).
      *
      *    the tables of each run ; cobclient fingerprints seventeen.
      *
       01  fr-tab-count        pic 9(02) value zero.
       01  from-table.
           05 fr-entry occurs 20 times.
              10 fr-table      pic x(10).
              10 fr-digest     pic x(10).
              10 fr-lastchg    pic x(14).
              10 fr-lines      pic x(06).
              10 fr-state      pic x(06).
       01  to-tab-count        pic 9(02) value zero.
       01  to-table.
           05 to-entry occurs 20 times.
              10 to-table-name pic x(10).
              10 to-digest     pic x(10).
              10 to-lastchg    pic x(14).
              10 to-lines      pic x(06).
              10 to-state      pic x(06).
       01  w-to-used.
           05 to-used-sw       pic x occurs 20 times.
      *
      *    the two versions of one changed table.
      *
       01  old-count           pic 9(04) value zero.
       01  old-table.
           05 old-entry occurs 500 times.
              10 old-line      pic x(256).
              10 old-match-sw  pic x.
       01  new-count           pic 9(04) value zero.
       01  new-table.
           05 new-entry occurs 500 times.
              10 new-line      pic x(256).
              10 new-match-sw  pic x.
       01  w-load-side         pic x(01) value spaces.
       01  w-load-digest       pic x(10) value spaces.
       01  w-load-table        pic x(10) value spaces.
       01  w-load-ok-sw        pic x value 'N'.
           88 version-loaded       value 'Y'.
       01  w-old-key           pic x(60).
       01  w-new-key           pic x(60).
       01  w-found-sw          pic x value 'N'.
           88 line-found           value 'Y'.
      *
       01  w-verdict           pic x(10) value spaces.
       01  cnt-changed         pic 9(03) value zero.
       01  cnt-same            pic 9(03) value zero.
       01  cnt-added-lines     pic 9(05) value zero.
       01  cnt-removed-lines   pic 9(05) value zero.
       01  cnt-changed-lines   pic 9(05) value zero.
      *
       01  i                   pic 9(04) value zero.
       01  j                   pic 9(04) value zero.
       01  k                   pic 9(04) value zero.
       01  m                   pic 9(04) value zero.
      *-----------------------------------------------------------------
       procedure division.
      *
       000-main.
      *
      *    an unset q_cfghist_file must leave the 'CFGHIST' default
      *    alone ; a missing environment variable still runs the
      *    (uncoded) ON EXCEPTION path.
      *
           accept ws-cfghist-file-env from environment 'q_cfghist_file'
              not on exception
                 move ws-cfghist-file-env to ws-cfghist-file
           end-accept
           accept w-from-sel from environment 'drift_from'
              not on exception
                 continue
           end-accept
      *
      *    an unset drift_to must leave today's date alone, same
      *    reasoning as q_cfghist_file above.
      *
           move function current-date (1:8) to w-to-sel
           accept w-to-sel-env from environment 'drift_to'
              not on exception
                 move w-to-sel-env to w-to-sel
           end-accept
           if w-from-sel = spaces
              display 'cfgdrift : drift_from must name a run id '
                      'or a date yyyymmdd'
              end-display
              move 1 to return-code
              goback
           end-if
      *
           perform 100-resolve-runs
              thru 100-resolve-runs-exit
           if w-from-run = spaces or w-to-run = spaces
              display 'cfgdrift : no configuration history for '
                      function trim(w-from-sel) ' / '
                      function trim(w-to-sel) ' in '
                      function trim(ws-cfghist-file)
              end-display
              move 1 to return-code
              goback
           end-if
      *
           perform 200-load-runs
              thru 200-load-runs-exit
           perform 400-show-report
              thru 400-show-report-exit
           goback.
      *-----------------------------------------------------------------
      *    first pass : a run id selects itself ; a date selects the
      *    last run started on or before it.
      *-----------------------------------------------------------------
       100-resolve-runs.
      *
           open input cfghist-file
           if ws-cfghist-status not = '00'
              display 'cfgdrift : can not open '
                      function trim(ws-cfghist-file) ', status '
                      ws-cfghist-status
              end-display
              move 1 to return-code
              goback
           end-if
           perform until ws-cfghist-status = '10'
              read cfghist-file
                 at end
                    move '10' to ws-cfghist-status
                 not at end
                    perform 110-split-line
                       thru 110-split-line-exit
                    perform 120-consider-line
                       thru 120-consider-line-exit
              end-read
           end-perform
           close cfghist-file
           move '00' to ws-cfghist-status.
      *
       100-resolve-runs-exit.
           exit.
      *
       110-split-line.
      *
           move spaces to ch-runid ch-stamp ch-table ch-file ch-size
                          ch-digest ch-lastchg ch-lines ch-state
           unstring cfghist-record delimited by ','
               into ch-runid
                    ch-stamp
                    ch-table
                    ch-file
                    ch-size
                    ch-digest
                    ch-lastchg
                    ch-lines
                    ch-state
           end-unstring.
      *
       110-split-line-exit.
           exit.
      *
       120-consider-line.
      *
           if w-from-sel (1:8) is numeric and w-from-sel (9:) = spaces
              if ch-stamp (1:8) <= w-from-sel (1:8)
                 and ch-stamp >= w-from-best
                 move ch-stamp to w-from-best
                 move ch-runid to w-from-run
              end-if
           else
              if ch-runid = w-from-sel
                 move ch-runid to w-from-run
              end-if
           end-if
      *
           if w-to-sel (1:8) is numeric and w-to-sel (9:) = spaces
              if ch-stamp (1:8) <= w-to-sel (1:8)
                 and ch-stamp >= w-to-best
                 move ch-stamp to w-to-best
                 move ch-runid to w-to-run
              end-if
           else
              if ch-runid = w-to-sel
                 move ch-runid to w-to-run
              end-if
           end-if.
      *
       120-consider-line-exit.
           exit.
      *-----------------------------------------------------------------
      *    second pass : the fingerprints of the two runs.
      *-----------------------------------------------------------------
       200-load-runs.
      *
           open input cfghist-file
           perform until ws-cfghist-status = '10'
              read cfghist-file
                 at end
                    move '10' to ws-cfghist-status
                 not at end
                    perform 110-split-line
                       thru 110-split-line-exit
                    if ch-runid = w-from-run and fr-tab-count < 20
                       add 1 to fr-tab-count
                       move ch-table   to fr-table (fr-tab-count)
                       move ch-digest  to fr-digest (fr-tab-count)
                       move ch-lastchg to fr-lastchg (fr-tab-count)
                       move ch-lines   to fr-lines (fr-tab-count)
                       move ch-state   to fr-state (fr-tab-count)
                    end-if
                    if ch-runid = w-to-run and to-tab-count < 20
                       add 1 to to-tab-count
                       move ch-table  to to-table-name (to-tab-count)
                       move ch-digest  to to-digest (to-tab-count)
                       move ch-lastchg to to-lastchg (to-tab-count)
                       move ch-lines   to to-lines (to-tab-count)
                       move ch-state   to to-state (to-tab-count)
                    end-if
              end-read
           end-perform
           close cfghist-file
           move '00' to ws-cfghist-status.
      *
       200-load-runs-exit.
           exit.
      *-----------------------------------------------------------------
      *    one version of one table into the old or the new side.
      *-----------------------------------------------------------------
       300-load-version.
      *
           move 'N' to w-load-ok-sw
           move spaces to ws-cfgsnap-file
           string function trim(ws-cfghist-file) delimited by size
                  '.' delimited by size
                  function trim(w-load-table) delimited by size
                  '.' delimited by size
                  w-load-digest delimited by size
             into ws-cfgsnap-file
           end-string
           if w-load-side = 'O'
              move zero to old-count
           else
              move zero to new-count
           end-if
           open input cfgsnap-file
           if ws-cfgsnap-status not = '00'
              move '00' to ws-cfgsnap-status
              go to 300-load-version-exit
           end-if
           set version-loaded to true
           perform until ws-cfgsnap-status = '10'
              read cfgsnap-file
                 at end
                    move '10' to ws-cfgsnap-status
                 not at end
                    if w-load-side = 'O' and old-count < 500
                       add 1 to old-count
                       move cfgsnap-line to old-line (old-count)
                       move 'N' to old-match-sw (old-count)
                    end-if
                    if w-load-side = 'N' and new-count < 500
                       add 1 to new-count
                       move cfgsnap-line to new-line (new-count)
                       move 'N' to new-match-sw (new-count)
                    end-if
              end-read
           end-perform
           close cfgsnap-file
           move '00' to ws-cfgsnap-status.
      *
       300-load-version-exit.
           exit.
      *-----------------------------------------------------------------
      *    the report : every table of either run, and the line
      *    differences of each one that changed.
      *-----------------------------------------------------------------
       400-show-report.
      *
           display 'cfgdrift : configuration drift'
           end-display
           display '  from run  : ' w-from-run ' (selected by '
                   function trim(w-from-sel) ')'
           end-display
           display '  to run    : ' w-to-run ' (selected by '
                   function trim(w-to-sel) ')'
           end-display
           display '  history   : ' function trim(ws-cfghist-file)
           end-display
           display ' '
           end-display
           display '  table      from digest to digest   '
                   'last changed   verdict'
           end-display
      *
           move spaces to w-to-used
           perform varying i from 1 by 1 until i > fr-tab-count
              move zero to k
              perform varying j from 1 by 1 until j > to-tab-count
                 if to-table-name (j) = fr-table (i) and k = zero
                    move j to k
                 end-if
              end-perform
              if k = zero
                 move 'DROPPED' to w-verdict
                 display '  ' fr-table (i) ' ' fr-digest (i) ' '
                         '          ' ' '
                         fr-lastchg (i) ' ' w-verdict
                 end-display
                 add 1 to cnt-changed
              else
                 move 'Y' to to-used-sw (k)
                 evaluate true
                    when fr-state (i) = to-state (k)
                         and fr-digest (i) = to-digest (k)
                       move 'same' to w-verdict
                       add 1 to cnt-same
                    when fr-state (i) not = 'LOADED'
                       move 'CREATED' to w-verdict
                       add 1 to cnt-changed
                    when to-state (k) not = 'LOADED'
                       move 'DELETED' to w-verdict
                       add 1 to cnt-changed
                    when other
                       move 'CHANGED' to w-verdict
                       add 1 to cnt-changed
                 end-evaluate
                 display '  ' fr-table (i) ' ' fr-digest (i) ' '
                         to-digest (k) ' ' to-lastchg (k) ' '
                         w-verdict
                 end-display
              end-if
           end-perform
           perform varying j from 1 by 1 until j > to-tab-count
              if to-used-sw (j) not = 'Y'
                 move 'NEW TABLE' to w-verdict
                 add 1 to cnt-changed
                 display '  ' to-table-name (j) ' '
                         '          ' ' ' to-digest (j) ' '
                         to-lastchg (j) ' ' w-verdict
                 end-display
              end-if
           end-perform
      *
      *    then the lines, table by table.
      *
           perform varying i from 1 by 1 until i > fr-tab-count
              perform varying j from 1 by 1 until j > to-tab-count
                 if to-table-name (j) = fr-table (i)
                    and (fr-digest (i) not = to-digest (j)
                         or fr-state (i) not = to-state (j))
                    perform 500-show-table-diff
                       thru 500-show-table-diff-exit
                 end-if
              end-perform
           end-perform
      *
           display ' '
           end-display
           display 'cfgdrift : ' cnt-changed ' table(s) changed, '
                   cnt-same ' unchanged ; ' cnt-added-lines
                   ' line(s) added, ' cnt-removed-lines
                   ' removed, ' cnt-changed-lines ' changed'
           end-display.
      *
       400-show-report-exit.
           exit.
      *-----------------------------------------------------------------
      *    one changed table, fr-entry (i) against to-entry (j).  a
      *    table absent on one side compares against no lines.
      *-----------------------------------------------------------------
       500-show-table-diff.
      *
           display ' '
           end-display
           display '  ' function trim(fr-table (i)) ' : '
                   function trim(fr-digest (i)) ' -> '
                   function trim(to-digest (j))
           end-display
      *
           move 'O' to w-load-side
           move fr-table (i) to w-load-table
           move fr-digest (i) to w-load-digest
           if fr-state (i) = 'LOADED'
              perform 300-load-version
                 thru 300-load-version-exit
              if not version-loaded
                 display '    (no copy of version '
                         function trim(fr-digest (i)) ' kept)'
                 end-display
                 go to 500-show-table-diff-exit
              end-if
           else
              move zero to old-count
           end-if
           move 'N' to w-load-side
           move to-digest (j) to w-load-digest
           if to-state (j) = 'LOADED'
              perform 300-load-version
                 thru 300-load-version-exit
              if not version-loaded
                 display '    (no copy of version '
                         function trim(to-digest (j)) ' kept)'
                 end-display
                 go to 500-show-table-diff-exit
              end-if
           else
              move zero to new-count
           end-if
      *
      *    identical lines cancel out first ...
      *
           perform varying k from 1 by 1 until k > old-count
              move 'N' to w-found-sw
              perform 510-match-whole-line
                 thru 510-match-whole-line-exit
           end-perform
      *
      *    ... then what is left pairs up on its key ...
      *
           perform varying k from 1 by 1 until k > old-count
              if old-match-sw (k) = 'N'
                 perform 520-match-on-key
                    thru 520-match-on-key-exit
              end-if
           end-perform
      *
      *    ... and the rest was removed or added.
      *
           perform varying k from 1 by 1 until k > old-count
              if old-match-sw (k) = 'N'
                 add 1 to cnt-removed-lines
                 display '    removed  - '
                         function trim(old-line (k) trailing)
                 end-display
              end-if
           end-perform
           perform varying k from 1 by 1 until k > new-count
              if new-match-sw (k) = 'N'
                 add 1 to cnt-added-lines
                 display '    added    + '
                         function trim(new-line (k) trailing)
                 end-display
              end-if
           end-perform.
      *
       500-show-table-diff-exit.
           exit.
      *
       510-match-whole-line.
      *
           perform 511-try-whole-line
              thru 511-try-whole-line-exit
              varying m from 1 by 1
              until m > new-count or line-found.
      *
       510-match-whole-line-exit.
           exit.
      *
       511-try-whole-line.
      *
           if new-match-sw (m) = 'N'
              and new-line (m) = old-line (k)
              move 'Y' to new-match-sw (m)
              move 'Y' to old-match-sw (k)
              set line-found to true
           end-if.
      *
       511-try-whole-line-exit.
           exit.
      *
       520-match-on-key.
      *
           move spaces to w-old-key
           unstring old-line (k) delimited by ',' or '='
               into w-old-key
           end-unstring
           move 'N' to w-found-sw
           perform 521-try-key
              thru 521-try-key-exit
              varying m from 1 by 1
              until m > new-count or line-found.
      *
       520-match-on-key-exit.
           exit.
      *
       521-try-key.
      *
           if new-match-sw (m) not = 'N'
              go to 521-try-key-exit
           end-if
           move spaces to w-new-key
           unstring new-line (m) delimited by ',' or '='
               into w-new-key
           end-unstring
           if w-new-key not = w-old-key or w-old-key = spaces
              go to 521-try-key-exit
           end-if
           move 'Y' to new-match-sw (m)
           move 'Y' to old-match-sw (k)
           set line-found to true
           add 1 to cnt-changed-lines
           display '    changed  - '
                   function trim(old-line (k) trailing)
           end-display
           display '             + '
                   function trim(new-line (m) trailing)
           end-display.
      *
       521-try-key-exit.
           exit.
