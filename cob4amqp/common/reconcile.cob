      *            : AUDITLOG (one line per READ/WRITE/ERROR event),
      *            the ARCHIVE.DAT replay file (one record per message
      *            read) and CHECKPOINT (one msgid per message fully
      *            disposed of).  a debatched parent is one READ that
      *            accounts for N CHILD messages, each archived and
      *            disposed of on its own, and is itself disposed of
      *            by its DEBAT event.  Flags any pair of totals that
      *            should agree but don't, so an operator can tell a
      *            clean run apart from one that left something
      *            half-done.  a future-dated message held in the
      *            WAREHOUSE file is disposed of (WHOLD) but not yet
      *            delivered ; its later release (WRELS) is a second
      *            send of a message already counted.  a suspended
      *            sender's message held on its suspension's hold
      *            queue (SUSPD) is disposed of as well ; its
      *            release puts it back on the input queue, where
      *            it is read again under a new msgid.  so is a
      *            message a screening control holds for review
      *            (QHOLD quota, VHOLD velocity, SCREN blocklist).
      * Tectonics: cobc -x -I ../copy reconcile.cob
      *     Usage: export q_report_date=yyyymmdd to reconcile a day
      *            other than today ; q_audit_file / q_archive_file
      *            are BASE names (the date suffix is applied here,
      *            exactly as cobclient applies it when writing) and
      *            q_checkpoint_file is the exact file, as is
      *            q_warehouse_file (default WAREHOUSE.DAT).
      *            the verdict, BALANCED or UNBALANCED, is appended
      *            to the OUTCOMES history (q_outcome_file) for the
      *            shift handover report.
      *
      *            with report_output=CSV or JSON the totals also go
      *            to RECONCILE.yyyymmdd.csv/.json through rptout.cob,
      *            in ww49-rptout.cpy's columns :
      *
      *              section       key          measure
      *              audit_events  event code   count
      *              totals                     arrived, disposed,
      *                                         archive, checkpoint,
      *                                         warehouse_held,
      *                                         debat_children,
      *                                         child_excess,
      *                                         in_flight,
      *                                         test_excluded
      *              verdict                    verdict (BALANCED or
      *                                         UNBALANCED)
      *-----------------------------------------------------------------
       identification division.
       program-id. reconcile.
           select checkpoint-file assign to ws-checkpoint-file
                  organization line sequential
                  file status is ws-checkpoint-status.
      *
           select warehouse-file assign to ws-warehouse-file
                  organization is indexed
                  access mode is sequential
                  record key is ww30-msgid
                  alternate record key is ww30-uuid
                     with duplicates
                  file status is ws-warehouse-status.
      *
           select manifest-file assign to "MANIFEST"
                  organization line sequential
                  file status is ws-manifest-status.
      *
           select outcome-file assign to ws-outcome-file
                  organization line sequential
                  file status is ws-outcome-status.
      *
       data division.
       file section.
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
           copy "fd-archive.cpy".
      *
           copy "fd-archive.cpy"
                replacing leading ==WW10== by ==WW30==
                          leading ==ARCHIVE== by ==WAREHOUSE==
                          leading ==WS-ARCHIVE== by ==WS-WAREHOUSE==.
      *
       fd  checkpoint-file.
       01  checkpoint-record pic x(68).
       fd  manifest-file
           record contains 120 characters.
       01  manifest-record pic x(120).
      *
       fd  outcome-file.
       01  outcome-record pic x(106).
      *
       working-storage section.
       01  ws-audit-file      pic x(100) value 'AUDITLOG'.
       01  ws-checkpoint-file pic x(100) value 'CHECKPOINT'.
       01  ws-checkpoint-file-env pic x(100).
       01  ws-checkpoint-status pic x(02) value '00'.
       01  ws-warehouse-file  pic x(100) value 'WAREHOUSE.DAT'.
       01  ws-warehouse-file-env pic x(100).
       01  ws-warehouse-status pic x(02) value '00'.
       01  w-report-date      pic x(08)  value spaces.
       01  w-report-date-env  pic x(08).
       01  w-gen-name         pic x(100).
           88 generation-retired    value 'Y'.
      *
           copy "fd-archive-ws.cpy".
           copy "fd-archive-ws.cpy"
                replacing leading ==WW10== by ==WW30==.
      *
           copy "fd-audit.cpy".
      *
       01  audit-park-count   pic 9(09) value zero.
       01  audit-spool-count  pic 9(09) value zero.
       01  audit-relse-count  pic 9(09) value zero.
      *
      *    debatching : a parent message cut into its records is
      *    read once (READ) and disposed of once (DEBAT, which
      *    checkpoints it) ; each record it held arrives as a CHILD
      *    event, archived like a read, and reaches a disposition
      *    of its own.  the DEBAT reason field carries the child
      *    count the CHILD events must add up to.
      *
       01  audit-debat-count  pic 9(09) value zero.
       01  audit-child-count  pic 9(09) value zero.
       01  debat-child-total  pic 9(09) value zero.
       01  debat-child-n      pic 9(05) value zero.
       01  audit-arrived-count pic 9(09) value zero.
       01  child-excess-count pic 9(09) value zero.
      *
      *    future-dated delivery : WHOLD parks a fully processed
      *    message in the WAREHOUSE file and checkpoints it, so it
      *    is a disposition ; WRELS, its send once due (often on a
      *    later day), is not.  what the warehouse still holds is
      *    disposed but not yet delivered.
      *
       01  audit-whold-count  pic 9(09) value zero.
       01  audit-wrels-count  pic 9(09) value zero.
      *
      *    a suspended sender's message held for the operators
      *    (SUSPD) is checkpointed, so it is a disposition.
      *
       01  audit-suspd-count  pic 9(09) value zero.
      *
      *    and so is one a screening control holds on its hold
      *    queue : QHOLD (quota), VHOLD (velocity), SCREN
      *    (blocklist) -- 2159-hold-message checkpoints each.
      *
       01  audit-qhold-count  pic 9(09) value zero.
       01  audit-vhold-count  pic 9(09) value zero.
       01  audit-scren-count  pic 9(09) value zero.
       01  warehouse-count    pic 9(09) value zero.
       01  audit-disposed-count pic 9(09) value zero.
       01  archive-count      pic 9(09) value zero.
       01  checkpoint-count   pic 9(09) value zero.
      *
       01  discrepancy-sw     pic x value 'N'.
           88 discrepancy-found value 'Y'.
      *
      *    the verdict's line in the OUTCOMES history.
      *
       01  ws-outcome-file    pic x(100) value 'OUTCOMES'.
       01  ws-outcome-file-env pic x(100).
       01  ws-outcome-status  pic x(02)  value '00'.
           copy "ww43-outcome.cpy".
       01  in-flight-count    pic 9(09) value zero.
      *
      *    test traffic (the testRun flag the bridge tags through
       01  w-include-test     pic x value 'N'.
           88 include-test-traffic value 'Y'.
       01  test-skipped-count pic 9(09) value zero.
      *
      *    the machine-readable copy, through rptout.cob.
      *
           copy "ww49-rptout.cpy".
      *-----------------------------------------------------------------
       procedure division.
      *
              thru 200-count-archive-file-exit
           perform 300-count-checkpoint-file
              thru 300-count-checkpoint-file-exit
           perform 350-count-warehouse-file
              thru 350-count-warehouse-file-exit
           compute audit-disposed-count =
                   audit-write-count + audit-error-count
                   + audit-dupe-count + audit-batch-count
                   + audit-park-count + audit-spool-count
                   + audit-relse-count + audit-debat-count
                   + audit-whold-count + audit-suspd-count
                   + audit-qhold-count + audit-vhold-count
                   + audit-scren-count
           compute audit-arrived-count =
                   audit-read-count + audit-child-count
           perform 400-show-report
           perform 500-record-outcome
              thru 500-record-outcome-exit
           perform 600-write-output
              thru 600-write-output-exit
           if discrepancy-found
              move 1 to return-code
           else
              not on exception
                 move ws-checkpoint-file-env to ws-checkpoint-file
           end-accept
           accept ws-warehouse-file-env from environment
                  'q_warehouse_file'
              not on exception
                 move ws-warehouse-file-env to ws-warehouse-file
           end-accept
      *
      *    cobclient writes these files as date-stamped generations
      *    of the base names (see its 1030-open-generations and the
                             add 1 to audit-spool-count
                          when 'RELSE'
                             add 1 to audit-relse-count
                          when 'DEBAT'
                             add 1 to audit-debat-count
                             if w-audit-reason (1:5) is numeric
                                move w-audit-reason (1:5)
                                  to debat-child-n
                                add debat-child-n to debat-child-total
                             end-if
                          when 'CHILD'
                             add 1 to audit-child-count
                          when 'WHOLD'
                             add 1 to audit-whold-count
                          when 'WRELS'
                             add 1 to audit-wrels-count
                          when 'SUSPD'
                             add 1 to audit-suspd-count
                          when 'QHOLD'
                             add 1 to audit-qhold-count
                          when 'VHOLD'
                             add 1 to audit-vhold-count
                          when 'SCREN'
                             add 1 to audit-scren-count
                          when 'PDUP'
                             add 1 to audit-pdup-count
                       end-evaluate
       300-count-checkpoint-file-exit.
           exit.
      *-----------------------------------------------------------------
      *    WAREHOUSE.DAT : one record per future-dated message held
      *    and not yet released, whatever day it was held on.  no
      *    warehouse simply means nothing is held.
      *-----------------------------------------------------------------
       350-count-warehouse-file.
      *
           open input warehouse-file
           if ws-warehouse-status not = '00'
              go to 350-count-warehouse-file-exit
           end-if
      *
           perform until ws-warehouse-status = '10'
              read warehouse-file
                 at end
                    move '10' to ws-warehouse-status
                 not at end
                    if ww30-testrun = 'T'
                       and not include-test-traffic
                       continue
                    else
                       add 1 to warehouse-count
                    end-if
              end-read
           end-perform
           close warehouse-file.
      *
       350-count-warehouse-file-exit.
           exit.
      *-----------------------------------------------------------------
      *    every message read is logged to both AUDITLOG and
      *    ARCHIVE.DAT at the same point in 2100-queue-read, so those
      *    two totals must match exactly ; checkpoint-count can only
           end-display
           display '  audit released     : ' audit-relse-count
           end-display
           display '  audit debatched    : ' audit-debat-count
                   ' parent(s) into ' debat-child-total ' child(ren)'
           end-display
           display '  audit child events : ' audit-child-count
           end-display
           display '  audit held (WHOLD) : ' audit-whold-count
           end-display
           display '  audit suspended    : ' audit-suspd-count
           end-display
           display '  audit quota held   : ' audit-qhold-count
           end-display
           display '  audit velocity held: ' audit-vhold-count
           end-display
           display '  audit screened     : ' audit-scren-count
           end-display
      *
      *    a release sends a message its WHOLD already disposed of,
      *    so it sits outside the disposed total, like PDUP below.
      *
           display '  audit released from warehouse : '
                   audit-wrels-count
           end-display
      *
      *    PDUP events are informational : a flagged payload
      *    duplicate still gets its WRITE or ERROR disposition, so
           end-display
           display '  checkpoint records : ' checkpoint-count
           end-display
           display '  held in warehouse  : ' warehouse-count
                   ' (disposed, not yet delivered)'
           end-display
           if test-skipped-count > 0
              display '  test audit events excluded : '
                      test-skipped-count
           display ' '
           end-display
      *
      *    the archive holds one record per message read and one
      *    per child cut out of a debatched parent.
      *
           if audit-arrived-count not = archive-count
              set discrepancy-found to true
              display 'reconcile : ** MISMATCH ** audit reads plus '
                      'child events (' audit-arrived-count
                      ') not equal to archive records ('
                      archive-count ')'
              end-display
           end-if
      *
      *    a parent's DEBAT is only written after its last child,
      *    so the children the DEBAT events declare must all be
      *    there.  more CHILD events than declared are children of
      *    a parent not yet disposed of (or redelivered after an
      *    abend mid-batch, its finished children then suppressed
      *    as DUPEs) : in flight, not lost.
      *
           if debat-child-total > audit-child-count
              set discrepancy-found to true
              display 'reconcile : ** MISMATCH ** debatched parents '
                      'declare ' debat-child-total ' child(ren) but '
                      'only ' audit-child-count ' CHILD event(s) '
                      'were written'
              end-display
           end-if
           if audit-child-count > debat-child-total
              compute child-excess-count =
                      audit-child-count - debat-child-total
              display 'reconcile : ' child-excess-count
                      ' child message(s) of a parent not yet '
                      'disposed of'
              end-display
           end-if
      *
      *    every disposed message gets a WRITE, ERROR, DUPE, BATCH,
      *    PARK, SPOOL, RELSE, DEBAT, WHOLD, SUSPD, QHOLD, VHOLD or
      *    SCREN audit event and a checkpoint record at the same
      *    point (2100-queue-write / 2150-queue-send-error /
      *    2106-dispose-duplicate / 2155-absorb-into-batch /
      *    2185-park-message / 2196-spool-message /
      *    2166-release-one-held / 2172-debatch-message /
      *    2176-warehouse-message / 2159-hold-message, the last for
      *    SUSPD, QHOLD, VHOLD and SCREN alike), so these two totals
      *    must always agree exactly -- a debatched parent and each
      *    of its children count once apiece.
      *
           if checkpoint-count not = audit-disposed-count
              set discrepancy-found to true
      *
       400-show-report-exit.
           exit.
      *-----------------------------------------------------------------
      *    the verdict appended to the OUTCOMES history, with the
      *    three totals behind it.  a history that can not be
      *    written is reported, and the verdict stands.
      *-----------------------------------------------------------------
       500-record-outcome.
      *
           accept ws-outcome-file-env from environment 'q_outcome_file'
              not on exception
                 move ws-outcome-file-env to ws-outcome-file
           end-accept
           move spaces to ww43-outcome
           move function current-date (1:14) to ww43-stamp
           move 'RECONCILE' to ww43-source
           if discrepancy-found
              move 'UNBALANCED' to ww43-verdict
           else
              move 'BALANCED' to ww43-verdict
           end-if
           move w-report-date to ww43-bizdate
           string 'audit ' audit-disposed-count
                  ' archive ' archive-count
                  ' checkpoint ' checkpoint-count
                  delimited by size into ww43-detail
           end-string
      *
           open extend outcome-file
           if ws-outcome-status = '35'
              open output outcome-file
           end-if
           if ws-outcome-status not = '00'
              display 'reconcile : can not record the verdict in '
                      function trim(ws-outcome-file)
                      ', status ' ws-outcome-status
              end-display
              go to 500-record-outcome-exit
           end-if
           move ww43-outcome to outcome-record
           write outcome-record
           close outcome-file.
      *
       500-record-outcome-exit.
           exit.
      *-----------------------------------------------------------------
      *    the report's totals again, one value per row, for the
      *    dashboard ; a no-op unless report_output asks for a file.
      *-----------------------------------------------------------------
       600-write-output.
      *
           move 'OPEN' to WW49-FUNCTION
           move 'RECONCILE' to WW49-REPORT
           move w-report-date to WW49-DATE
           call 'rptout' using WW49-RPTOUT
           if WW49-FILE = spaces
              go to 600-write-output-exit
           end-if
      *
           move 'audit_events' to WW49-SECTION
           move 'count' to WW49-MEASURE
           move 'READ' to WW49-KEY
           move audit-read-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'WRITE' to WW49-KEY
           move audit-write-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'ERROR' to WW49-KEY
           move audit-error-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'DUPE' to WW49-KEY
           move audit-dupe-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'BATCH' to WW49-KEY
           move audit-batch-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'PARK' to WW49-KEY
           move audit-park-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'SPOOL' to WW49-KEY
           move audit-spool-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'RELSE' to WW49-KEY
           move audit-relse-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'DEBAT' to WW49-KEY
           move audit-debat-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'CHILD' to WW49-KEY
           move audit-child-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'WHOLD' to WW49-KEY
           move audit-whold-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'SUSPD' to WW49-KEY
           move audit-suspd-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'QHOLD' to WW49-KEY
           move audit-qhold-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'VHOLD' to WW49-KEY
           move audit-vhold-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'SCREN' to WW49-KEY
           move audit-scren-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'WRELS' to WW49-KEY
           move audit-wrels-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'PDUP' to WW49-KEY
           move audit-pdup-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
      *
           move 'totals' to WW49-SECTION
           move spaces to WW49-KEY
           move 'arrived' to WW49-MEASURE
           move audit-arrived-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'disposed' to WW49-MEASURE
           move audit-disposed-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'archive' to WW49-MEASURE
           move archive-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'checkpoint' to WW49-MEASURE
           move checkpoint-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'warehouse_held' to WW49-MEASURE
           move warehouse-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'debat_children' to WW49-MEASURE
           move debat-child-total to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'child_excess' to WW49-MEASURE
           move child-excess-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'in_flight' to WW49-MEASURE
           move in-flight-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
           move 'test_excluded' to WW49-MEASURE
           move test-skipped-count to WW49-NUMBER
           perform 610-out-number thru 610-out-number-exit
      *
           move 'verdict' to WW49-SECTION
           move 'verdict' to WW49-MEASURE
           move ww43-verdict to WW49-TEXT
           move 'ROW' to WW49-FUNCTION
           move 'T' to WW49-KIND
           call 'rptout' using WW49-RPTOUT
      *
           move 'CLOSE' to WW49-FUNCTION
           call 'rptout' using WW49-RPTOUT.
      *
       600-write-output-exit.
           exit.
      *-----------------------------------------------------------------
       610-out-number.
      *
           move 'ROW' to WW49-FUNCTION
           move 'N' to WW49-KIND
           call 'rptout' using WW49-RPTOUT.
      *
       610-out-number-exit.
           exit.
