                  lock mode is automatic
                  file status is w-ckptidx-status.
      *
      *    per-sender quota usage for the business day : shared
      *    across parallel instances like CKPTIDX, and updated
      *    under the record lock (see 2158-check-sender-quota).
      *
           select quotause-file assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is quse-key
                  sharing with all other
                  lock mode is automatic
                  file status is w-quotause-status.
      *
      *    the rolling per-key activity velocity screening counts
      *    against : shared and locked the same way.
      *
           select velact-file assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is vact-key
                  sharing with all other
                  lock mode is automatic
                  file status is w-velact-status.
      *
      *    transaction log : one compact CSV line per message read,
      *    written in place of the verbose per-message DISPLAYs when
      *    q_debug is off (the production case) ; see 9016-write-
                  organization line sequential
                  file status is w-tranlog-status.
      *
      *    posting ledger : one line per WW02 posting segment of
      *    every forwarded WW02 message, for acctstmt.cob ; see
      *    9030-write-ledger-postings.
      *
           select ledger-file assign to ws-ledger-file
                  organization line sequential
                  file status is w-ledger-status.
      *
      *    manifest : one line per generation file opened, so
      *    reconcile.cob and the reporting tools can be pointed at
      *    "yesterday" without an operator guessing filenames.
                  organization line sequential
                  file status is w-control-status.
      *
      *    the shared operations log the operator tools write : a
      *    control command the bridge acts on lands there too.
      *
           select opslog-file assign to ws-opslog-file
                  organization line sequential
                  file status is w-opslog-status.
      *
      *    masking rules : which fields of which message categories
      *    must be overwritten (all but the last four digits) in the
      *    persisted copies -- archive and the Postgres audit row --
                  organization line sequential
                  file status is w-entitle-status.
      *
      *    partner master : read once at startup for the partners
      *    RETIRED on it, whose traffic is refused.
      *
           select partner-file assign to disk
                  organization is indexed
                  access mode is sequential
                  record key is ptnr-sender
                  file status is w-partner-status.
      *
      *    reference data : one fresh indexed lookup file at the
      *    bridge (branch names for branch codes, BICs for
      *    accounts), appended into payloads by the enrichment step
                  organization line sequential
                  file status is w-archkeys-status.
      *
      *    record definitions : the same FIXRULES layouts bizfixed
      *    validates against, read here for their FIELD lines so
      *    the EBCDIC translation knows which bytes are text and
      *    which are binary or packed.
      *
           select fixrules-file assign to ws-fixrules-file
                  organization line sequential
                  file status is w-fixrules-status.
      *
      *    debatching rules : which msgCategory arrives as several
      *    records in one message, and how to cut it apart.
      *
           select debatch-file assign to ws-debatch-file
                  organization line sequential
                  file status is w-debatch-status.
      *
      *    business dates : the per-category cutoff times, and the
      *    shop calendar director.cob schedules routes from.
      *
           select cutoff-file assign to ws-cutoff-file
                  organization line sequential
                  file status is w-cutoff-status.
      *
           select calendar-file assign to ws-calendar-file
                  organization line sequential
                  file status is w-calendar-status.
      *
      *    rejection notices : the queue each sender is told on.
      *
           select notify-file assign to ws-notify-file
                  organization line sequential
                  file status is w-notify-status.
      *
      *    daily quotas : how much each sender may send in a
      *    business day, and what happens to the rest.
      *
           select quota-file assign to ws-quota-file
                  organization line sequential
                  file status is w-quota-status.
      *
      *    velocity screening : the rules, and the hits they find.
      *
           select velrules-file assign to ws-velrules-file
                  organization line sequential
                  file status is w-velrules-status.
      *
           select screenhits-file assign to ws-screenhits-file
                  organization line sequential
                  file status is w-screenhits-status.
      *
      *    sender control totals : every end-of-day control message
      *    a sender publishes, recorded for sendrec.cob.
      *
           select senderctl-file assign to ws-senderctl-file
                  organization line sequential
                  file status is w-senderctl-status.
      *
      *    sender authentication : the per-sender signing keys.
      *
           select senderkeys-file assign to ws-senderkeys-file
                  organization line sequential
                  file status is w-senderkeys-status.
      *
      *    sender suspension : the operators' SUSPENDS register.
      *
           select suspend-file assign to ws-suspend-file
                  organization line sequential
                  file status is w-suspend-status.
      *
      *    blocklist screening : the list compliance maintains, the
      *    fields each category is screened on, and the register of
      *    the messages held for review.
      *
           select blocklist-file assign to ws-blocklist-file
                  organization line sequential
                  file status is w-blocklist-status.
      *
           select screenfld-file assign to ws-screenfld-file
                  organization line sequential
                  file status is w-screenfld-status.
      *
           select review-file assign to ws-review-file
                  organization line sequential
                  file status is w-review-status.
      *
      *    configuration history : a fingerprint of every control
      *    table this run loaded, filed against the run identifier,
      *    with a copy of each table version the first time it is
      *    seen (see 1070-fingerprint-controls and cfgdrift.cob).
      *
           select cfghist-file assign to ws-cfghist-file
                  organization line sequential
                  file status is w-cfghist-status.
      *
           select ctlfp-file assign to ws-ctlfp-file
                  organization line sequential
                  file status is w-ctlfp-status.
      *
           select cfgsnap-file assign to ws-cfgsnap-file
                  organization line sequential
                  file status is w-cfgsnap-status.
      *
      *    offline spool : processed messages the broker could not
      *    be reached to deliver, held in the archive record layout
      *    and drained back onto the queues at reconnect, so a
                     with duplicates
                  file status is w-spool-status.
      *
      *    warehouse : processed messages carrying a deliverAfter
      *    still in the future, held in the archive record layout
      *    until the heartbeat finds them due.
      *
           select warehouse-file assign to disk
                  organization is indexed
                  access mode is dynamic
                  record key is ww30-msgid
                  alternate record key is ww30-uuid
                     with duplicates
                  file status is w-warehouse-status.
      *
      *    pending audit rows : MESSAGE_AUDIT inserts and updates
      *    AUDITDB could not persist, kept for AUDITLOAD to load once
      *    the database is back.
      *
           select auditpend-file assign to ws-auditpend-file
                  organization sequential
                  file status is w-auditpend-status.
      *
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
       file section.
      *------------.
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
           copy "fd-archive.cpy".
      *
           05 ckpt-rec-testrun  pic x(01).
      *
           copy "fd-ckptidx.cpy".
      *
           copy "fd-quotause.cpy".
      *
           copy "fd-partner.cpy".
      *
           copy "fd-velact.cpy".
      *
       fd  tranlog-file.
       01  w-tranlog-line    pic x(250).
      *
           copy "fd-ledger.cpy".
      *
       fd  manifest-file
           record contains 120 characters.
      *
       fd  archkeys-file.
       01  archkeys-line   pic x(50).
      *
       fd  fixrules-file.
       01  fixrules-line   pic x(120).
      *
       fd  debatch-file.
       01  debatch-line    pic x(80).
      *
       fd  cutoff-file.
       01  cutoff-line     pic x(80).
      *
       fd  calendar-file.
       01  calendar-line   pic x(80).
      *
       fd  notify-file.
       01  notify-line     pic x(140).
      *
       fd  quota-file.
       01  quota-line      pic x(200).
      *
       fd  velrules-file.
       01  velrules-line   pic x(300).
      *
       fd  screenhits-file.
       01  screenhits-line pic x(400).
      *
       fd  senderctl-file.
       01  senderctl-line  pic x(300).
      *
       fd  senderkeys-file.
       01  senderkeys-line pic x(200).
      *
       fd  suspend-file.
       01  suspend-line    pic x(320).
      *
       fd  blocklist-file.
       01  blocklist-line  pic x(200).
      *
       fd  screenfld-file.
       01  screenfld-line  pic x(200).
      *
       fd  review-file.
       01  review-line     pic x(367).
      *
      *    the spool shares the archive's record shape (and its
      *    variable-length discipline), under its own WW20 names ;
                leading ==WW10== by ==WW20==
                leading ==ARCHIVE== by ==SPOOL==
                leading ==WS-ARCHIVE== by ==WS-SPOOL==.
      *
      *    the warehouse likewise, under WW30 names : WW30-QUEUE is
      *    the destination and WW30-DATE carries the deliverAfter
      *    stamp (GMT yyyymmddhhmmss) in its first 14 bytes.
      *
           copy "fd-archive.cpy" replacing
                leading ==WW10== by ==WW30==
                leading ==ARCHIVE== by ==WAREHOUSE==
                leading ==WS-ARCHIVE== by ==WS-WAREHOUSE==.
      *
           copy "fd-auditpend.cpy".
      *
       fd  control-file.
       01  control-record  pic x(20).
      *
       fd  opslog-file.
       01  opslog-record   pic x(200).
      *
       fd  status-file.
       01  status-record   pic x(200).
      *
       fd  config-file.
       01  config-record   pic x(120).
      *
       fd  cfghist-file.
       01  cfghist-record  pic x(250).
      *
       fd  ctlfp-file.
       01  ctlfp-line      pic x(256).
      *
       fd  cfgsnap-file.
       01  cfgsnap-line    pic x(256).
      *
       working-storage section.
      *-----------------------.
      *
      *    commands are level-triggered, so re-reading the same file
      *    contents is harmless ; an absent file means "no command".
      *    the word may be followed by the operator who wrote it
      *    (PAUSE jsmith) ; each command the bridge acts on is
      *    written to the shared operations log (ops_log_file,
      *    default OPSLOG) under that name, so the shift handover
      *    shows who paused or stopped the bridge, and when.
      * ---------------------------------------------------------------
      * ---------------------------------------------------------------
      *    central configuration : the BRIDGECONF file (name
       01 ws-control-file    pic x(100) value 'BRIDGECTL'.
       01 ws-control-file-env pic x(100).
       01 w-control-status   pic x(02) value '00'.
       01 w-ctl-line         pic x(20) value spaces.
       01 w-ctl-word         pic x(08) value spaces.
       01 w-ctl-oper         pic x(08) value spaces.
       01 ws-opslog-file     pic x(100) value 'OPSLOG'.
       01 ws-opslog-env      pic x(100).
       01 w-opslog-status    pic x(02) value '00'.
       01 w-ctl-state        pic x value 'R'.
           88 bridge-running       value 'R'.
           88 bridge-paused        value 'P'.
       01 w-audit-base      pic x(100).
       01 w-archive-base    pic x(100).
       01 w-tranlog-base    pic x(100).
       01 w-ledger-base     pic x(100).
       01 w-gen-date        pic x(08) value spaces.
       01 w-gen-name        pic x(100) value spaces.
       01 w-manifest-status pic x(02) value '00'.
       01 w-tranlog-status         pic x(02) value '00'.
       01 w-tranlog-rc             pic -(9)9.
      *
      *    the posting ledger generation, and the WW02 record a
      *    forwarded message's postings are taken from : 2120 keeps
      *    the record bizfixed just accepted (before any transform
      *    or outbound translation touches the payload) and 9030
      *    writes its segments once the message is forwarded.
      *
       01 ws-ledger-file           pic x(100) value 'LEDGER'.
       01 ws-ledger-file-env       pic x(100).
       01 w-ledger-status          pic x(02) value '00'.
       01 w-ledger-due-sw          pic x value 'N'.
           88 ledger-postings-due        value 'Y'.
       01 w-ledger-i               pic 9(03) value zero.
       01 cnt-ledger               pic 9(09) value zero.
           copy "ww02-record.cpy".
           copy "ww02-segment.cpy".
      *
      *    duplicate redelivery : a msgid that exactly matches the
      *    last msgid this run (or a prior run) fully checkpointed is
      *    an immediate redelivery of a message already handled, not
       01 w-auditdb-runid       pic x(20) value spaces.
      *
      * ---------------------------------------------------------------
      *    store-and-forward : a row AUDITDB could not persist (no
      *    connection, or the statement failed) is written to the
      *    AUDITPEND file instead of being lost, and AUDITLOAD.cbl
      *    loads it once the database is back.  the messageUUIDs
      *    whose INSERT was pended are remembered, so their UPDATE
      *    is pended behind it rather than sent to a database that
      *    has no row to update ; once the table is full every
      *    later UPDATE is pended, which AUDITLOAD applies just the
      *    same.
      * ---------------------------------------------------------------
       01 ws-auditpend-file     pic x(100) value 'AUDITPEND'.
       01 ws-auditpend-file-env pic x(100).
       01 w-auditpend-status    pic x(02) value '00'.
       01 w-auditpend-open-sw   pic x value 'N'.
           88 auditpend-is-open      value 'Y'.
       01 w-auditpend-all-sw    pic x value 'N'.
           88 auditpend-all-updates  value 'Y'.
       01 w-auditpend-pended-sw pic x value 'N'.
           88 auditpend-insert-pended value 'Y'.
       01 w-apu-count           pic 9(04) value zero.
       01 w-apu-i               pic 9(04) value zero.
       01 w-apu-table.
          05 apu-uuid           pic x(61) occurs 200 times.
       01 cnt-auditpend         pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    a generated correlation id is built from a slice of q_msgid
      *    (44 bytes) plus '-' plus the 16-byte full-datetime (see
      *    2100-queue-read), 61 bytes in all -- q_messageUUID's exact
       01 w-prop-testrun        pic x(32) value spaces.
       01 w-prop-expiresat      pic x(32) value spaces.
       01 w-prop-released       pic x(32) value spaces.
       01 w-prop-ctltype        pic x(32) value spaces.
       01 w-prop-ctlcount       pic x(32) value spaces.
       01 w-prop-ctllastseq     pic x(32) value spaces.
       01 w-prop-ctlhash        pic x(32) value spaces.
       01 w-prop-signature      pic x(32) value spaces.
       01 w-prop-sigkeyid       pic x(32) value spaces.
       01 w-prop-repairedby     pic x(32) value spaces.
       01 w-prop-suspreleased   pic x(32) value spaces.
       01 w-prop-revreleased    pic x(32) value spaces.
       01 w-prop-revrejected    pic x(32) value spaces.
      *
      * ---------------------------------------------------------------
      *    message expiry : a sender may stamp expiresAt (GMT
       01 cnt-test              pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    sender control totals : a message stamped controlType is a
      *    sender's end-of-day declaration, not traffic -- recorded
      *    as one SENDERCTL line (q_senderctl_file / senderctl_file)
      *    and consumed there, never audited, archived, logged in
      *    TRANLOG or forwarded, so it can not count against its own
      *    totals :
      *
      *       stamp,businessDate,instance,msgid,senderId,count,
      *       lastSequenceNo,hashTotal,testRun,OK|BAD,reason
      *
      *    a declaration with no senderId, a controlType other than
      *    EOD, or a count or hash total that is not a number is
      *    still recorded, as BAD, so sendrec.cob can report the
      *    sender instead of treating it as silent.  every TRANLOG
      *    line carries the message's sequenceNo and the
      *    payloadDigest rolling hash of its bytes as received, the
      *    figures the declaration is held against.
      * ---------------------------------------------------------------
       01 ws-senderctl-file     pic x(100) value 'SENDERCTL'.
       01 ws-senderctl-file-env pic x(100).
       01 w-senderctl-status    pic x(02) value '00'.
       01 w-sctl-state          pic x(03) value spaces.
       01 w-sctl-reason         pic x(32) value spaces.
       01 w-read-digest         pic 9(10) value zero.
       01 cnt-ctl               pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    schema-version handling : when a current version is
      *    configured (schema_current), a message stamped with an
      *    older schemaVersion is up-converted before dispatch --
             10 viol-count   pic 9(09).
       01 cnt-entviol         pic 9(09) value zero.
      *
      *    the senderIds RETIRED on the partner master
      *    (fd-partner.cpy, q_partner_file, default PARTNERS) : a
      *    retired partner holds no entitlement whatever the ENTITLE
      *    table still says, so its traffic is an entitlement
      *    violation.  no master, no retired senders.
      *
       01 ws-partner-file     pic x(100) value 'PARTNERS'.
       01 ws-partner-file-env pic x(100).
       01 w-partner-status    pic x(02) value '00'.
       01 w-ret-tab-count     pic 9(03) value zero.
       01 w-retired-table.
          05 ret-sender       pic x(32) occurs 200 times.
       01 w-ret-i             pic 9(03) value zero.
       01 w-retired-sw        pic x value 'N'.
           88 sender-retired       value 'Y'.
      *
      * ---------------------------------------------------------------
      *    per-output-queue rate limiting : a configured pacing
      *    limit (messages per second) per destination, honored by
       01 w-unspool-len       binary-short value zero.
       01 cnt-spooled         pic 9(09) value zero.
       01 cnt-unspooled       pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    future-dated delivery : a sender may stamp deliverAfter
      *    (GMT yyyymmddhhmmss) to have a message delivered no
      *    earlier than that -- a payment released at 07:00 on
      *    value date.  the message is validated and processed as
      *    usual, then, instead of being sent, written to the
      *    indexed WAREHOUSE (q_warehouse_file / warehouse_file ;
      *    archive layout, WW30 names, destination in WW30-QUEUE,
      *    due stamp in WW30-DATE) and disposed of there : WHOLD
      *    audit event, checkpoint, WAREHOUSED disposition.  the
      *    heartbeat releases whatever has come due (WRELS audit
      *    event) straight to its destination.  the warehouse is a
      *    permanent file, not a generation, so held messages
      *    survive any number of restarts ; w-whs-next-due keeps
      *    the earliest due stamp still held, so an idle heartbeat
      *    only walks the file when something can actually go --
      *    low-values (every run's start) forces one walk to learn
      *    it, high-values means the warehouse is empty.  a stamp
      *    that is not 14 digits is ignored, as expiresAt's is.
      * ---------------------------------------------------------------
       01 ws-warehouse-file     pic x(100) value 'WAREHOUSE.DAT'.
       01 ws-warehouse-file-env pic x(100).
       01 w-warehouse-status    pic x(02) value '00'.
       01 w-warehouse-open-sw   pic x value 'N'.
           88 warehouse-is-open      value 'Y'.
       01 w-whs-hold-sw         pic x value 'N'.
           88 warehouse-hold-due     value 'Y'.
       01 w-whs-next-due        pic x(14) value low-values.
       01 w-whs-dest            pic x(101) value spaces.
       01 w-whs-len             binary-short value zero.
       01 w-whs-save-test       pic x value space.
       01 cnt-whold             pic 9(09) value zero.
       01 cnt-wrelease          pic 9(09) value zero.
      * ---------------------------------------------------------------
      *    enrichment : between business dispatch (2120) and
      *    transformation (2130), each ENRICH rule matching the
      *
           copy "fd-archive-ws.cpy" replacing
                leading ==WW10== by ==WW20==.
           copy "fd-archive-ws.cpy" replacing
                leading ==WW10== by ==WW30==.
      *
      * ---------------------------------------------------------------
      *    request/reply : a sender naming a replyTo queue in the
       01 w-prop-partnumber     pic x(32) value spaces.
       01 w-prop-parttotal      pic x(32) value spaces.
       01 w-prop-setid          pic x(32) value spaces.
       01 w-prop-parentmsgid    pic x(32) value spaces.
       01 w-prop-deliverafter   pic x(32) value spaces.
       01 w-prop-businessdate   pic x(32) value spaces.
      *
      * ---------------------------------------------------------------
      *    multi-part reassembly : payloads larger than the 4096-byte
             10 set-got          pic 9(02).
             10 set-start-secs   usage binary-long.
             10 set-mimetype     pic x(51).
             10 set-sender       pic x(32).
             10 set-part-entry occurs 16 times.
                15 set-part-got-sw pic x.
                   88 set-part-got      value 'Y'.
       01 w-ebcdic-vlength    usage binary-short value zero.
      *
      * ---------------------------------------------------------------
      *    layout-aware translation : a msgCategory with FIELD lines
      *    in FIXRULES (overridable from bizfixed_rules, the same
      *    variable bizfixed.cob honors, so the two can never read
      *    different layouts) is translated field by field instead
      *    of byte by byte -- CHAR and DISPLAY fields (and every
      *    byte no definition claims : fillers, delimiters) go
      *    through the code page, COMP / COMP-5 / BINARY / COMP-3
      *    fields keep their bytes exactly, and the last byte of a
      *    DISPLAY or DISPLAY-S field has its zoned sign carried
      *    across (EBCDIC x'Cn'/x'Fn' positive and x'Dn' negative
      *    against the ASCII '0'-'9' and 'p'-'y' overpunch).
      * ---------------------------------------------------------------
       01 ws-fixrules-file     pic x(100) value 'FIXRULES'.
       01 ws-fixrules-file-env pic x(100).
       01 w-fixrules-status    pic x(02) value '00'.
       01 w-fxl-tab-count      pic 9(03) value zero.
       01 w-fxl-table.
          05 fxl-entry occurs 200 times.
             10 fxl-category  pic x(20).
             10 fxl-offset    pic 9(05).
             10 fxl-length    pic 9(04).
             10 fxl-usage     pic x(09).
       01 w-fxl-kind           pic x(05).
       01 w-fxl-offset-x       pic x(06).
       01 w-fxl-length-x       pic x(06).
       01 w-fxl-i              pic 9(03) value zero.
       01 w-fxl-end            pic 9(05) value zero.
       01 w-fxl-dir            pic x value 'I'.
           88 fxl-inbound           value 'I'.
           88 fxl-outbound          value 'O'.
       01 w-fxl-found-sw       pic x value 'N'.
           88 category-has-layout   value 'Y'.
       01 w-fxl-done-sw        pic x value 'N'.
           88 layout-translated     value 'Y'.
       01 w-fxl-save           pic x(4096).
       01 w-fxl-byte           usage binary-long value zero.
       01 w-fxl-zone           usage binary-long value zero.
       01 w-fxl-digit          usage binary-long value zero.
      *
      * ---------------------------------------------------------------
      *    inbound debatching : a sender that batches several records
      *    into one message (WW02-FILE-DATA records back to back in
      *    one octet-stream payload, or a JSON array of postings)
      *    names its msgCategory in the DEBATCH file (overridable
      *    from q_debatch_file / the debatch_file keyword), line-
      *    sequential CSV, '*' comments allowed :
      *
      *       category,FIXED,reclen     octet-stream, reclen bytes
      *                                 per record (omitted : the
      *                                 WW02-FILE-DATA length)
      *       category,JSONARRAY        a JSON array, one record per
      *                                 top-level object
      *
      *    each record becomes a child message of its own : msgid
      *    and messageUUID are the parent's with '-nnnn' appended,
      *    a parentMsgId property names where it came from, and it
      *    gets a CHILD audit event, an archive record and the whole
      *    validation / dispatch / routing / disposition path on its
      *    own.  the parent is then disposed of with a DEBAT audit
      *    event carrying the child count, and checkpointed only
      *    after its last child, so an abend mid-way redelivers the
      *    parent and the children already disposed of are
      *    suppressed as ordinary DUPEs.  a parent that cannot be
      *    cut apart cleanly is dead-lettered whole under
      *    DEBATCH-MALFORMED -- never half-split.
      * ---------------------------------------------------------------
       01 ws-debatch-file      pic x(100) value 'DEBATCH'.
       01 ws-debatch-file-env  pic x(100).
       01 w-debatch-status     pic x(02) value '00'.
       01 w-dbt-tab-count      pic 9(03) value zero.
       01 w-dbt-table.
          05 dbt-entry occurs 50 times.
             10 dbt-category   pic x(20).
             10 dbt-kind       pic x(09).
             10 dbt-reclen     pic 9(05).
       01 w-dbt-reclen-x       pic x(06).
       01 w-dbt-i              pic 9(03) value zero.
       01 w-dbt-cur            pic 9(03) value zero.
       01 w-dbt-due-sw         pic x value 'N'.
           88 debatch-due           value 'Y'.
       01 w-dbt-bad-sw         pic x value 'N'.
           88 debatch-malformed     value 'Y'.
       01 w-dbt-end-sw         pic x value 'N'.
           88 debatch-no-more       value 'Y'.
       01 w-dbt-str-sw         pic x value 'N'.
           88 dbt-in-string         value 'Y'.
       01 w-dbt-esc-sw         pic x value 'N'.
           88 dbt-escaped           value 'Y'.
       01 w-dbt-closed-sw      pic x value 'N'.
           88 dbt-record-closed     value 'Y'.
       01 w-dbt-pos            pic 9(05) value zero.
       01 w-dbt-start          pic 9(05) value zero.
       01 w-dbt-len            pic 9(05) value zero.
       01 w-dbt-depth          pic 9(05) value zero.
       01 w-dbt-count          pic 9(05) value zero.
       01 w-dbt-child          pic 9(05) value zero.
       01 w-dbt-child-disp     pic 9(04) value zero.
       01 w-dbt-idlen          pic 9(02) value zero.
       01 w-dbt-parent         pic x(4096).
       01 w-dbt-parent-len     usage binary-short value zero.
       01 w-dbt-parent-msgid   pic x(61).
       01 w-dbt-parent-uuid    pic x(61).
       01 w-dbt-parent-mime    pic x(51).
       01 w-dbt-parent-props   pic x(1026).
       01 w-dbt-parent-propuuid pic x(32).
       01 w-dbt-id-work        pic x(61).
       01 cnt-debat            pic 9(09) value zero.
       01 cnt-debat-child      pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    business dates : reporting runs on calendar dates (the
      *    generation date), the business on business dates.  every
      *    message gets one at read time, from its arrival time, the
      *    cutoff of its msgCategory and the shop calendar : arrival
      *    at or after the cutoff, or on a day that is not a
      *    business day, belongs to the next business day.  it is
      *    stamped on the message as the businessDate property, as
      *    the last column of its TRANLOG line, and into bytes 18-25
      *    of its archive record's WW10-DATE.  a message already
      *    carrying a businessDate (a retry, a replay) keeps it.
      *
      *    the cutoff table (CUTOFFS, overridable from q_cutoff_file
      *    / the cutoff_file keyword) is line-sequential CSV, '*'
      *    comments allowed :
      *
      *       category,hhmm     local time ; '*,hhmm' is the
      *                         default for categories not listed
      *
      *    a category with no line and no default has no cutoff :
      *    only the calendar moves its business date.  the calendar
      *    (CALFILE, q_calendar_file / calendar_file) is the one
      *    director.cob reads -- yyyymmdd,flag with H holiday,
      *    B business day, E month-end business day, and any date
      *    not listed Monday-Friday = business.
      * ---------------------------------------------------------------
       01 ws-cutoff-file       pic x(100) value 'CUTOFFS'.
       01 ws-cutoff-file-env   pic x(100).
       01 w-cutoff-status      pic x(02) value '00'.
       01 w-cut-tab-count      pic 9(03) value zero.
       01 w-cutoff-table.
          05 cut-entry occurs 50 times.
             10 cut-category   pic x(20).
             10 cut-hhmm       pic x(04).
       01 w-cut-hhmm-x         pic x(08).
       01 w-cut-i              pic 9(03) value zero.
       01 w-cut-default        pic x(04) value spaces.
       01 w-cut-applied        pic x(04) value spaces.
      *
       01 ws-calendar-file     pic x(100) value 'CALFILE'.
       01 ws-calendar-file-env pic x(100).
       01 w-calendar-status    pic x(02) value '00'.
       01 w-cal-tab-count      pic 9(03) value zero.
       01 w-calendar-table.
          05 cal-entry occurs 400 times.
             10 cal-date       pic x(08).
             10 cal-flag       pic x(01).
       01 w-cal-date-x         pic x(08).
       01 w-cal-flag-x         pic x(08).
       01 w-cal-i              pic 9(03) value zero.
      *
       01 w-business-date      pic x(08) value spaces.
       01 w-bd-int             usage binary-long value zero.
       01 w-bd-date            pic 9(08) value zero.
       01 w-bd-dow             pic 9(01) value zero.
       01 w-bd-steps           pic 9(02) value zero.
       01 w-bd-sw              pic x value 'N'.
           88 bd-is-business        value 'Y'.
       01 cnt-bd-rolled        pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    rejection notices : a sender whose message is dead-
      *    lettered (expired, refused by its entitlements, failed
      *    validation, out of retries, a part of a broken set, a
      *    sequence gap that never filled) is told so on its own
      *    notice queue, once the message is finally disposed of --
      *    never on a retry.  the notice is JSON :
      *
      *       {"notice":"REJECTED","msgid":..,"messageUUID":..,
      *        "senderId":..,"sequenceNo":..,"rejectReason":..,
      *        "rejectedBy":..,"rejectTimestamp":..}
      *
      *    and a confirmed notice is audited as a NOTIF event naming
      *    the notice queue, so "we told them" can be shown from
      *    AUDITLOG.  the table (NOTIFYQ, overridable from
      *    q_notify_file / the notify_file keyword) is line-
      *    sequential CSV, '*' comments allowed :
      *
      *       senderId,queue
      *
      *    a sender with no line, or a message with no senderId, is
      *    not notified.
      * ---------------------------------------------------------------
       01 ws-notify-file       pic x(100) value 'NOTIFYQ'.
       01 ws-notify-file-env   pic x(100).
       01 w-notify-status      pic x(02) value '00'.
       01 w-ntf-tab-count      pic 9(03) value zero.
       01 w-notify-table.
          05 ntf-entry occurs 100 times.
             10 ntf-sender     pic x(32).
             10 ntf-queue      pic x(101).
       01 w-ntf-i              pic 9(03) value zero.
       01 w-ntf-queue          pic x(101) value spaces.
       01 w-ntf-sender         pic x(32) value spaces.
       01 w-ntf-seqno          pic x(32) value spaces.
       01 w-ntf-stamp          pic x(32) value spaces.
       01 w-ntf-buffer         pic x(640) value spaces.
       01 w-ntf-len            usage binary-long value zero.
       01 w-ntf-mimetype       pic x(51) value 'application/json'.
       01 w-ntf-save-rc        usage binary-long value zero.
       01 w-ntf-save-confirm   pic x value 'N'.
       01 w-ntf-properties     pic x(1026).
       01 w-ntf-betta redefines w-ntf-properties.
          05 w-ntf-num   binary-short.
          05 w-ntf-entry occurs 16 times.
             10 w-ntf-name  pic x(32).
             10 w-ntf-value pic x(32).
       01 cnt-ntf-sent         pic 9(09) value zero.
       01 cnt-ntf-failed       pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    per-sender daily quotas : how many messages and how many
      *    payload bytes a senderId may send in one business day,
      *    counted across every run and every parallel instance in
      *    the shared QUOTAUSE store (fd-quotause.cpy).  the QUOTAS
      *    table (q_quota_file / the quota_file keyword) is line-
      *    sequential CSV, '*' comments allowed :
      *
      *       senderId,maxMsgs,maxBytes,warnPct,action,holdQueue
      *
      *    a zero (or empty) maxMsgs or maxBytes leaves that
      *    dimension unlimited ; warnPct defaults to 80 ; action is
      *    REJECT (the default : dead-lettered, sender notified) or
      *    HOLD (published to holdQueue for release once the
      *    business day turns over or the quota is raised).  either
      *    way the message carries rejectReason QUOTA-EXCEEDED.
      *    senderId '*' is the quota of every sender with no line
      *    of its own -- still counted per sender.  one alert goes
      *    to q_monitor_queue per sender per day when usage crosses
      *    warnPct (QUOTA-WARNING), and one more at the first
      *    refusal (QUOTA-EXCEEDED).  only a sender's first
      *    delivery of a message is counted : retries, testRun
      *    traffic and messages with no senderId are not.
      *    QUOTAUSE is named by q_quotause_file / quotause_file.
      * ---------------------------------------------------------------
       01 ws-quota-file        pic x(100) value 'QUOTAS'.
       01 ws-quota-file-env    pic x(100).
       01 w-quota-status       pic x(02) value '00'.
       01 w-qta-tab-count      pic 9(03) value zero.
       01 w-quota-table.
          05 qta-entry occurs 100 times.
             10 qta-sender     pic x(32).
             10 qta-max-msgs   pic 9(09).
             10 qta-max-bytes  pic 9(15).
             10 qta-warn-pct   pic 9(03).
             10 qta-action     pic x(06).
             10 qta-hold-queue pic x(101).
       01 w-qta-i              pic 9(03) value zero.
       01 w-qta-cur            pic 9(03) value zero.
       01 w-qta-f-sender       pic x(40).
       01 w-qta-f-msgs         pic x(20).
       01 w-qta-f-bytes        pic x(20).
       01 w-qta-f-pct          pic x(10).
       01 w-qta-f-action       pic x(10).
       01 w-qta-f-queue        pic x(101).
       01 ws-quotause-file     pic x(100) value 'QUOTAUSE'.
       01 ws-quotause-file-env pic x(100).
       01 w-quotause-status    pic x(02) value '00'.
       01 w-quotause-sw        pic x value 'N'.
           88 quotause-is-open      value 'Y'.
       01 w-qta-found-sw       pic x value 'N'.
           88 qta-usage-found       value 'Y'.
       01 w-qta-over-sw        pic x value 'N'.
           88 qta-over              value 'Y'.
       01 w-qta-hold-sw        pic x value 'N'.
           88 quota-hold-due        value 'Y'.
       01 w-qta-done-sw        pic x value 'N'.
           88 qta-metered           value 'Y'.
       01 w-qta-alert          pic x(14) value spaces.
       01 w-qta-bizdate        pic x(08) value spaces.
       01 w-qta-save-num       binary-short value zero.
       01 w-qta-save-rc        binary-short value zero.
       01 w-qta-tries          pic 9(03) value zero.
       01 w-qta-sleep-ns       pic 9(09) comp-5 value 20000000.
       01 w-qta-len            pic 9(09) value zero.
       01 w-qta-new-msgs       pic 9(09) value zero.
       01 w-qta-new-bytes      pic 9(15) value zero.
       01 w-qta-pct            pic 9(05) value zero.
       01 w-qta-pct-bytes      pic 9(05) value zero.
       01 w-qta-disp-msgs      pic z(08)9.
       01 w-qta-disp-max-msgs  pic z(08)9.
       01 w-qta-disp-bytes     pic z(14)9.
       01 w-qta-disp-max-bytes pic z(14)9.
       01 w-qta-disp-pct       pic z(04)9.
       01 cnt-quota-rejected   pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    velocity screening : unusual bursts of activity on one key
      *    -- the same account receiving more than maxCount postings,
      *    or more than maxAmount, within windowMins minutes.  the
      *    VELRULES table (q_velrules_file / the velrules_file
      *    keyword) is line-sequential CSV, '*' comments allowed,
      *    one rule per line, any number of rules per category,
      *    msgCategory '*' screening every category :
      *
      *       msgCategory,keyField,amountField,maxCount,maxAmount,
      *       windowMins,action,reviewQueue
      *
      *    keyField / amountField name JSON fields (found the way
      *    2133-extract-json-field finds them), or WW02-SEG-ACCOUNT
      *    / WW02-SEG-AMOUNT for the posting segments of a WW02
      *    record -- every segment is a posting of its own.  an
      *    empty amountField screens on count alone ; a zero
      *    maxCount or maxAmount leaves that measure off ;
      *    windowMins runs 1 to 1440.  action FLAG lets the message
      *    on, HOLD publishes it to reviewQueue under rejectReason
      *    VELOCITY-HOLD.  every posting counts into the shared
      *    VELACT store (fd-velact.cpy), so the window survives
      *    restarts and spans instances ; every hit is a VELOC audit
      *    event (the measure and the key, so msgtrace shows why a
      *    message was held) and a line in the SCREENHITS file
      *    (q_screenhits_file / screenhits_file) velrpt.cob reports
      *    from :
      *
      *       stamp,businessDate,instance,msgid,messageUUID,
      *       senderId,msgCategory,keyField,keyValue,count,
      *       amountCents,windowMins,COUNT|AMOUNT|BOTH,FLAG|HOLD
      *
      *    first deliveries only : retries and testRun traffic are
      *    not screened, nor is a reassembled multi-part set.
      *    VELACT is named by q_velact_file / velact_file.
      * ---------------------------------------------------------------
       01 ws-velrules-file     pic x(100) value 'VELRULES'.
       01 ws-velrules-file-env pic x(100).
       01 w-velrules-status    pic x(02) value '00'.
       01 w-vrl-tab-count      pic 9(02) value zero.
       01 w-velrule-table.
          05 vrl-entry occurs 50 times.
             10 vrl-category   pic x(20).
             10 vrl-key-field  pic x(32).
             10 vrl-amt-field  pic x(32).
             10 vrl-max-count  pic 9(07).
             10 vrl-max-cents  pic 9(15).
             10 vrl-window     pic 9(04).
             10 vrl-action     pic x(04).
             10 vrl-queue      pic x(101).
       01 w-vrl-i              pic 9(02) value zero.
       01 w-vrl-f-category     pic x(40).
       01 w-vrl-f-key          pic x(40).
       01 w-vrl-f-amount       pic x(40).
       01 w-vrl-f-count        pic x(20).
       01 w-vrl-f-max-amount   pic x(40).
       01 w-vrl-f-window       pic x(20).
       01 w-vrl-f-action       pic x(10).
       01 w-vrl-f-queue        pic x(101).
       01 ws-velact-file       pic x(100) value 'VELACT'.
       01 ws-velact-file-env   pic x(100).
       01 w-velact-status      pic x(02) value '00'.
       01 w-velact-sw          pic x value 'N'.
           88 velact-is-open        value 'Y'.
       01 ws-screenhits-file     pic x(100) value 'SCREENHITS'.
       01 ws-screenhits-file-env pic x(100).
       01 w-screenhits-status    pic x(02) value '00'.
       01 w-vel-found-sw       pic x value 'N'.
           88 vel-activity-found    value 'Y'.
       01 w-vel-done-sw        pic x value 'N'.
           88 vel-counted           value 'Y'.
       01 w-vel-hold-sw        pic x value 'N'.
           88 vel-hold-due          value 'Y'.
       01 w-vel-tries          pic 9(03) value zero.
       01 w-vel-sleep-ns       pic 9(09) comp-5 value 20000000.
       01 w-vel-key-value      pic x(32) value spaces.
       01 w-vel-cents          pic 9(15) value zero.
       01 w-vel-amt-text       pic x(64) value spaces.
       01 w-vel-amt-work       pic x(64) value spaces.
       01 w-vel-amt-int        pic x(20) value spaces.
       01 w-vel-amt-frac       pic x(20) value spaces.
       01 w-vel-amt-sw         pic x value 'N'.
           88 vel-amount-ok         value 'Y'.
       01 w-vel-seg-i          pic 9(02) value zero.
       01 w-vel-today          pic 9(08) value zero.
       01 w-vel-now-min        pic 9(10) value zero.
       01 w-vel-width          pic 9(04) value zero.
       01 w-vel-nb             pic 9(02) value zero.
       01 w-vel-slot           pic 9(10) value zero.
       01 w-vel-idx            pic 9(02) value zero.
       01 w-vel-b              pic 9(02) value zero.
       01 w-vel-sum-count      pic 9(09) value zero.
       01 w-vel-sum-cents      pic 9(17) value zero.
       01 w-vel-tripped        pic x(06) value spaces.
       01 w-vel-reason         pic x(32) value spaces.
       01 w-vel-disp-count     pic z(08)9.
       01 w-vel-disp-cents     pic z(16)9.
       01 w-vel-disp-window    pic z(03)9.
       01 cnt-vel-screened     pic 9(09) value zero.
       01 cnt-vel-hits         pic 9(09) value zero.
       01 cnt-vel-held         pic 9(09) value zero.
       01 cnt-vel-rejected     pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    blocklist screening : account numbers, BICs and
      *    counterparty names compliance has blocked must never
      *    reach a payment consumer without a human decision.  the
      *    BLOCKLIST (q_blocklist_file / blocklist_file) is
      *    line-sequential CSV, '*' comments allowed :
      *
      *       listType,value
      *
      *    listType ACCOUNT, BIC or NAME.  which payload fields are
      *    screened against which list is SCREENFLD
      *    (q_screenfld_file / screenfld_file), one field per line,
      *    msgCategory '*' screening every category :
      *
      *       msgCategory,field,listType
      *
      *    field names a JSON field (found the way
      *    2133-extract-json-field finds it), or WW02-SEG-ACCOUNT /
      *    WW02-SEG-NARRATIVE for every posting segment of a WW02
      *    record.  a value hits on an EXACT match, or on a NORMAL
      *    one : both sides upper-cased and cut down to letters and
      *    digits, so 'es12 3456-78' is 'ES12345678'.  an
      *    8-character BIC blocks every branch of its institution,
      *    and a NAME hits wherever it appears inside the field --
      *    a narrative reads 'PAYMENT TO ACME TRADING SA INV 42'.
      *
      *    a hit diverts the message, fully processed, to the review
      *    queue (q_review_queue / review_queue) under rejectReason
      *    BLOCKLIST-HIT, stamped with the destination it was bound
      *    for, with a SCREN audit event naming the hit and a
      *    PENDING line in the REVIEWS register (q_review_file /
      *    review_file, ww42-review.cpy) where revcon.cob takes the
      *    four-eyes decision.  screening with no review queue
      *    stops the run at startup : a hit would have nowhere to
      *    wait.  a reassembled multi-part set can not be held
      *    whole, so a hit on one is dead-lettered instead, and
      *    testRun traffic bound for the test queue is not
      *    screened.
      *
      *    the message waits on review as it arrived (the payload,
      *    mimetype and properties 2104 saw, kept in w-blk-orig-*),
      *    and revcon sends the decided message back to q_input
      *    stamped reviewReleased or reviewRejected with the stamp
      *    of the proposal a second operator confirmed.  one the
      *    register bears out (2192-check-review-return) is not
      *    screened or counted again : a release takes the normal
      *    path -- warehouse, batch, ledger, disposition -- and a
      *    rejection is dead-lettered BLOCKLIST-REJECTED, its
      *    sender notified as for any rejection.
      * ---------------------------------------------------------------
       01 ws-blocklist-file     pic x(100) value 'BLOCKLIST'.
       01 ws-blocklist-file-env pic x(100).
       01 w-blocklist-status    pic x(02) value '00'.
       01 w-blk-tab-count       pic 9(04) value zero.
       01 w-blocklist-table.
          05 blk-entry occurs 2000 times.
             10 blk-type       pic x(07).
             10 blk-value      pic x(64).
             10 blk-norm       pic x(64).
             10 blk-norm-len   pic 9(02).
       01 w-blk-i               pic 9(04) value zero.
       01 w-blk-f-type          pic x(20).
       01 w-blk-f-value         pic x(100).
       01 ws-screenfld-file     pic x(100) value 'SCREENFLD'.
       01 ws-screenfld-file-env pic x(100).
       01 w-screenfld-status    pic x(02) value '00'.
       01 w-sfd-tab-count       pic 9(02) value zero.
       01 w-screenfld-table.
          05 sfd-entry occurs 50 times.
             10 sfd-category   pic x(20).
             10 sfd-field      pic x(32).
             10 sfd-type       pic x(07).
       01 w-sfd-i               pic 9(02) value zero.
       01 w-sfd-f-category      pic x(40).
       01 w-sfd-f-field         pic x(40).
       01 w-sfd-f-type          pic x(20).
       01 w-review-queue        pic x(101) value spaces.
       01 ws-review-file        pic x(100) value 'REVIEWS'.
       01 ws-review-file-env    pic x(100).
       01 w-review-status       pic x(02) value '00'.
           copy "ww42-review.cpy".
       01 w-blk-hold-sw         pic x value 'N'.
           88 blk-hold-due           value 'Y'.
       01 w-blk-type            pic x(07) value spaces.
       01 w-blk-field-value     pic x(64) value spaces.
       01 w-blk-fv-norm         pic x(64) value spaces.
       01 w-blk-fv-len          pic 9(02) value zero.
       01 w-blk-norm-in         pic x(64) value spaces.
       01 w-blk-norm-out        pic x(64) value spaces.
       01 w-blk-norm-len        pic 9(02) value zero.
       01 w-blk-c               pic 9(02) value zero.
       01 w-blk-tally           pic 9(04) value zero.
       01 w-blk-seg-i           pic 9(02) value zero.
       01 w-blk-match           pic x(06) value spaces.
       01 w-blk-reason          pic x(32) value spaces.
       01 cnt-blk-screened      pic 9(09) value zero.
       01 cnt-blk-held          pic 9(09) value zero.
       01 cnt-blk-rejected      pic 9(09) value zero.
       01 w-blk-orig-message    pic x(4096).
       01 w-blk-orig-mimetype   pic x(51).
       01 w-blk-orig-props      pic x(1026).
       01 w-blk-orig-rc         binary-short value zero.
       01 w-rvw-return-sw       pic x value 'N'.
           88 review-released        value 'R'.
           88 review-rejected        value 'J'.
           88 review-not-returned    value 'N'.
       01 w-rvw-stamp           pic x(14) value spaces.
       01 w-rvw-want            pic x(07) value spaces.
       01 cnt-rvw-released      pic 9(09) value zero.
       01 cnt-rvw-rejected      pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    sender authentication : a sender signs every payload
      *    with a secret it shares with the bridge and carries the
      *    result in the signature property -- HMAC-SHA-256 of the
      *    payload bytes as sent, cut to its first 128 bits, as 32
      *    lower-case hex digits (see hmacsig.cob) -- naming the
      *    key it used in signatureKeyId if it likes.  SENDERKEYS
      *    (q_senderkeys_file / senderkeys_file) is line-sequential
      *    CSV, '*' comments allowed, and readable by the bridge's
      *    own user only :
      *
      *       senderId,KEY,keyId,secret,validFrom,validTo
      *       senderId,MODE,REQUIRED|OPTIONAL|OFF
      *
      *    validFrom / validTo are yyyymmdd, blank for open-ended.
      *    a key is rotated the way ARCHKEYS is, by appending the
      *    new one : until the old key's validTo has passed, a
      *    signature under either verifies, so the sender switches
      *    over when it is ready.  MODE says whether the sender must
      *    sign (REQUIRED), is checked only when it does (OPTIONAL)
      *    or is not checked at all (OFF), so partners are migrated
      *    one at a time, OPTIONAL first, REQUIRED once they sign
      *    everything.  a MODE line for sender '*' is the default
      *    for a sender with none of its own ; with no default, a
      *    sender with keys is OPTIONAL and one without is OFF.  a
      *    repaired message (repairedBy, see repdesk.cob) is no
      *    longer the sender's bytes : the repair desk signs it,
      *    under the keys of sender REPDESK.
      *
      *    a missing or wrong signature is rejected ahead of any
      *    business dispatch under rejectReason UNAUTHENTICATED,
      *    with an UNAUT audit event saying why : NO-SIGNATURE,
      *    NO-VALID-KEY (none of the sender's keys is valid today,
      *    or not the one named) or BAD-SIGNATURE.  such a message
      *    never joins a multi-part set, a debatch or the
      *    resequencer, and an end-of-day control message failing
      *    it is recorded BAD.  no file means no authentication.
      *    secrets are never displayed, and SENDERKEYS, like
      *    ARCHKEYS, is not fingerprinted into CFGHIST.
      * ---------------------------------------------------------------
       01 ws-senderkeys-file     pic x(100) value 'SENDERKEYS'.
       01 ws-senderkeys-file-env pic x(100).
       01 w-senderkeys-status    pic x(02) value '00'.
       01 w-sky-tab-count        pic 9(03) value zero.
       01 w-senderkey-table.
          05 sky-entry occurs 500 times.
             10 sky-sender     pic x(32).
             10 sky-keyid      pic x(32).
             10 sky-secret     pic x(64).
             10 sky-from       pic x(08).
             10 sky-to         pic x(08).
       01 w-skm-tab-count        pic 9(03) value zero.
       01 w-sendermode-table.
          05 skm-entry occurs 500 times.
             10 skm-sender     pic x(32).
             10 skm-mode       pic x(08).
       01 w-sky-i                pic 9(03) value zero.
       01 w-sky-f-sender         pic x(40).
       01 w-sky-f-type           pic x(10).
       01 w-sky-f-keyid          pic x(40).
       01 w-sky-f-secret         pic x(80).
       01 w-sky-f-from           pic x(10).
       01 w-sky-f-to             pic x(10).
       01 w-auth-sw              pic x value 'N'.
           88 auth-failed            value 'Y'.
       01 w-auth-match-sw        pic x value 'N'.
           88 auth-matched           value 'Y'.
       01 w-auth-mode            pic x(08) value spaces.
       01 w-auth-reason          pic x(32) value spaces.
       01 w-auth-key-sender      pic x(32) value spaces.
       01 w-auth-given           pic x(32) value spaces.
       01 w-auth-sig             pic x(32) value spaces.
       01 w-auth-today           pic x(08) value spaces.
       01 w-auth-tried           pic 9(03) value zero.
       01 w-auth-len             binary-long value zero.
       01 cnt-auth-ok            pic 9(09) value zero.
       01 cnt-auth-unsigned      pic 9(09) value zero.
       01 cnt-auth-rejected      pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    sender suspension : a partner who asks for its traffic to
      *    be stopped for a while (a bad batch on its side, a
      *    disputed run) is suspended with suspdesk.cob, which
      *    appends to the SUSPENDS register (q_suspend_file /
      *    suspend_file, one ww48-suspend.cpy line each).  while a
      *    suspension is ACTIVE -- and, when it has an expiry, not
      *    past it -- or RELEASING, every message from its sender
      *    is archived and held on the suspension's own hold queue,
      *    audited SUSPD, disposition SUSPENDED, neither forwarded
      *    nor rejected.  the register is re-read whenever its size
      *    or change stamp moves, looked at before every message,
      *    so a suspension bites (and lets go) with the next
      *    message after suspdesk writes it.  a message suspdesk
      *    puts back on the input queue carries suspendReleased =
      *    the suspension's since-stamp and goes through, while
      *    anything new from the sender is still held behind it
      *    until the release is done -- which is how the held
      *    messages keep their arrival order.  only open
      *    suspensions are kept in the table.
      * ---------------------------------------------------------------
       01 ws-suspend-file        pic x(100) value 'SUSPENDS'.
       01 ws-suspend-file-env    pic x(100).
       01 w-suspend-status       pic x(02) value '00'.
       01 w-sus-details.
          05 w-sus-size          pic x(08) comp-x.
          05 w-sus-changed       pic x(08).
       01 w-sus-seen-details     pic x(16) value low-values.
       01 w-sus-check-rc         binary-long value zero.
       01 w-sus-tab-count        pic 9(03) value zero.
       01 w-suspend-table.
          05 sus-entry occurs 200 times.
             10 sus-sender       pic x(32).
             10 sus-since        pic x(14).
             10 sus-status       pic x(09).
             10 sus-expires      pic x(14).
             10 sus-queue        pic x(101).
       01 w-sus-i                pic 9(03) value zero.
       01 w-sus-j                pic 9(03) value zero.
       01 w-sus-hit              pic 9(03) value zero.
       01 w-sus-now              pic x(14) value spaces.
       01 w-sus-hold-sw          pic x value 'N'.
           88 susp-hold-due          value 'Y'.
       01 cnt-susp-held          pic 9(09) value zero.
       01 cnt-susp-rejected      pic 9(09) value zero.
       01 cnt-susp-released      pic 9(09) value zero.
       01 cnt-susp-reloads       pic 9(05) value zero.
           copy "ww48-suspend.cpy".
      *
      *    a message a screening control holds (quota, velocity,
      *    blocklist) goes to the queue named here, under its own
      *    audit event and AUDITDB disposition -- see
      *    2159-hold-message.
      *
       01 w-hold-queue         pic x(101) value spaces.
       01 w-hold-event         pic x(05) value spaces.
       01 w-hold-disp          pic x(10) value spaces.
       01 w-hold-done-sw       pic x value 'N'.
           88 hold-published        value 'Y'.
       01 cnt-quota-held       pic 9(09) value zero.
       01 cnt-quota-alerts     pic 9(09) value zero.
      *
      * ---------------------------------------------------------------
      *    configuration history : when behaviour changes between
      *    one day and the next, the first question is "did someone
      *    change a table ?".  every run files one CFGHIST line per
      *    control table it loaded -- run id, stamp, table, file
      *    name, size, digest, last-change stamp, line count --
      *    and keeps a copy of each table version the first time
      *    its digest is seen, named history base + '.' + table +
      *    '.' + digest, so cfgdrift.cob can print the lines that
      *    changed between two runs or two dates.  ARCHKEYS is
      *    deliberately left out : key material is not copied
      *    anywhere.  CFGHIST is shared by every instance (the run
      *    id says whose line it is) ; q_cfghist_file /
      *    cfghist_file names it.
      * ---------------------------------------------------------------
       01 ws-cfghist-file      pic x(100) value 'CFGHIST'.
       01 ws-cfghist-file-env  pic x(100).
       01 w-cfghist-status     pic x(02) value '00'.
       01 ws-ctlfp-file        pic x(100) value spaces.
       01 w-ctlfp-status       pic x(02) value '00'.
       01 ws-cfgsnap-file      pic x(120) value spaces.
       01 w-cfgsnap-status     pic x(02) value '00'.
       01 ws-bizrules-file     pic x(100) value 'BIZRULES'.
       01 ws-bizrules-file-env pic x(100).
       01 w-fp-table-count     pic 9(02) value zero.
       01 w-fp-table.
          05 fp-entry occurs 17 times.
             10 fp-table-name  pic x(10).
             10 fp-file-name   pic x(100).
       01 w-fp-i               pic 9(02) value zero.
       01 w-fp-details.
          05 w-fp-size         pic x(08) comp-x.
          05 w-fp-day          pic x comp-x.
          05 w-fp-month        pic x comp-x.
          05 w-fp-year         pic x(02) comp-x.
          05 w-fp-hour         pic x comp-x.
          05 w-fp-minute       pic x comp-x.
          05 w-fp-second       pic x comp-x.
          05 w-fp-hsec         pic x comp-x.
       01 w-fp-stamp.
          05 w-fp-stamp-yyyy   pic 9(04).
          05 w-fp-stamp-mm     pic 9(02).
          05 w-fp-stamp-dd     pic 9(02).
          05 w-fp-stamp-hh     pic 9(02).
          05 w-fp-stamp-mi     pic 9(02).
          05 w-fp-stamp-ss     pic 9(02).
       01 w-fp-size-disp       pic 9(10) value zero.
       01 w-fp-lines           pic 9(06) value zero.
       01 w-fp-line-len        pic 9(03) value zero.
       01 w-fp-hash            usage binary-double value zero.
       01 w-fp-digest          pic 9(10) value zero.
       01 w-fp-i2              pic 9(03) comp value zero.
       01 w-fp-state           pic x(06) value spaces.
       01 cnt-fp-snapshots     pic 9(03) value zero.
      *
      * ---------------------------------------------------------------
      *    outbound EBCDIC destinations : queues named here (comma-
      *    separated in q_ebcdic_queues / the ebcdic_queues
      *    configuration keyword) belong to consumers that want
       01 w-lat-max-ms      pic z(07)9.
       01 w-lat-p95-ms      pic z(07)9.
       01 w-lat-breach-disp pic z(08)9.
      *
      * ---------------------------------------------------------------
      *    lineage : every message the bridge makes out of another
      *    -- set member, batch, reply, release, re-drive, drain --
      *    is linked to its original in the LINEAGE store through
      *    linwrite.cob (9031).  a set is named once, when it goes
      *    out, so every part links to the same child ; a batch is
      *    named by its first posting's messageUUID.
      * ---------------------------------------------------------------
       01 w-set-child-msgid  pic x(61) value spaces.
       01 w-lin-cut          pic 9(02) value zero.
       01 w-lin-uuid         pic x(61) value spaces.
       01 w-lin-sw           pic x value 'Y'.
           88 lineage-available      value 'Y'.
           copy "ww51-lineage.cpy".
           copy "fd-audit.cpy".
      *
      * =============================================== 
      *
           perform 1050-load-entitlements
              thru 1050-load-entitlements-exit
           perform 1052-load-retired-partners
              thru 1052-load-retired-partners-exit
      *
           perform 1055-load-enrich-rules
              thru 1055-load-enrich-rules-exit
      *
           perform 1057-load-archkeys
              thru 1057-load-archkeys-exit
      *
           perform 1058-load-fixrules
              thru 1058-load-fixrules-exit
      *
           perform 1060-load-debatch
              thru 1060-load-debatch-exit
      *
           perform 1062-load-cutoffs
              thru 1062-load-cutoffs-exit
           perform 1064-load-calendar
              thru 1064-load-calendar-exit
           perform 1066-load-notify-queues
              thru 1066-load-notify-queues-exit
           perform 1068-load-quotas
              thru 1068-load-quotas-exit
           perform 1074-load-velrules
              thru 1074-load-velrules-exit
           perform 1076-load-blocklist
              thru 1076-load-blocklist-exit
           perform 1079-load-senderkeys
              thru 1079-load-senderkeys-exit
           perform 1081-load-suspensions
              thru 1081-load-suspensions-exit
      *
      *    the names resolved by 1010-init-config (environment,
      *    then configuration file) are the generation base names ;
             into w-auditdb-runid
           end-string
      *
      *    and the control tables this run is working from, filed
      *    against that run identifier.
      *
           perform 1070-fingerprint-controls
              thru 1070-fingerprint-controls-exit
      *
      *    an explicitly-set instance id gives this instance its own
      *    audit/archive/tranlog/status files, so parallel instances
      *    never interleave writes ; the id travels in every record
           move ws-audit-file   to w-audit-base
           move ws-archive-file to w-archive-base
           move ws-tranlog-file to w-tranlog-base
           move ws-ledger-file  to w-ledger-base
           perform 1030-open-generations
      *
           perform 1032-echo-config-to-audit
              delimited by size into err
              perform 3000-end
           end-if.
      *
      *    quotas that can not be counted can not be enforced : a
      *    QUOTAS table with no usable QUOTAUSE store stops the run
      *    rather than let every sender through unmetered.
      *
           if w-qta-tab-count > 0
              open i-o quotause-file
              if w-quotause-status = '35' then
                 open output quotause-file
                 close quotause-file
                 open i-o quotause-file
              end-if
              if w-quotause-status not = '00' then
                 string 'can not open QUOTAUSE store, status '
                        w-quotause-status
                 delimited by size into err
                 perform 3000-end
              end-if
              set quotause-is-open to true
           end-if.
      *
           if w-vrl-tab-count > 0
              open i-o velact-file
              if w-velact-status = '35' then
                 open output velact-file
                 close velact-file
                 open i-o velact-file
              end-if
              if w-velact-status not = '00' then
                 string 'can not open VELACT store, status '
                        w-velact-status
                 delimited by size into err
                 perform 3000-end
              end-if
              set velact-is-open to true
           end-if.
      *
      *    a blocklist with fields to screen but no review queue
      *    stops the run : a hit would have nowhere to wait.
      *
           if w-blk-tab-count > 0 and w-sfd-tab-count > 0
              and w-review-queue = spaces
              string 'blocklist screening needs a review queue '
                     '(q_review_queue / review_queue)'
              delimited by size into err
              perform 3000-end
           end-if.
      *
           perform 1020-load-checkpoint
      *
                  function trim(w-instance-id) delimited by size
             into ws-tranlog-file
           end-string
           move ws-ledger-file to w-gen-name
           move spaces to ws-ledger-file
           string function trim(w-gen-name) delimited by size
                  '.I' delimited by size
                  function trim(w-instance-id) delimited by size
             into ws-ledger-file
           end-string
           move ws-status-file to w-gen-name
           move spaces to ws-status-file
           string function trim(w-gen-name) delimited by size
                 continue
           end-accept.
      *
      *    blocklist screening : the queue a hit waits on for its
      *    four-eyes review.
      *
           accept w-review-queue from environment 'q_review_queue'
              not on exception
                 continue
           end-accept.
      *
      *    in-order delivery : the senders whose traffic is held and
      *    released in sequence ; blank leaves resequencing off.
      *
              not on exception
                 move ws-spool-file-env to ws-spool-file
           end-accept.
           accept ws-warehouse-file-env
              from environment 'q_warehouse_file'
              not on exception
                 move ws-warehouse-file-env to ws-warehouse-file
           end-accept.
           accept ws-auditpend-file-env
              from environment 'q_auditpend_file'
              not on exception
                 move ws-auditpend-file-env to ws-auditpend-file
           end-accept.
      *
      *    micro-batching : the category collected into batches and
      *    the queue the batches go to ; a blank category leaves
              not on exception
                 move ws-control-file-env to ws-control-file
           end-accept.
           accept ws-opslog-env from environment 'ops_log_file'
              not on exception
                 move ws-opslog-env to ws-opslog-file
           end-accept.
      *
      *    base backoff (seconds) for the first redelivery wait ;
      *    each further attempt doubles it.  zero turns backoff off
              not on exception
                 move ws-tranlog-file-env to ws-tranlog-file
           end-accept.
           accept ws-senderctl-file-env from environment
                  'q_senderctl_file'
              not on exception
                 move ws-senderctl-file-env to ws-senderctl-file
           end-accept.
           accept ws-ledger-file-env from environment 'q_ledger_file'
              not on exception
                 move ws-ledger-file-env to ws-ledger-file
           end-accept.
      *
      *    an unset q_archive_file must leave the 'ARCHIVE.DAT'
      *    default alone ; accepting straight into ws-archive-file
                 move w-conf-value to ws-archive-file
              when 'tranlog_file'
                 move w-conf-value to ws-tranlog-file
              when 'senderctl_file'
                 move w-conf-value to ws-senderctl-file
              when 'ledger_file'
                 move w-conf-value to ws-ledger-file
              when 'audit_file'
                 move w-conf-value to ws-audit-file
              when 'transmap_file'
                 move w-conf-value to ws-refdata-file
              when 'archkeys_file'
                 move w-conf-value to ws-archkeys-file
              when 'debatch_file'
                 move w-conf-value to ws-debatch-file
              when 'cutoff_file'
                 move w-conf-value to ws-cutoff-file
              when 'calendar_file'
                 move w-conf-value to ws-calendar-file
              when 'notify_file'
                 move w-conf-value to ws-notify-file
              when 'quota_file'
                 move w-conf-value to ws-quota-file
              when 'quotause_file'
                 move w-conf-value to ws-quotause-file
              when 'velrules_file'
                 move w-conf-value to ws-velrules-file
              when 'velact_file'
                 move w-conf-value to ws-velact-file
              when 'screenhits_file'
                 move w-conf-value to ws-screenhits-file
              when 'blocklist_file'
                 move w-conf-value to ws-blocklist-file
              when 'senderkeys_file'
                 move w-conf-value to ws-senderkeys-file
              when 'suspend_file'
                 move w-conf-value to ws-suspend-file
              when 'screenfld_file'
                 move w-conf-value to ws-screenfld-file
              when 'review_file'
                 move w-conf-value to ws-review-file
              when 'review_queue'
                 move w-conf-value to w-review-queue
              when 'cfghist_file'
                 move w-conf-value to ws-cfghist-file
              when 'reseq_senders'
                 move w-conf-value to w-reseq-senders
              when 'reseq_wait_secs'
                 move w-conf-value to w-bkr-list-env
              when 'spool_file'
                 move w-conf-value to ws-spool-file
              when 'warehouse_file'
                 move w-conf-value to ws-warehouse-file
              when 'auditpend_file'
                 move w-conf-value to ws-auditpend-file
              when 'digest'
                 if w-conf-value (1:1) = 'Y'
                    or w-conf-value (1:1) = 'N'
           if w-tranlog-status = '35' then
              open output tranlog-file
           end-if
      *
           move spaces to ws-ledger-file
           string function trim(w-ledger-base) delimited by size
                  '.'                          delimited by size
                  w-gen-date                   delimited by size
             into ws-ledger-file
           end-string
           open extend ledger-file
           if w-ledger-status = '35' then
              open output ledger-file
           end-if
      *
           perform 1031-write-manifest.
      *
                 delimited by size into manifest-record
              end-string
              write manifest-record
              move spaces to manifest-record
              string w-gen-date ' ' function trim(ws-ledger-file)
                 delimited by size into manifest-record
              end-string
              write manifest-record
              close manifest-file
           end-if.
      *
           exit.
      *
      * ---------------------------------------------------------------
      *    the RETIRED partners off the partner master.  a missing
      *    master is reported once and retires nobody.
      * ---------------------------------------------------------------
       1052-load-retired-partners.
      *
           accept ws-partner-file-env from environment
                  'q_partner_file'
              not on exception
                 move ws-partner-file-env to ws-partner-file
           end-accept
      *
           open input partner-file
           if w-partner-status not = '00' then
              display pgm-name ' - no partner master ('
                      function trim(ws-partner-file)
                      '), retired senders not refused'
              go to 1052-load-retired-partners-exit
           end-if
      *
           perform until w-partner-status not = '00'
              read partner-file next record
                 at end
                    move '10' to w-partner-status
                 not at end
                    if ptnr-is-retired
                       if w-ret-tab-count < 200
                          add 1 to w-ret-tab-count
                          move ptnr-sender
                            to ret-sender (w-ret-tab-count)
                       else
                          display pgm-name ' - retired partner '
                                  'table full, not refused : '
                                  function trim(ptnr-sender)
                       end-if
                    end-if
              end-read
           end-perform
           close partner-file
           display pgm-name ' - ' w-ret-tab-count
                   ' retired partner(s) loaded from '
                   function trim(ws-partner-file).
      *
       1052-load-retired-partners-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the enrichment rules once at startup and open the
      *    reference file they look up against.  no rules file means
      *    no enrichment -- reported, like every other optional
       1057-load-archkeys-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the FIELD lines of the record definitions once at
      *    startup (DELIM lines are single text bytes and translate
      *    like any other).  no file leaves every EBCDIC payload on
      *    the whole-payload translation it has always had.
      * ---------------------------------------------------------------
       1058-load-fixrules.
      *
           accept ws-fixrules-file-env from environment
                  'bizfixed_rules'
              not on exception
                 move ws-fixrules-file-env to ws-fixrules-file
           end-accept
      *
           open input fixrules-file
           if w-fixrules-status not = '00' then
              display pgm-name ' - no record definitions ('
                      function trim(ws-fixrules-file)
                      '), EBCDIC translation byte for byte'
              go to 1058-load-fixrules-exit
           end-if
      *
           perform until w-fixrules-status = '10'
              read fixrules-file
                 at end
                    move '10' to w-fixrules-status
                 not at end
                    perform 1059-load-one-fixrule
                       thru 1059-load-one-fixrule-exit
              end-read
           end-perform
           close fixrules-file
           display pgm-name ' - ' w-fxl-tab-count
                   ' field layout line(s) loaded from '
                   function trim(ws-fixrules-file).
      *
       1058-load-fixrules-exit.
           exit.
      *
       1059-load-one-fixrule.
      *
           if fixrules-line = spaces
              or (fixrules-line (1:1) = '*'
                  and fixrules-line (2:1) not = ',')
              go to 1059-load-one-fixrule-exit
           end-if
           move spaces to w-fxl-kind w-fxl-offset-x w-fxl-length-x
           if w-fxl-tab-count >= 200
              display pgm-name ' - field layout table full, line '
                      'ignored : ' fixrules-line (1:60)
              go to 1059-load-one-fixrule-exit
           end-if
           add 1 to w-fxl-tab-count
           move spaces to fxl-usage (w-fxl-tab-count)
           unstring fixrules-line delimited by ','
               into fxl-category (w-fxl-tab-count)
                    w-fxl-kind
                    w-fxl-offset-x
                    w-fxl-length-x
                    fxl-usage (w-fxl-tab-count)
           end-unstring
      *
      *    the bounds are enforced here, once, the TRANSMAP way, so
      *    no layout line can reference-modify outside the buffer.
      *
           if w-fxl-kind not = 'FIELD'
              subtract 1 from w-fxl-tab-count
              go to 1059-load-one-fixrule-exit
           end-if
           if function trim(w-fxl-offset-x) is not numeric
              or function trim(w-fxl-length-x) is not numeric
              or w-fxl-offset-x = spaces
              or w-fxl-length-x = spaces
              display pgm-name ' - bad field layout line ignored : '
                      fixrules-line (1:60)
              subtract 1 from w-fxl-tab-count
              go to 1059-load-one-fixrule-exit
           end-if
           move function numval(w-fxl-offset-x)
             to fxl-offset (w-fxl-tab-count)
           move function numval(w-fxl-length-x)
             to fxl-length (w-fxl-tab-count)
           if fxl-offset (w-fxl-tab-count) < 1
              or fxl-length (w-fxl-tab-count) < 1
              or fxl-offset (w-fxl-tab-count)
                 + fxl-length (w-fxl-tab-count) - 1
                 > length of q_message
              display pgm-name ' - field layout out of bounds, '
                      'ignored : ' fixrules-line (1:60)
              subtract 1 from w-fxl-tab-count
           end-if.
      *
       1059-load-one-fixrule-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the debatching rules once at startup.  no file means
      *    no category is debatched : every message goes through
      *    whole, exactly as before.
      * ---------------------------------------------------------------
       1060-load-debatch.
      *
           accept ws-debatch-file-env from environment
                  'q_debatch_file'
              not on exception
                 move ws-debatch-file-env to ws-debatch-file
           end-accept
      *
           open input debatch-file
           if w-debatch-status not = '00' then
              display pgm-name ' - no debatching rules ('
                      function trim(ws-debatch-file)
                      '), debatching off'
              go to 1060-load-debatch-exit
           end-if
      *
           perform until w-debatch-status = '10'
              read debatch-file
                 at end
                    move '10' to w-debatch-status
                 not at end
                    perform 1061-load-one-debatch-rule
                       thru 1061-load-one-debatch-rule-exit
              end-read
           end-perform
           close debatch-file
           display pgm-name ' - ' w-dbt-tab-count
                   ' debatching rule(s) loaded from '
                   function trim(ws-debatch-file).
      *
       1060-load-debatch-exit.
           exit.
      *
       1061-load-one-debatch-rule.
      *
           if debatch-line = spaces or debatch-line (1:1) = '*'
              go to 1061-load-one-debatch-rule-exit
           end-if
           if w-dbt-tab-count >= 50
              display pgm-name ' - debatching rules full, rule '
                      'ignored : ' debatch-line (1:60)
              go to 1061-load-one-debatch-rule-exit
           end-if
      *
           add 1 to w-dbt-tab-count
           move spaces to w-dbt-reclen-x
           unstring debatch-line delimited by ','
               into dbt-category (w-dbt-tab-count)
                    dbt-kind     (w-dbt-tab-count)
                    w-dbt-reclen-x
           end-unstring
           move function upper-case(dbt-kind (w-dbt-tab-count))
             to dbt-kind (w-dbt-tab-count)
           if w-dbt-reclen-x = spaces
              move length of ww02-file-data
                to dbt-reclen (w-dbt-tab-count)
           else
              if function trim(w-dbt-reclen-x) is numeric
                 move function numval(w-dbt-reclen-x)
                   to dbt-reclen (w-dbt-tab-count)
              else
                 move zero to dbt-reclen (w-dbt-tab-count)
              end-if
           end-if
      *
      *    a FIXED record longer than the message buffer could
      *    never be cut out of one ; the rule is dropped here, once.
      *
           if dbt-category (w-dbt-tab-count) = spaces
              or (dbt-kind (w-dbt-tab-count) not = 'FIXED'
                  and dbt-kind (w-dbt-tab-count) not = 'JSONARRAY')
              or (dbt-kind (w-dbt-tab-count) = 'FIXED'
                  and (dbt-reclen (w-dbt-tab-count) < 1
                       or dbt-reclen (w-dbt-tab-count)
                          > length of q_message))
              display pgm-name ' - bad debatching rule ignored : '
                      debatch-line (1:60)
              subtract 1 from w-dbt-tab-count
           end-if.
      *
       1061-load-one-debatch-rule-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the per-category cutoff times once at startup.  no
      *    file means no cutoffs : business dates follow the
      *    calendar alone.
      * ---------------------------------------------------------------
       1062-load-cutoffs.
      *
           accept ws-cutoff-file-env from environment
                  'q_cutoff_file'
              not on exception
                 move ws-cutoff-file-env to ws-cutoff-file
           end-accept
      *
           open input cutoff-file
           if w-cutoff-status not = '00' then
              display pgm-name ' - no cutoff times ('
                      function trim(ws-cutoff-file)
                      '), business dates follow the calendar only'
              go to 1062-load-cutoffs-exit
           end-if
      *
           perform until w-cutoff-status = '10'
              read cutoff-file
                 at end
                    move '10' to w-cutoff-status
                 not at end
                    perform 1063-load-one-cutoff
                       thru 1063-load-one-cutoff-exit
              end-read
           end-perform
           close cutoff-file
           display pgm-name ' - ' w-cut-tab-count
                   ' cutoff time(s) loaded from '
                   function trim(ws-cutoff-file).
      *
       1062-load-cutoffs-exit.
           exit.
      *
       1063-load-one-cutoff.
      *
      *    '*' opens a comment only when it is not the default
      *    line ('*,hhmm').
      *
           if cutoff-line = spaces
              or (cutoff-line (1:1) = '*'
                  and cutoff-line (2:1) not = ',')
              go to 1063-load-one-cutoff-exit
           end-if
           if w-cut-tab-count >= 50
              display pgm-name ' - cutoff table full, line '
                      'ignored : ' cutoff-line (1:60)
              go to 1063-load-one-cutoff-exit
           end-if
      *
           add 1 to w-cut-tab-count
           move spaces to w-cut-hhmm-x
           unstring cutoff-line delimited by ','
               into cut-category (w-cut-tab-count)
                    w-cut-hhmm-x
           end-unstring
           move w-cut-hhmm-x (1:4) to cut-hhmm (w-cut-tab-count)
           if cut-category (w-cut-tab-count) = spaces
              or w-cut-hhmm-x (5:) not = spaces
              or cut-hhmm (w-cut-tab-count) is not numeric
              or cut-hhmm (w-cut-tab-count) (1:2) > '23'
              or cut-hhmm (w-cut-tab-count) (3:2) > '59'
              display pgm-name ' - bad cutoff line ignored : '
                      cutoff-line (1:60)
              subtract 1 from w-cut-tab-count
              go to 1063-load-one-cutoff-exit
           end-if
           if cut-category (w-cut-tab-count) = '*'
              move cut-hhmm (w-cut-tab-count) to w-cut-default
              subtract 1 from w-cut-tab-count
           end-if.
      *
       1063-load-one-cutoff-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the shop calendar once at startup, the same file and
      *    the same validation director.cob applies.  no calendar
      *    leaves the Monday-Friday default.
      * ---------------------------------------------------------------
       1064-load-calendar.
      *
           accept ws-calendar-file-env from environment
                  'q_calendar_file'
              not on exception
                 move ws-calendar-file-env to ws-calendar-file
           end-accept
      *
           open input calendar-file
           if w-calendar-status not = '00' then
              display pgm-name ' - no shop calendar ('
                      function trim(ws-calendar-file)
                      '), weekday default applies to business dates'
              go to 1064-load-calendar-exit
           end-if
      *
           perform until w-calendar-status = '10'
              read calendar-file
                 at end
                    move '10' to w-calendar-status
                 not at end
                    perform 1065-load-one-calendar-day
                       thru 1065-load-one-calendar-day-exit
              end-read
           end-perform
           close calendar-file
           display pgm-name ' - ' w-cal-tab-count
                   ' calendar date(s) loaded from '
                   function trim(ws-calendar-file).
      *
       1064-load-calendar-exit.
           exit.
      *
       1065-load-one-calendar-day.
      *
           if calendar-line = spaces or calendar-line (1:1) = '*'
              go to 1065-load-one-calendar-day-exit
           end-if
           if w-cal-tab-count >= 400
              display pgm-name ' - calendar table full, date '
                      'ignored : ' calendar-line (1:20)
              go to 1065-load-one-calendar-day-exit
           end-if
           move spaces to w-cal-date-x w-cal-flag-x
           unstring calendar-line delimited by ','
               into w-cal-date-x
                    w-cal-flag-x
           end-unstring
           if w-cal-date-x is numeric
              and (w-cal-flag-x (1:1) = 'H'
                   or w-cal-flag-x (1:1) = 'B'
                   or w-cal-flag-x (1:1) = 'E')
              add 1 to w-cal-tab-count
              move w-cal-date-x to cal-date (w-cal-tab-count)
              move w-cal-flag-x (1:1) to cal-flag (w-cal-tab-count)
           else
              display pgm-name ' - bad calendar line ignored : '
                      calendar-line (1:20)
           end-if.
      *
       1065-load-one-calendar-day-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the per-sender rejection-notice queues once at
      *    startup.  no file means nobody is notified : dead letters
      *    go to q_error alone, as they always have.
      * ---------------------------------------------------------------
       1066-load-notify-queues.
      *
           accept ws-notify-file-env from environment
                  'q_notify_file'
              not on exception
                 move ws-notify-file-env to ws-notify-file
           end-accept
      *
           open input notify-file
           if w-notify-status not = '00' then
              display pgm-name ' - no rejection notice queues ('
                      function trim(ws-notify-file)
                      '), senders are not notified'
              go to 1066-load-notify-queues-exit
           end-if
      *
           perform until w-notify-status = '10'
              read notify-file
                 at end
                    move '10' to w-notify-status
                 not at end
                    perform 1067-load-one-notify-queue
                       thru 1067-load-one-notify-queue-exit
              end-read
           end-perform
           close notify-file
           display pgm-name ' - ' w-ntf-tab-count
                   ' rejection notice queue(s) loaded from '
                   function trim(ws-notify-file).
      *
       1066-load-notify-queues-exit.
           exit.
      *
       1067-load-one-notify-queue.
      *
           if notify-line = spaces
              or notify-line (1:1) = '*'
              go to 1067-load-one-notify-queue-exit
           end-if
           if w-ntf-tab-count >= 100
              display pgm-name ' - notice queue table full, line '
                      'ignored : ' notify-line (1:60)
              go to 1067-load-one-notify-queue-exit
           end-if
      *
           add 1 to w-ntf-tab-count
           unstring notify-line delimited by ','
               into ntf-sender (w-ntf-tab-count)
                    ntf-queue (w-ntf-tab-count)
           end-unstring
           if ntf-sender (w-ntf-tab-count) = spaces
              or ntf-queue (w-ntf-tab-count) = spaces
              display pgm-name ' - bad notice queue line ignored : '
                      notify-line (1:60)
              subtract 1 from w-ntf-tab-count
           end-if.
      *
       1067-load-one-notify-queue-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the daily quota table once at startup.  no table
      *    means no quotas -- reported, so the log shows the run
      *    metered nobody.
      * ---------------------------------------------------------------
       1068-load-quotas.
      *
           accept ws-quota-file-env from environment
                  'q_quota_file'
              not on exception
                 move ws-quota-file-env to ws-quota-file
           end-accept
           accept ws-quotause-file-env from environment
                  'q_quotause_file'
              not on exception
                 move ws-quotause-file-env to ws-quotause-file
           end-accept
      *
           open input quota-file
           if w-quota-status not = '00' then
              display pgm-name ' - no quota table ('
                      function trim(ws-quota-file)
                      '), sender volumes not limited'
              go to 1068-load-quotas-exit
           end-if
      *
           perform until w-quota-status = '10'
              read quota-file
                 at end
                    move '10' to w-quota-status
                 not at end
                    perform 1069-load-one-quota
                       thru 1069-load-one-quota-exit
              end-read
           end-perform
           close quota-file
           display pgm-name ' - ' w-qta-tab-count
                   ' sender quota(s) loaded from '
                   function trim(ws-quota-file).
      *
       1068-load-quotas-exit.
           exit.
      *
       1069-load-one-quota.
      *
      *    '*' opens a comment only when it is not the wildcard
      *    sender of an entry ('*,maxMsgs,...').
      *
           if quota-line = spaces
              or (quota-line (1:1) = '*'
                  and quota-line (2:1) not = ',')
              go to 1069-load-one-quota-exit
           end-if
           if w-qta-tab-count >= 100
              display pgm-name ' - quota table full, line '
                      'ignored : ' quota-line (1:60)
              go to 1069-load-one-quota-exit
           end-if
      *
           move spaces to w-qta-f-sender w-qta-f-msgs w-qta-f-bytes
                          w-qta-f-pct w-qta-f-action w-qta-f-queue
           unstring quota-line delimited by ','
               into w-qta-f-sender
                    w-qta-f-msgs
                    w-qta-f-bytes
                    w-qta-f-pct
                    w-qta-f-action
                    w-qta-f-queue
           end-unstring
           move function upper-case(w-qta-f-action) to w-qta-f-action
           if w-qta-f-msgs = spaces
              move '0' to w-qta-f-msgs
           end-if
           if w-qta-f-bytes = spaces
              move '0' to w-qta-f-bytes
           end-if
           if w-qta-f-pct = spaces
              move '80' to w-qta-f-pct
           end-if
           if w-qta-f-action = spaces
              move 'REJECT' to w-qta-f-action
           end-if
           if w-qta-f-sender = spaces
              or function trim(w-qta-f-msgs) is not numeric
              or function trim(w-qta-f-bytes) is not numeric
              or function trim(w-qta-f-pct) is not numeric
              or (w-qta-f-action not = 'REJECT'
                  and w-qta-f-action not = 'HOLD')
              or (w-qta-f-action = 'HOLD'
                  and w-qta-f-queue = spaces)
              display pgm-name ' - bad quota line ignored : '
                      quota-line (1:60)
              go to 1069-load-one-quota-exit
           end-if
      *
           add 1 to w-qta-tab-count
           move w-qta-f-sender to qta-sender (w-qta-tab-count)
           move function numval(w-qta-f-msgs)
             to qta-max-msgs (w-qta-tab-count)
           move function numval(w-qta-f-bytes)
             to qta-max-bytes (w-qta-tab-count)
           move function numval(w-qta-f-pct)
             to qta-warn-pct (w-qta-tab-count)
           move w-qta-f-action to qta-action (w-qta-tab-count)
           move w-qta-f-queue to qta-hold-queue (w-qta-tab-count).
      *
       1069-load-one-quota-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the velocity screening rules once at startup.  no
      *    rules file means no screening -- reported, like every
      *    other optional control table.
      * ---------------------------------------------------------------
       1074-load-velrules.
      *
           accept ws-velrules-file-env from environment
                  'q_velrules_file'
              not on exception
                 move ws-velrules-file-env to ws-velrules-file
           end-accept
           accept ws-velact-file-env from environment
                  'q_velact_file'
              not on exception
                 move ws-velact-file-env to ws-velact-file
           end-accept
           accept ws-screenhits-file-env from environment
                  'q_screenhits_file'
              not on exception
                 move ws-screenhits-file-env to ws-screenhits-file
           end-accept
      *
           open input velrules-file
           if w-velrules-status not = '00' then
              display pgm-name ' - no velocity rules ('
                      function trim(ws-velrules-file)
                      '), activity not screened'
              go to 1074-load-velrules-exit
           end-if
      *
           perform until w-velrules-status = '10'
              read velrules-file
                 at end
                    move '10' to w-velrules-status
                 not at end
                    perform 1075-load-one-velrule
                       thru 1075-load-one-velrule-exit
              end-read
           end-perform
           close velrules-file
           display pgm-name ' - ' w-vrl-tab-count
                   ' velocity rule(s) loaded from '
                   function trim(ws-velrules-file).
      *
       1074-load-velrules-exit.
           exit.
      *
       1075-load-one-velrule.
      *
      *
      *    '*' opens a comment only when it is not the every-
      *    category rule of a line ('*,keyField,...').
      *
           if velrules-line = spaces
              or (velrules-line (1:1) = '*'
                  and velrules-line (2:1) not = ',')
              go to 1075-load-one-velrule-exit
           end-if
           if w-vrl-tab-count >= 50
              display pgm-name ' - velocity rule table full, line '
                      'ignored : ' velrules-line (1:60)
              go to 1075-load-one-velrule-exit
           end-if
      *
           move spaces to w-vrl-f-category w-vrl-f-key
                          w-vrl-f-amount w-vrl-f-count
                          w-vrl-f-max-amount w-vrl-f-window
                          w-vrl-f-action w-vrl-f-queue
           unstring velrules-line delimited by ','
               into w-vrl-f-category
                    w-vrl-f-key
                    w-vrl-f-amount
                    w-vrl-f-count
                    w-vrl-f-max-amount
                    w-vrl-f-window
                    w-vrl-f-action
                    w-vrl-f-queue
           end-unstring
           move function upper-case(w-vrl-f-action) to w-vrl-f-action
           if w-vrl-f-count = spaces
              move '0' to w-vrl-f-count
           end-if
           if w-vrl-f-max-amount = spaces
              move '0' to w-vrl-f-max-amount
           end-if
           if w-vrl-f-action = spaces
              move 'FLAG' to w-vrl-f-action
           end-if
           move w-vrl-f-max-amount to w-vel-amt-text
           perform 2135-parse-amount
              thru 2135-parse-amount-exit
           if w-vrl-f-category = spaces
              or w-vrl-f-key = spaces
              or function trim(w-vrl-f-count) is not numeric
              or not vel-amount-ok
              or function trim(w-vrl-f-window) is not numeric
              or (w-vrl-f-action not = 'FLAG'
                  and w-vrl-f-action not = 'HOLD')
              or (w-vrl-f-action = 'HOLD'
                  and w-vrl-f-queue = spaces)
              display pgm-name ' - bad velocity rule ignored : '
                      velrules-line (1:60)
              go to 1075-load-one-velrule-exit
           end-if
           if function numval(w-vrl-f-window) < 1
              or function numval(w-vrl-f-window) > 1440
              or (function numval(w-vrl-f-count) = 0
                  and w-vel-cents = 0)
              display pgm-name ' - bad velocity rule ignored : '
                      velrules-line (1:60)
              go to 1075-load-one-velrule-exit
           end-if
      *
           add 1 to w-vrl-tab-count
           move w-vrl-f-category to vrl-category (w-vrl-tab-count)
           move w-vrl-f-key to vrl-key-field (w-vrl-tab-count)
           move w-vrl-f-amount to vrl-amt-field (w-vrl-tab-count)
           move function numval(w-vrl-f-count)
             to vrl-max-count (w-vrl-tab-count)
           move w-vel-cents to vrl-max-cents (w-vrl-tab-count)
           move function numval(w-vrl-f-window)
             to vrl-window (w-vrl-tab-count)
           move w-vrl-f-action to vrl-action (w-vrl-tab-count)
           move w-vrl-f-queue to vrl-queue (w-vrl-tab-count).
      *
       1075-load-one-velrule-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the blocklist and the fields screened against it,
      *    once at startup.  no list, or no fields, means no
      *    screening -- reported, like every other optional control
      *    table.  each entry is kept both as written and
      *    normalized, so a message costs one normalization per
      *    field value, not one per entry.
      * ---------------------------------------------------------------
       1076-load-blocklist.
      *
           accept ws-blocklist-file-env from environment
                  'q_blocklist_file'
              not on exception
                 move ws-blocklist-file-env to ws-blocklist-file
           end-accept
           accept ws-screenfld-file-env from environment
                  'q_screenfld_file'
              not on exception
                 move ws-screenfld-file-env to ws-screenfld-file
           end-accept
           accept ws-review-file-env from environment
                  'q_review_file'
              not on exception
                 move ws-review-file-env to ws-review-file
           end-accept
      *
           open input blocklist-file
           if w-blocklist-status not = '00' then
              display pgm-name ' - no blocklist ('
                      function trim(ws-blocklist-file)
                      '), payloads not screened'
              go to 1076-load-blocklist-exit
           end-if
           perform until w-blocklist-status = '10'
              read blocklist-file
                 at end
                    move '10' to w-blocklist-status
                 not at end
                    perform 1077-load-one-blocked
                       thru 1077-load-one-blocked-exit
              end-read
           end-perform
           close blocklist-file
           display pgm-name ' - ' w-blk-tab-count
                   ' blocklist entry(ies) loaded from '
                   function trim(ws-blocklist-file)
      *
           open input screenfld-file
           if w-screenfld-status not = '00' then
              display pgm-name ' - no screening fields ('
                      function trim(ws-screenfld-file)
                      '), payloads not screened'
              go to 1076-load-blocklist-exit
           end-if
           perform until w-screenfld-status = '10'
              read screenfld-file
                 at end
                    move '10' to w-screenfld-status
                 not at end
                    perform 1078-load-one-screenfld
                       thru 1078-load-one-screenfld-exit
              end-read
           end-perform
           close screenfld-file
           display pgm-name ' - ' w-sfd-tab-count
                   ' screening field(s) loaded from '
                   function trim(ws-screenfld-file).
      *
       1076-load-blocklist-exit.
           exit.
      *
       1077-load-one-blocked.
      *
           if blocklist-line = spaces or blocklist-line (1:1) = '*'
              go to 1077-load-one-blocked-exit
           end-if
           if w-blk-tab-count >= 2000
              display pgm-name ' - blocklist table full, line '
                      'ignored : ' blocklist-line (1:60)
              go to 1077-load-one-blocked-exit
           end-if
      *
           move spaces to w-blk-f-type w-blk-f-value
           unstring blocklist-line delimited by ','
               into w-blk-f-type
                    w-blk-f-value
           end-unstring
           move function upper-case(w-blk-f-type) to w-blk-f-type
           move function trim(w-blk-f-value) to w-blk-norm-in
           perform 2191-normalize
              thru 2191-normalize-exit
           if (w-blk-f-type not = 'ACCOUNT'
               and w-blk-f-type not = 'BIC'
               and w-blk-f-type not = 'NAME')
              or w-blk-norm-len = 0
              display pgm-name ' - bad blocklist entry ignored : '
                      blocklist-line (1:60)
              go to 1077-load-one-blocked-exit
           end-if
      *
           add 1 to w-blk-tab-count
           move w-blk-f-type to blk-type (w-blk-tab-count)
           move function trim(w-blk-f-value)
             to blk-value (w-blk-tab-count)
           move w-blk-norm-out to blk-norm (w-blk-tab-count)
           move w-blk-norm-len to blk-norm-len (w-blk-tab-count).
      *
       1077-load-one-blocked-exit.
           exit.
      *
       1078-load-one-screenfld.
      *
      *    '*' opens a comment only when it is not the every-
      *    category line of a field ('*,field,listType').
      *
           if screenfld-line = spaces
              or (screenfld-line (1:1) = '*'
                  and screenfld-line (2:1) not = ',')
              go to 1078-load-one-screenfld-exit
           end-if
           if w-sfd-tab-count >= 50
              display pgm-name ' - screening field table full, '
                      'line ignored : ' screenfld-line (1:60)
              go to 1078-load-one-screenfld-exit
           end-if
      *
           move spaces to w-sfd-f-category w-sfd-f-field
                          w-sfd-f-type
           unstring screenfld-line delimited by ','
               into w-sfd-f-category
                    w-sfd-f-field
                    w-sfd-f-type
           end-unstring
           move function upper-case(w-sfd-f-type) to w-sfd-f-type
           if w-sfd-f-category = spaces
              or w-sfd-f-field = spaces
              or (w-sfd-f-type not = 'ACCOUNT'
                  and w-sfd-f-type not = 'BIC'
                  and w-sfd-f-type not = 'NAME')
              display pgm-name ' - bad screening field ignored : '
                      screenfld-line (1:60)
              go to 1078-load-one-screenfld-exit
           end-if
      *
           add 1 to w-sfd-tab-count
           move w-sfd-f-category to sfd-category (w-sfd-tab-count)
           move w-sfd-f-field to sfd-field (w-sfd-tab-count)
           move w-sfd-f-type to sfd-type (w-sfd-tab-count).
      *
       1078-load-one-screenfld-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    load the sender signing keys and modes, once at
      *    startup.  no file means no sender is authenticated --
      *    reported, like every other optional control table.  the
      *    count of keys is shown, never a secret.
      * ---------------------------------------------------------------
       1079-load-senderkeys.
      *
           accept ws-senderkeys-file-env from environment
                  'q_senderkeys_file'
              not on exception
                 move ws-senderkeys-file-env to ws-senderkeys-file
           end-accept
      *
           open input senderkeys-file
           if w-senderkeys-status not = '00' then
              display pgm-name ' - no sender keys ('
                      function trim(ws-senderkeys-file)
                      '), senders not authenticated'
              go to 1079-load-senderkeys-exit
           end-if
           perform until w-senderkeys-status = '10'
              read senderkeys-file
                 at end
                    move '10' to w-senderkeys-status
                 not at end
                    perform 1080-load-one-senderkey
                       thru 1080-load-one-senderkey-exit
              end-read
           end-perform
           close senderkeys-file
           display pgm-name ' - ' w-sky-tab-count ' sender key(s), '
                   w-skm-tab-count ' sender mode(s) loaded from '
                   function trim(ws-senderkeys-file).
      *
       1079-load-senderkeys-exit.
           exit.
      *
       1080-load-one-senderkey.
      *
      *    '*' opens a comment only when it is not the every-
      *    sender MODE line.
      *
           if senderkeys-line = spaces
              or (senderkeys-line (1:1) = '*'
                  and senderkeys-line (2:1) not = ',')
              go to 1080-load-one-senderkey-exit
           end-if
      *
           move spaces to w-sky-f-sender w-sky-f-type w-sky-f-keyid
                          w-sky-f-secret w-sky-f-from w-sky-f-to
           unstring senderkeys-line delimited by ','
               into w-sky-f-sender
                    w-sky-f-type
                    w-sky-f-keyid
                    w-sky-f-secret
                    w-sky-f-from
                    w-sky-f-to
           end-unstring
           move function upper-case(function trim(w-sky-f-type))
             to w-sky-f-type
           move function trim(w-sky-f-sender) to w-sky-f-sender
      *
           if w-sky-f-type = 'MODE'
              move function upper-case(function trim(w-sky-f-keyid))
                to w-sky-f-keyid
              if w-sky-f-sender = spaces
                 or (w-sky-f-keyid not = 'REQUIRED'
                     and w-sky-f-keyid not = 'OPTIONAL'
                     and w-sky-f-keyid not = 'OFF')
                 display pgm-name ' - bad sender mode ignored : '
                         senderkeys-line (1:60)
                 go to 1080-load-one-senderkey-exit
              end-if
              if w-skm-tab-count >= 500
                 display pgm-name ' - sender mode table full, '
                         'ignored : ' function trim(w-sky-f-sender)
                 go to 1080-load-one-senderkey-exit
              end-if
              add 1 to w-skm-tab-count
              move w-sky-f-sender to skm-sender (w-skm-tab-count)
              move w-sky-f-keyid to skm-mode (w-skm-tab-count)
              go to 1080-load-one-senderkey-exit
           end-if
      *
      *    a key line is only ever named by sender and keyId in
      *    what is displayed : the line itself holds the secret.
      *
           move function trim(w-sky-f-keyid) to w-sky-f-keyid
           move function trim(w-sky-f-secret) to w-sky-f-secret
           move function trim(w-sky-f-from) to w-sky-f-from
           move function trim(w-sky-f-to) to w-sky-f-to
           if w-sky-f-type not = 'KEY'
              or w-sky-f-sender = spaces
              or w-sky-f-keyid = spaces
              or w-sky-f-secret = spaces
              or w-sky-f-secret (65:16) not = spaces
              or (w-sky-f-from not = spaces
                  and (w-sky-f-from (1:8) is not numeric
                       or w-sky-f-from (9:2) not = spaces))
              or (w-sky-f-to not = spaces
                  and (w-sky-f-to (1:8) is not numeric
                       or w-sky-f-to (9:2) not = spaces))
              display pgm-name ' - bad sender key ignored : sender '
                      function trim(w-sky-f-sender) ' key '
                      function trim(w-sky-f-keyid)
              go to 1080-load-one-senderkey-exit
           end-if
           if w-sky-tab-count >= 500
              display pgm-name ' - sender key table full, ignored : '
                      'sender ' function trim(w-sky-f-sender)
                      ' key ' function trim(w-sky-f-keyid)
              go to 1080-load-one-senderkey-exit
           end-if
      *
           add 1 to w-sky-tab-count
           move w-sky-f-sender to sky-sender (w-sky-tab-count)
           move w-sky-f-keyid to sky-keyid (w-sky-tab-count)
           move w-sky-f-secret to sky-secret (w-sky-tab-count)
           move w-sky-f-from to sky-from (w-sky-tab-count)
           move w-sky-f-to to sky-to (w-sky-tab-count)
           move spaces to w-sky-f-secret.
      *
       1080-load-one-senderkey-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    (re)load the open suspensions from SUSPENDS : at startup,
      *    and from 2195-check-suspension whenever the register has
      *    changed since it was last read.  the register is read
      *    from the top every time -- it is short, and a line's
      *    state is only known once the whole of it is read.  no
      *    file means nobody is suspended.
      * ---------------------------------------------------------------
       1081-load-suspensions.
      *
           accept ws-suspend-file-env from environment
                  'q_suspend_file'
              not on exception
                 move ws-suspend-file-env to ws-suspend-file
           end-accept
      *
           move zero to w-sus-tab-count
           call 'CBL_CHECK_FILE_EXIST' using
                ws-suspend-file
                w-sus-details
           returning w-sus-check-rc
           end-call
           if w-sus-check-rc not = zero
              move low-values to w-sus-details
           end-if
           move w-sus-details to w-sus-seen-details
      *
           open input suspend-file
           if w-suspend-status not = '00' then
              if cnt-susp-reloads = zero
                 display pgm-name ' - no suspension register ('
                         function trim(ws-suspend-file)
                         '), no sender suspended'
              end-if
              move '00' to w-suspend-status
              go to 1081-load-suspensions-exit
           end-if
           perform until w-suspend-status = '10'
              read suspend-file
                 at end
                    move '10' to w-suspend-status
                 not at end
                    perform 1082-load-one-suspension
                       thru 1082-load-one-suspension-exit
              end-read
           end-perform
           close suspend-file
           move '00' to w-suspend-status
           display pgm-name ' - ' w-sus-tab-count
                   ' open suspension(s) in '
                   function trim(ws-suspend-file).
      *
       1081-load-suspensions-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one register line : the latest line of a suspension
      *    replaces what the table holds for it ; a RELEASED or
      *    PURGED line closes it, taking it out of the table.
      * ---------------------------------------------------------------
       1082-load-one-suspension.
      *
           if suspend-line = spaces or suspend-line (1:1) = '*'
              go to 1082-load-one-suspension-exit
           end-if
           move suspend-line to WW48-SUSPEND
      *
           move zero to w-sus-hit
           perform varying w-sus-i from 1 by 1
                   until w-sus-i > w-sus-tab-count
              if sus-sender (w-sus-i) = WW48-SENDER
                 and sus-since (w-sus-i) = WW48-SINCE
                 move w-sus-i to w-sus-hit
              end-if
           end-perform
      *
           if WW48-IS-RELEASED or WW48-IS-PURGED
              if w-sus-hit > zero
                 perform varying w-sus-j from w-sus-hit by 1
                         until w-sus-j >= w-sus-tab-count
                    move sus-entry (w-sus-j + 1)
                      to sus-entry (w-sus-j)
                 end-perform
                 subtract 1 from w-sus-tab-count
              end-if
              go to 1082-load-one-suspension-exit
           end-if
      *
           if w-sus-hit = zero
              if w-sus-tab-count >= 200
                 display pgm-name ' - suspension table full, '
                         function trim(WW48-SENDER) ' ignored'
                 go to 1082-load-one-suspension-exit
              end-if
              add 1 to w-sus-tab-count
              move w-sus-tab-count to w-sus-hit
           end-if
           move WW48-SENDER     to sus-sender (w-sus-hit)
           move WW48-SINCE      to sus-since (w-sus-hit)
           move WW48-STATUS     to sus-status (w-sus-hit)
           move WW48-EXPIRES    to sus-expires (w-sus-hit)
           move WW48-HOLD-QUEUE to sus-queue (w-sus-hit).
      *
       1082-load-one-suspension-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    file one CFGHIST line per control table, by the names
      *    actually resolved above (environment, then configuration
      *    file).  BIZRULES is the business handlers' table, named
      *    the way bizjson.cob names it.  a history that can not be
      *    written is reported, not fatal : the run's traffic
      *    matters more than its paperwork.
      * ---------------------------------------------------------------
       1070-fingerprint-controls.
      *
           accept ws-cfghist-file-env from environment
                  'q_cfghist_file'
              not on exception
                 move ws-cfghist-file-env to ws-cfghist-file
           end-accept
           accept ws-bizrules-file-env from environment
                  'bizjson_rules'
              not on exception
                 move ws-bizrules-file-env to ws-bizrules-file
           end-accept
      *
           move 'BRIDGECONF' to fp-table-name (1)
           move ws-config-file to fp-file-name (1)
           move 'BIZRULES' to fp-table-name (2)
           move ws-bizrules-file to fp-file-name (2)
           move 'FIXRULES' to fp-table-name (3)
           move ws-fixrules-file to fp-file-name (3)
           move 'TRANSMAP' to fp-table-name (4)
           move ws-transmap-file to fp-file-name (4)
           move 'ROUTRULES' to fp-table-name (5)
           move ws-routerules-file to fp-file-name (5)
           move 'MASKRULES' to fp-table-name (6)
           move ws-maskrules-file to fp-file-name (6)
           move 'ENTITLE' to fp-table-name (7)
           move ws-entitle-file to fp-file-name (7)
           move 'VERSIONMAP' to fp-table-name (8)
           move ws-versionmap-file to fp-file-name (8)
           move 'ENRICH' to fp-table-name (9)
           move ws-enrich-file to fp-file-name (9)
           move 'DEBATCH' to fp-table-name (10)
           move ws-debatch-file to fp-file-name (10)
           move 'CUTOFFS' to fp-table-name (11)
           move ws-cutoff-file to fp-file-name (11)
           move 'CALFILE' to fp-table-name (12)
           move ws-calendar-file to fp-file-name (12)
           move 'NOTIFYQ' to fp-table-name (13)
           move ws-notify-file to fp-file-name (13)
           move 'QUOTAS' to fp-table-name (14)
           move ws-quota-file to fp-file-name (14)
           move 'VELRULES' to fp-table-name (15)
           move ws-velrules-file to fp-file-name (15)
           move 'BLOCKLIST' to fp-table-name (16)
           move ws-blocklist-file to fp-file-name (16)
           move 'SCREENFLD' to fp-table-name (17)
           move ws-screenfld-file to fp-file-name (17)
           move 17 to w-fp-table-count
      *
           open extend cfghist-file
           if w-cfghist-status = '35' then
              open output cfghist-file
           end-if
           if w-cfghist-status not = '00' then
              display pgm-name ' - can not open configuration '
                      'history (' function trim(ws-cfghist-file)
                      '), status ' w-cfghist-status
              go to 1070-fingerprint-controls-exit
           end-if
      *
           perform 1071-fingerprint-one-table
              thru 1071-fingerprint-one-table-exit
              varying w-fp-i from 1 by 1
              until w-fp-i > w-fp-table-count
           close cfghist-file
           display pgm-name ' - ' w-fp-table-count
                   ' control table(s) fingerprinted, '
                   cnt-fp-snapshots ' new version(s) kept'.
      *
       1070-fingerprint-controls-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    size and last-change stamp from the file system, digest
      *    and line count from the content -- the same rolling hash
      *    2181 stamps as payloadDigest, over each line's
      *    significant bytes and its line end.
      * ---------------------------------------------------------------
       1071-fingerprint-one-table.
      *
           move zero to w-fp-size-disp w-fp-lines w-fp-hash
                        w-fp-digest
           move zeros to w-fp-stamp
           move fp-file-name (w-fp-i) to ws-ctlfp-file
           move 'ABSENT' to w-fp-state
      *
           call 'CBL_CHECK_FILE_EXIST' using
                ws-ctlfp-file
                w-fp-details
           returning rc
           end-call
           if rc = zero
              move w-fp-size   to w-fp-size-disp
              move w-fp-year   to w-fp-stamp-yyyy
              move w-fp-month  to w-fp-stamp-mm
              move w-fp-day    to w-fp-stamp-dd
              move w-fp-hour   to w-fp-stamp-hh
              move w-fp-minute to w-fp-stamp-mi
              move w-fp-second to w-fp-stamp-ss
           end-if
           move zero to rc
      *
           open input ctlfp-file
           if w-ctlfp-status = '00'
              move 'LOADED' to w-fp-state
              perform until w-ctlfp-status not = '00'
                 read ctlfp-file
                    at end
                       move '10' to w-ctlfp-status
                    not at end
                       perform 1072-hash-one-line
                          thru 1072-hash-one-line-exit
                 end-read
              end-perform
              close ctlfp-file
              move w-fp-hash to w-fp-digest
           end-if
           move '00' to w-ctlfp-status
      *
           move spaces to cfghist-record
           string function trim(w-auditdb-runid) delimited by size
                  ',' delimited by size
                  w-run-start-stamp (1:14) delimited by size
                  ',' delimited by size
                  function trim(fp-table-name (w-fp-i))
                      delimited by size
                  ',' delimited by size
                  function trim(fp-file-name (w-fp-i))
                      delimited by size
                  ',' delimited by size
                  w-fp-size-disp delimited by size
                  ',' delimited by size
                  w-fp-digest delimited by size
                  ',' delimited by size
                  w-fp-stamp delimited by size
                  ',' delimited by size
                  w-fp-lines delimited by size
                  ',' delimited by size
                  w-fp-state delimited by size
             into cfghist-record
           end-string
           write cfghist-record
      *
           if w-fp-state = 'LOADED'
              perform 1073-keep-table-version
                 thru 1073-keep-table-version-exit
           end-if.
      *
       1071-fingerprint-one-table-exit.
           exit.
      *
       1072-hash-one-line.
      *
           add 1 to w-fp-lines
           if ctlfp-line = spaces
              move zero to w-fp-line-len
           else
              move function length(function trim(ctlfp-line trailing))
                to w-fp-line-len
           end-if
           perform varying w-fp-i2 from 1 by 1
                   until w-fp-i2 > w-fp-line-len
              compute w-fp-hash = function mod
                      (w-fp-hash * 31
                       + function ord(ctlfp-line (w-fp-i2:1)),
                       1000000007)
           end-perform
           compute w-fp-hash = function mod
                   (w-fp-hash * 31 + function ord(x'0A'),
                    1000000007).
      *
       1072-hash-one-line-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the first run to see a table version keeps a copy of it ;
      *    every later run with the same digest finds it there.
      * ---------------------------------------------------------------
       1073-keep-table-version.
      *
           move spaces to ws-cfgsnap-file
           string function trim(ws-cfghist-file) delimited by size
                  '.' delimited by size
                  function trim(fp-table-name (w-fp-i))
                      delimited by size
                  '.' delimited by size
                  w-fp-digest delimited by size
             into ws-cfgsnap-file
           end-string
           open input cfgsnap-file
           if w-cfgsnap-status = '00'
              close cfgsnap-file
              go to 1073-keep-table-version-exit
           end-if
      *
           open output cfgsnap-file
           if w-cfgsnap-status not = '00'
              display pgm-name ' - can not keep '
                      function trim(ws-cfgsnap-file) ', status '
                      w-cfgsnap-status
              move '00' to w-cfgsnap-status
              go to 1073-keep-table-version-exit
           end-if
           open input ctlfp-file
           perform until w-ctlfp-status not = '00'
              read ctlfp-file
                 at end
                    move '10' to w-ctlfp-status
                 not at end
                    move ctlfp-line to cfgsnap-line
                    write cfgsnap-line
              end-read
           end-perform
           close ctlfp-file cfgsnap-file
           move '00' to w-ctlfp-status
           add 1 to cnt-fp-snapshots.
      *
       1073-keep-table-version-exit.
           exit.
      *
       2100-queue-read.
      *
           perform 2175-check-generation-rollover
      *
      *    honor any operator command before asking the queue for
      *    more work ; a paused bridge naps and goes back around
      *    without consuming, still connected.
      *
           perform 2180-check-control
              thru 2180-check-control-exit
           if batch-cutoff-reached
              go to 2100-queue-read-exit
           end-if
           if bridge-paused
      *
      *       a pause stops consuming, not housekeeping : the
      *       snapshot must say PAUSED while it lasts, incomplete
      *       sets must still time out, and the error-rate alert
      *       must still fire.  a longer nap keeps the snapshot
      *       rewrite to once a second.
      *
              perform 9020-write-status-snapshot
                 thru 9020-write-status-snapshot-exit
              perform 9021-check-alerts
                 thru 9021-check-alerts-exit
              perform 2113-check-part-timeouts
              call 'CBL_OC_NANOSLEEP' using w-pause-sleep-ns
              on exception
                 continue
              end-call
              go to 2100-queue-read-exit
           end-if
      *
      *    a configured priority queue is polled ahead of the
      *    round-robin and stays the polled queue while it keeps
      *    delivering ; only an idle timeout on it (below) hands
      *    the loop back to the round-robin.
      *
           if w-priority-queue not = spaces and priority-due
              set polling-priority to true
              move w-priority-queue to q_input
           else
              move 'N' to w-prio-active-sw
      *
      *       round-robin over the input queue list ; a single-queue
      *       run just lands on the same queue every time.
      *
              add 1 to w-input-q-cur
              if w-input-q-cur > w-input-q-count
                 move 1 to w-input-q-cur
              end-if
              move w-input-queue (w-input-q-cur) to q_input
           end-if
      *
           display pgm-name " - amqpRecvQueueMpCC before   "
           move low-values to q_message q_mimetype q_properties
                              q_messageUUID errstatus
           move spaces to w-reject-reason
           set msg-ok to true
           set rep-nfound to true
           move 'N' to w-rsq-held-sw
           move 'N' to w-auth-sw
           move spaces to w-auth-reason
           move 'N' to w-sus-hold-sw
      *
      * rc contains message length (>= 0), -1 (error) or -2 (the
      * wait for a message exceeded w-timeout-ms - not an error,
      * just an idle queue)
      *
      * int16_t amqpRecvMessageCC ( const char *queue, char *msgid, char *msg, char *mimetype, PropertyList *propertylist, char *errstatus, const int32_t timeoutms, char *retrycount )
      *
           call 'amqpRecvMessageCC' using
                by reference q_input,
                by reference q_msgid,
                by reference q_message,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by value w-timeout-ms,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpRecvMessageCC'
              into err
              perform 3000-end
           end-call.
           if rc-timeout then
      *
      *       an idle priority queue hands the loop back to the
      *       round-robin until something moves again.
      *
              if polling-priority
                 move 'N' to w-prio-due-sw
              end-if
      *
      *       an idle timeout is the connection working ; the
      *       consecutive-error count starts over.
      *
              move zero to w-conn-fails
      *
      *       idle queue : do our periodic housekeeping and go back
      *       around for the next poll instead of blocking forever.
      *
              perform 2170-heartbeat
           else
              move zero to w-idle-polls
              if rc < 0 then
      *
      *          a failed read must not take the whole bridge run
      *          down : log it, count it, keep polling the queue.
      *          three hard errors in a row smell like a dead
      *          broker, so the endpoint list (when there is one)
      *          rotates instead of paging the on-call.
      *
                 display pgm-name " - amqpRecvQueueMpCC error rc : "
                 rc
                 add 1 to cnt-err
                 if w-bkr-count > 1
                    add 1 to w-conn-fails
                    if w-conn-fails >= 3
                       perform 2194-broker-failover
                          thru 2194-broker-failover-exit
                    end-if
                 end-if
              else
                 move zero to w-conn-fails
                 if spool-drain-due
                    perform 2197-drain-spool
                       thru 2197-drain-spool-exit
                 end-if
                 if q_retrycount is numeric
                    move q_retrycount to w-retry-num
                 else
                    move zero to w-retry-num
                 end-if
      *
                 perform 2107-extract-properties
                 if function trim(w-prop-retrycount) is numeric
                    and w-prop-retrycount not = spaces then
                    move function trim(w-prop-retrycount)
                      to w-retry-num
                 end-if
      *
                 perform 2105-parse-mimetype
      *
      *          who sent it is settled before anything else is
      *          done with it ; a failure is rejected in
      *          2104-process-message, ahead of business dispatch.
      *
                 perform 2183-authenticate-sender
                    thru 2183-authenticate-sender-exit
      *
      *          a sender's end-of-day control message is recorded
      *          and consumed here : it is not traffic.
      *
                 if w-prop-ctltype not = spaces
                    perform 2199-record-sender-control
                       thru 2199-record-sender-control-exit
                    go to 2100-queue-read-exit
                 end-if
      *
      *          staleness is decided before the deferral gate, so
      *          an expired message never goes back to sleep -- a
      *          deferred retry coming due gets exactly this check.
      *
                 perform 2169-check-expiry
                    thru 2169-check-expiry-exit
      *
      *          a requeued message carrying a retryAfter stamp in
      *          the future is not due yet : it goes straight back
      *          on q_input untouched, uncounted and unaudited.
      *
                 perform 2108-check-retry-due
                    thru 2108-check-retry-due-exit
                 if msg-deferred
                    go to 2100-queue-read-exit
                 end-if
      *
      *          is its sender suspended ? decided now, held once it
      *          is archived and audited READ (below).
      *
                 perform 2195-check-suspension
                    thru 2195-check-suspension-exit
      *
      *          a message coming back from blocklist review with a
      *          confirmed decision is not screened again.
      *
                 perform 2192-check-review-return
                    thru 2192-check-review-return-exit
      *
      *          a correlation id the sender already stamped into
      *          q_properties (see 2107-extract-properties) is
      *          carried through as-is ; only a message with none of
      *          its own gets one generated here, the first time this
      *          msgid is seen, so every audit/archive/audit-db
      *          record for it from here to q_output or q_error
      *          shares the same id.
      *
                 if w-prop-messageuuid not = spaces then
                    move w-prop-messageuuid to q_messageUUID
                 else
                    if q_messageUUID = low-values
                       or q_messageUUID = spaces then
                       move q_msgid (1:44) to w-uuid-msgid-part
                       string w-uuid-msgid-part delimited by size
                              '-' delimited by size
                              full-datetime delimited by size
                              into q_messageUUID
                          on overflow
                             display pgm-name " - msgid " q_msgid
                                     " generated messageUUID overflow"
                       end-string
                    end-if
                 end-if
                 add 1 to cnt-read
      *
      *          the tier this message moved in : 'P' off the
      *          priority queue (or stamped high by its sender),
      *          'N' otherwise ; a message moved off a round-robin
      *          queue re-arms the priority poll for the next read.
      *
                 if polling-priority
                    or w-prop-priority (1:4) = 'high'
                    move 'P' to w-tier
                    add 1 to cnt-prio
                 else
                    move 'N' to w-tier
                 end-if
      *
      *          the test flag every persisted record carries.
      *
                 if w-prop-testrun not = spaces
                    move 'T' to w-test-flag
                    add 1 to cnt-test
                 else
                    move space to w-test-flag
                 end-if
                 if not polling-priority
                    move 'Y' to w-prio-due-sw
                 end-if
      *
      *          read-to-disposition latency starts now : the clock
      *          is re-read here (not reused from the top of the
      *          poll) because the receive call above may have
      *          waited most of w-timeout-ms before this message
      *          arrived.
      *
                 move function current-date to full-current-date
                 compute w-lat-read-hsecs =
                         (c-hour of f-time * 360000)
                         + (c-minutes of f-time * 6000)
                         + (c-seconds of f-time * 100)
                         + c-sec-hund of f-time
                 move zero to w-throttle-msg-hsecs
                 move 'N' to w-fo-retry-sw
      *
      *          monitoring : remember the newest message for the
      *          status snapshot, re-arm the stall alert, and
      *          refresh the snapshot every q_status_every messages.
      *
                 move q_msgid to w-last-msgid
                 move full-datetime to w-last-msg-stamp
                 compute w-last-msg-secs = w-lat-read-hsecs / 100
                 move 'N' to w-stall-alerted-sw
                 if function mod(cnt-read, w-status-every) = 0
                    perform 9020-write-status-snapshot
                       thru 9020-write-status-snapshot-exit
                 end-if
                 perform 2116-check-batch-cutoff
                 perform 2110-assign-business-date
                    thru 2110-assign-business-date-exit
                 if debug-on
                    perform 9002-show-msg
                 else
                    perform 9016-write-tranlog-record
                 end-if
      *
                 move 'READ'  to w-audit-event
                 perform 9010-write-audit-record
                 perform 9023-build-masked-payload
                    thru 9023-build-masked-payload-exit
                 perform 9011-write-archive-record
                 perform 9012-persist-audit-record
                 if not auth-failed and not susp-hold-due
                    perform 2111-check-sequence
                       thru 2111-check-sequence-exit
                 end-if
      *
      *          a parked out-of-order message is done for now --
      *          archived and audited like an absorbed part, and
      *          deliberately not checkpointed, so an abend gets it
      *          back by redelivery.
      *
                 if msg-held
                    go to 2100-queue-read-exit
                 end-if
      *
                 perform 2106-check-duplicate-msgid
                 if dup-detected
                    perform 2106-dispose-duplicate
                       thru 2106-dispose-duplicate-exit
                 else
      *
      *             a message failing authentication goes straight
      *             to its rejection : it must never join a set or
      *             be cut into records someone else is credited
      *             with.
      *
                    if auth-failed
                       perform 2104-process-message
                          thru 2104-process-message-exit
                       go to 2100-queue-read-exit
                    end-if
      *
      *             a suspended sender's message waits whole on its
      *             suspension's hold queue, ahead of set assembly
      *             and debatching, so a release replays it exactly
      *             as it arrived.
      *
                    if susp-hold-due
                       perform 2195-hold-suspended
                          thru 2195-hold-suspended-exit
                       go to 2100-queue-read-exit
                    end-if
      *
      *             a message carrying part properties is a fragment
      *             of a larger payload : absorb it into its set,
      *             and only when the set is complete does the
      *             assembled payload go on through business logic.
      *
                    perform 2112-collect-message-part
                       thru 2112-collect-message-part-exit
                    if part-absorbed
                       go to 2100-queue-read-exit
                    end-if
      *
      *             a multi-record message DEBATCH names is cut
      *             into its records here, and each of them takes
      *             the path below as a message of its own.
      *
                    perform 2171-check-debatch
                       thru 2171-check-debatch-exit
                    if debatch-due
                       perform 2172-debatch-message
                          thru 2172-debatch-message-exit
                    else
                       perform 2104-process-message
                          thru 2104-process-message-exit
                    end-if
                 end-if
              end-if
           end-if.
      *
       2100-queue-read-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a msgid already checkpointed (see 2106-check-duplicate-
      *    msgid) is a redelivery of something already disposed of.
      * ---------------------------------------------------------------
       2106-dispose-duplicate.
      *
           display pgm-name " - msgid " q_msgid
                   " already checkpointed, suppressing"
                   " redelivered duplicate"
      *
      *    a suppressed duplicate is disposed of right here,
      *    not forwarded or dead-lettered, so it gets its own
      *    audit event and checkpoint record now instead of
      *    showing up as "read but not yet fully disposed
      *    of" in reconcile.cob's report.
      *
           add 1 to cnt-dupe
           move 'DUPE' to w-audit-event
           perform 9010-write-audit-record
           perform 9013-write-checkpoint-record
           move 'DUPE' to w-auditdb-disposition
           move spaces to w-auditdb-dispqueue
           perform 9027-update-audit-disposition.
      *
       2106-dispose-duplicate-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the validation / dispatch / routing / disposition path
      *    every message takes once it is known to be new and whole
      *    -- an ordinary message, a completed multi-part set, or
      *    one child cut out of a debatched parent.
      * ---------------------------------------------------------------
       2104-process-message.
      *
           move 'N' to w-blk-hold-sw
      *
      *    a hit is held for review as it arrived, so the message
      *    is kept before anything below reshapes it.
      *
           if w-blk-tab-count > 0 and w-sfd-tab-count > 0
              and not asm-active and not review-released
              move q_message to w-blk-orig-message
              move q_mimetype to w-blk-orig-mimetype
              move q_properties to w-blk-orig-props
              move rc to w-blk-orig-rc
           end-if
      *
      *    an unauthenticated message is rejected before anything
      *    looks inside it or remembers it : a forgery must not
      *    seed the payload-duplicate ring against the real one.
      *
           if auth-failed
              add 1 to cnt-auth-rejected
              display pgm-name ' - msgid ' q_msgid ' sender '
                      function trim(w-prop-senderid)
                      ' not authenticated ('
                      function trim(w-auth-reason) '), rejecting'
              move 'UNAUT' to w-audit-event
              perform 9010-write-audit-record
              move 'UNAUTHENTICATED' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
           else
      *
      *       a rejection confirmed on review goes to the dead
      *       letter queue the way every rejection does.
      *
              if review-rejected
                 add 1 to cnt-rvw-rejected
                 display pgm-name ' - msgid ' q_msgid
                         ' rejected on blocklist review, '
                         'dead-lettering'
                 move 'BLOCKLIST-REJECTED' to w-reject-reason
                 set msg-bad to true
                 set rep-nfound to true
              else
                 perform 2123-check-schema-version
                    thru 2123-check-schema-version-exit
                 perform 2109-check-duplicate-payload
                    thru 2109-check-duplicate-payload-exit
                 perform 2115-check-mimetype-allowed
                 perform 2118-check-message-length
                    thru 2118-check-message-length-exit
              end-if
           end-if
      *
      *    an expired message is permanently diverted here,
      *    with its own audit event -- retrying will not
      *    make it fresh.
      *
           if msg-expired and msg-ok
              add 1 to cnt-expired
              display pgm-name ' - msgid ' q_msgid
                      ' expired at '
                      function trim(w-prop-expiresat)
                      ', diverting'
              move 'EXPIR' to w-audit-event
              perform 9010-write-audit-record
              move 'EXPIRED' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
           end-if
           perform 2126-check-entitlement
              thru 2126-check-entitlement-exit
           perform 2158-check-sender-quota
              thru 2158-check-sender-quota-exit
      *
      *    a sender over a HOLD quota has the message published to
      *    its hold queue as it arrived : nothing downstream runs.
      *
           if quota-hold-due
              move 'QHOLD' to w-hold-event
              move 'QUOTAHOLD' to w-hold-disp
              perform 2159-hold-message
                 thru 2159-hold-message-exit
              go to 2104-process-message-exit
           end-if
      *
      *    CALL to a paragraph to perform : Business Logic
      *
           if msg-ok then
              perform 2120-dispatch-business-logic
      *
      *       velocity screening reads the fields business logic
      *       has just validated ; a burst held for review goes to
      *       its review queue before anything is replied or
      *       forwarded.
      *
              perform 2135-screen-velocity
                 thru 2135-screen-velocity-exit
              if vel-hold-due
                 move 'VHOLD' to w-hold-event
                 move 'VELOCHOLD' to w-hold-disp
                 perform 2159-hold-message
                    thru 2159-hold-message-exit
                 go to 2104-process-message-exit
              end-if
      *
      *       a blocklist hit still runs through to its destination
      *       below, so the review knows where it was bound ; no
      *       reply goes out ahead of the decision.
      *
              perform 2191-screen-blocklist
                 thru 2191-screen-blocklist-exit
              if not blk-hold-due
                 perform 2122-publish-reply
                    thru 2122-publish-reply-exit
              end-if
              if msg-ok then
                 perform 2136-convert-xml-to-json
                    thru 2136-convert-xml-to-json-exit
              end-if
              if msg-ok then
                 perform 2125-enrich-payload
                    thru 2125-enrich-payload-exit
              end-if
              if msg-ok then
                 perform 2130-transform-payload
                    thru 2130-transform-payload-exit
              end-if
              perform 2117-translate-ebcdic-payload
                 thru 2117-translate-ebcdic-payload-exit
              if msg-ok then
                 perform 2145-normalize-charset
                    thru 2145-normalize-charset-exit
              end-if
           end-if
           perform 2140-select-output-queue
           perform 2127-check-dest-entitlement
              thru 2127-check-dest-entitlement-exit
           if msg-ok and not asm-active
              perform 2141-translate-outbound-ebcdic
                 thru 2141-translate-outbound-ebcdic-exit
           end-if
      *
      *    a blocklist hit, final and routed, waits for review.
      *
           if msg-ok and blk-hold-due
              perform 2192-divert-for-review
                 thru 2192-divert-for-review-exit
              move 'N' to w-asm-active-sw
              go to 2104-process-message-exit
           end-if
      *
           if msg-bad then
              if asm-active then
                 perform 2119-deadletter-set
              else
                 if rep-found then
                    perform 2160-queue-requeue
                 else
                    perform 2150-queue-send-error
                 end-if
              end-if
           else
              if asm-active then
                 perform 2114-forward-set-parts
              else
      *
      *          a deliverAfter still in the future holds the
      *          message, fully processed, in the warehouse ; the
      *          heartbeat sends it when it comes due.
      *
                 perform 2179-check-deliver-after
                    thru 2179-check-deliver-after-exit
                 if warehouse-hold-due
                    perform 2176-warehouse-message
                       thru 2176-warehouse-message-exit
                 else
      *
      *             test traffic is never folded into the
      *             production batch : a testRun-stamped
      *             posting falls through to the ordinary
      *             write, where 2140 has already diverted it.
      *
                    if w-batch-category not = spaces
                       and w-test-flag not = 'T'
                       and function trim(w-prop-category)
                           = function trim(w-batch-category)
                       perform 2155-absorb-into-batch
                          thru 2155-absorb-into-batch-exit
                    else
                       perform 2100-queue-write
                          thru 2100-queue-write-exit
                    end-if
                 end-if
              end-if
           end-if
           move 'N' to w-asm-active-sw.
      *
       2104-process-message-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    does this message want debatching ?  only a new, whole,
      *    still-good message of a category DEBATCH names, in the
      *    mimetype its rule cuts, and carrying more than one
      *    record : a FIXED payload no longer than one record, or a
      *    JSON payload that is not an array, goes through whole.
      *    a child coming back round (a requeued retry carries its
      *    parentMsgId) is never cut again.
      * ---------------------------------------------------------------
       2171-check-debatch.
      *
           move 'N' to w-dbt-due-sw
           move zero to w-dbt-cur
           if w-dbt-tab-count = 0 or asm-active or msg-bad
              or w-prop-parentmsgid not = spaces
              or rc <= 0 or rc > length of q_message
              go to 2171-check-debatch-exit
           end-if
           perform varying w-dbt-i from 1 by 1
                   until w-dbt-i > w-dbt-tab-count or w-dbt-cur > 0
              if function trim(dbt-category (w-dbt-i))
                 = function trim(w-prop-category)
                 move w-dbt-i to w-dbt-cur
              end-if
           end-perform
           if w-dbt-cur = 0
              go to 2171-check-debatch-exit
           end-if
      *
           if dbt-kind (w-dbt-cur) = 'FIXED'
              if w-mime-norm = 'application/octet-stream'
                 and rc > dbt-reclen (w-dbt-cur)
                 set debatch-due to true
              end-if
           else
              if w-mime-norm = 'application/json'
                 move 1 to w-dbt-pos
                 perform until w-dbt-pos > rc
                            or (q_message (w-dbt-pos:1) not = space
                                and q_message (w-dbt-pos:1) not = x'0A'
                                and q_message (w-dbt-pos:1) not = x'0D'
                                and q_message (w-dbt-pos:1) not = x'09')
                    add 1 to w-dbt-pos
                 end-perform
                 if w-dbt-pos <= rc
                    and q_message (w-dbt-pos:1) = '['
                    set debatch-due to true
                 end-if
              end-if
           end-if.
      *
       2171-check-debatch-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    cut the parent into its records and put each one through
      *    as a message of its own.  the parent is walked twice :
      *    once to prove it cuts cleanly (a trailing partial record,
      *    an unbalanced or non-object JSON element, an empty batch
      *    -- any of these dead-letters the parent whole, before a
      *    single child exists), then again to process the children.
      *    the parent's own disposition, a DEBAT event carrying the
      *    child count and its checkpoint, comes after the last
      *    child's.
      * ---------------------------------------------------------------
       2172-debatch-message.
      *
           move q_message     to w-dbt-parent
           move rc            to w-dbt-parent-len
           move q_msgid       to w-dbt-parent-msgid
           move q_messageUUID to w-dbt-parent-uuid
           move q_mimetype    to w-dbt-parent-mime
           move q_properties  to w-dbt-parent-props
           move w-prop-messageuuid to w-dbt-parent-propuuid
      *
           move 'N' to w-dbt-bad-sw
           move 'N' to w-dbt-end-sw
           move zero to w-dbt-count
           move 1 to w-dbt-pos
           perform until debatch-no-more or debatch-malformed
              perform 2173-next-child-record
                 thru 2173-next-child-record-exit
              if not debatch-no-more and not debatch-malformed
                 add 1 to w-dbt-count
              end-if
           end-perform
           if w-dbt-count = 0 or w-dbt-count > 9999
              set debatch-malformed to true
           end-if
      *
           if debatch-malformed
              display pgm-name ' - msgid ' q_msgid
                      ' does not cut into '
                      function trim(dbt-kind (w-dbt-cur))
                      ' records, dead-lettering it whole'
              move 'DEBATCH-MALFORMED' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              perform 2150-queue-send-error
              go to 2172-debatch-message-exit
           end-if
      *
           display pgm-name ' - msgid ' q_msgid ' debatched into '
                   w-dbt-count ' message(s)'
           move 'N' to w-dbt-end-sw
           move zero to w-dbt-child
           move 1 to w-dbt-pos
           perform until debatch-no-more
              perform 2173-next-child-record
                 thru 2173-next-child-record-exit
              if not debatch-no-more
                 add 1 to w-dbt-child
                 perform 2174-process-one-child
                    thru 2174-process-one-child-exit
              end-if
           end-perform
      *
      *    the parent again, for its own disposition.
      *
           move low-values         to q_message
           move w-dbt-parent       to q_message
           move w-dbt-parent-len   to rc
           move w-dbt-parent-msgid to q_msgid
           move w-dbt-parent-uuid  to q_messageUUID
           move w-dbt-parent-mime  to q_mimetype
           move w-dbt-parent-props to q_properties
           perform 2107-extract-properties
           perform 2105-parse-mimetype
           move spaces to w-reject-reason
           set msg-ok to true
           set rep-nfound to true
           move 'N' to w-asm-active-sw
      *
           add 1 to cnt-debat
           move 'DEBAT' to w-audit-event
           perform 9010-write-audit-record
           perform 9013-write-checkpoint-record
           move 'DEBATCHED' to w-auditdb-disposition
           move spaces to w-auditdb-dispqueue
           perform 9027-update-audit-disposition.
      *
       2172-debatch-message-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the next record of the parent from w-dbt-pos on : its
      *    offset and length in w-dbt-start / w-dbt-len, w-dbt-pos
      *    left past it.  debatch-no-more when the parent is used
      *    up, debatch-malformed when what is left is not a record.
      * ---------------------------------------------------------------
       2173-next-child-record.
      *
           if dbt-kind (w-dbt-cur) = 'FIXED'
              if w-dbt-pos > w-dbt-parent-len
                 set debatch-no-more to true
                 go to 2173-next-child-record-exit
              end-if
              if w-dbt-pos + dbt-reclen (w-dbt-cur) - 1
                 > w-dbt-parent-len
                 set debatch-malformed to true
                 go to 2173-next-child-record-exit
              end-if
              move w-dbt-pos to w-dbt-start
              move dbt-reclen (w-dbt-cur) to w-dbt-len
              add dbt-reclen (w-dbt-cur) to w-dbt-pos
              go to 2173-next-child-record-exit
           end-if
      *
      *    JSONARRAY : the first call steps over the opening '['
      *    2171 already found ; after that each call takes one
      *    top-level object, then the ',' or ']' that must follow.
      *
           if w-dbt-pos = 1
              perform 2173-skip-blanks
              add 1 to w-dbt-pos
              perform 2173-skip-blanks
           end-if
           if w-dbt-pos > w-dbt-parent-len
              set debatch-malformed to true
              go to 2173-next-child-record-exit
           end-if
           if w-dbt-parent (w-dbt-pos:1) = ']'
              set debatch-no-more to true
              go to 2173-next-child-record-exit
           end-if
           if w-dbt-parent (w-dbt-pos:1) not = '{'
              set debatch-malformed to true
              go to 2173-next-child-record-exit
           end-if
      *
           move w-dbt-pos to w-dbt-start
           move zero to w-dbt-depth
           move 'N' to w-dbt-str-sw
           move 'N' to w-dbt-esc-sw
           move 'N' to w-dbt-closed-sw
           perform until w-dbt-pos > w-dbt-parent-len
                      or dbt-record-closed
              evaluate true
                 when dbt-escaped
                    move 'N' to w-dbt-esc-sw
                 when dbt-in-string
                    evaluate w-dbt-parent (w-dbt-pos:1)
                       when '\'
                          set dbt-escaped to true
                       when '"'
                          move 'N' to w-dbt-str-sw
                    end-evaluate
                 when w-dbt-parent (w-dbt-pos:1) = '"'
                    set dbt-in-string to true
                 when w-dbt-parent (w-dbt-pos:1) = '{'
                    or w-dbt-parent (w-dbt-pos:1) = '['
                    add 1 to w-dbt-depth
                 when w-dbt-parent (w-dbt-pos:1) = '}'
                    or w-dbt-parent (w-dbt-pos:1) = ']'
                    subtract 1 from w-dbt-depth
              end-evaluate
              add 1 to w-dbt-pos
              if w-dbt-depth = 0 and not dbt-in-string
                 compute w-dbt-len = w-dbt-pos - w-dbt-start
                 set dbt-record-closed to true
              end-if
           end-perform
           if not dbt-record-closed
              set debatch-malformed to true
              go to 2173-next-child-record-exit
           end-if
      *
           perform 2173-skip-blanks
           if w-dbt-pos > w-dbt-parent-len
              set debatch-malformed to true
              go to 2173-next-child-record-exit
           end-if
           evaluate w-dbt-parent (w-dbt-pos:1)
              when ','
                 add 1 to w-dbt-pos
                 perform 2173-skip-blanks
              when ']'
                 continue
              when other
                 set debatch-malformed to true
           end-evaluate.
      *
       2173-next-child-record-exit.
           exit.
      *
       2173-skip-blanks.
      *
           perform until w-dbt-pos > w-dbt-parent-len
                      or (w-dbt-parent (w-dbt-pos:1) not = space
                          and w-dbt-parent (w-dbt-pos:1) not = x'0A'
                          and w-dbt-parent (w-dbt-pos:1) not = x'0D'
                          and w-dbt-parent (w-dbt-pos:1) not = x'09')
              add 1 to w-dbt-pos
           end-perform.
      *
      * ---------------------------------------------------------------
      *    one child : its own msgid and messageUUID (the parent's,
      *    cut to leave room, plus '-nnnn'), the parent's properties
      *    plus parentMsgId (and its own messageUUID where the sender
      *    stamped one on the parent), a CHILD audit event and
      *    archive record in place of the READ the parent already
      *    had, the duplicate check a redelivered parent relies on,
      *    and then the common path.
      * ---------------------------------------------------------------
       2174-process-one-child.
      *
           move low-values to q_message
           move w-dbt-parent (w-dbt-start:w-dbt-len)
             to q_message (1:w-dbt-len)
           move w-dbt-len to rc
           move w-dbt-parent-mime  to q_mimetype
           move w-dbt-parent-props to q_properties
           move w-dbt-child to w-dbt-child-disp
      *
           move w-dbt-parent-msgid to w-dbt-id-work
           inspect w-dbt-id-work replacing all low-value by space
           move function length(function trim(w-dbt-id-work trailing))
             to w-dbt-idlen
           if w-dbt-idlen > 56
              move 56 to w-dbt-idlen
           end-if
           move spaces to q_msgid
           string w-dbt-id-work (1:w-dbt-idlen) delimited by size
                  '-'                            delimited by size
                  w-dbt-child-disp               delimited by size
             into q_msgid
           end-string
      *
           move PARENTMSGID to w-stamp-name
           perform 2151-set-one-property
              thru 2151-set-one-property-exit
           move spaces to q_value (j)
           move w-dbt-id-work (1:32) to q_value (j)
      *
           move w-dbt-parent-uuid to w-dbt-id-work
           inspect w-dbt-id-work replacing all low-value by space
           move function length(function trim(w-dbt-id-work trailing))
             to w-dbt-idlen
           if w-dbt-idlen > 56
              move 56 to w-dbt-idlen
           end-if
           move spaces to q_messageUUID
           string w-dbt-id-work (1:w-dbt-idlen) delimited by size
                  '-'                            delimited by size
                  w-dbt-child-disp               delimited by size
             into q_messageUUID
           end-string
           if w-dbt-parent-propuuid not = spaces
              move MESSAGEUUID to w-stamp-name
              perform 2151-set-one-property
                 thru 2151-set-one-property-exit
              move spaces to q_value (j)
              move q_messageUUID (1:32) to q_value (j)
           end-if
      *
           perform 2107-extract-properties
           perform 2105-parse-mimetype
           move spaces to w-reject-reason
           set msg-ok to true
           set rep-nfound to true
           move 'N' to w-asm-active-sw
           move 'N' to w-fo-retry-sw
           move zero to w-throttle-msg-hsecs
           add 1 to cnt-debat-child
      *
           move 'CHILD' to w-audit-event
           perform 9010-write-audit-record
           perform 9023-build-masked-payload
              thru 9023-build-masked-payload-exit
           perform 9011-write-archive-record
           perform 9012-persist-audit-record
      *
           perform 2106-check-duplicate-msgid
           if dup-detected
              perform 2106-dispose-duplicate
                 thru 2106-dispose-duplicate-exit
           else
              perform 2104-process-message
                 thru 2104-process-message-exit
           end-if.
      *
       2174-process-one-child-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    parse the received mimetype : lower-cased type/subtype
      *    into w-mime-norm, parameters split off and the charset
      *    parameter (any case) kept in w-mime-charset for the
      *    translation steps and the handlers.  senders no longer
      *    have to strip parameters to get past the allow-list.
      * ---------------------------------------------------------------
       2105-parse-mimetype.
      *
           move spaces to w-mime-norm w-mime-charset
                          w-mime-main w-mime-p1 w-mime-p2 w-mime-p3
           unstring q_mimetype delimited by ';'
               into w-mime-main
                    w-mime-p1
                    w-mime-p2
                    w-mime-p3
           end-unstring
           move function lower-case(function trim(w-mime-main))
             to w-mime-norm
      *
           move w-mime-p1 to w-mime-work
           perform 2105-take-charset-param
              thru 2105-take-charset-param-exit
           move w-mime-p2 to w-mime-work
           perform 2105-take-charset-param
              thru 2105-take-charset-param-exit
           move w-mime-p3 to w-mime-work
           perform 2105-take-charset-param
              thru 2105-take-charset-param-exit.
      *
       2105-parse-mimetype-exit.
           exit.
      *
       2105-take-charset-param.
      *
           if w-mime-work = spaces
              go to 2105-take-charset-param-exit
           end-if
           move function lower-case(function trim(w-mime-work))
             to w-mime-work
           if w-mime-work (1:8) = 'charset='
              move w-mime-work (9:20) to w-mime-charset
           end-if.
      *
       2105-take-charset-param-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a msgid already present in the CKPTIDX store --
      *    checkpointed by this run, a prior run, or any parallel
      *    instance -- is a redelivery of a message already fully
      *    handled ; suppress it rather than forward or dead-letter
      *    it again.  one keyed read, however many millions of
      *    msgids the store holds.
      * ---------------------------------------------------------------
       2106-check-duplicate-msgid.
      *
           set dup-not-detected to true.
           move q_msgid to ckptx-msgid
           read ckptidx-file key is ckptx-msgid
              invalid key
                 continue
              not invalid key
                 set dup-detected to true
           end-read.
      *
       2106-check-duplicate-msgid-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    multi-part collection : a message whose properties carry
      *    a setId and a partTotal of 2 or more is a fragment.  it
      *    is stored in its set's slot, given a PART audit event and
      *    checkpointed as absorbed (a redelivered part is caught by
      *    the ordinary msgid duplicate check upstream).  when the
      *    final part lands, the parts are concatenated in part
      *    order into the assembly buffer and the caller carries on
      *    with asm-active set ; until then the caller sees
      *    part-absorbed and goes back for the next message.
      *    malformed part properties, a partTotal beyond 16, or no
      *    free set slot make the single part permanently bad.
      * ---------------------------------------------------------------
       2112-collect-message-part.
      *
           move 'N' to w-part-absorb-sw
           move 'N' to w-asm-active-sw
           if w-prop-setid = spaces
              or w-prop-parttotal = spaces
              or function trim(w-prop-parttotal) is not numeric then
              go to 2112-collect-message-part-exit
           end-if
           if function numval(w-prop-parttotal) < 2 then
              go to 2112-collect-message-part-exit
           end-if
      *
           if function numval(w-prop-parttotal) > 16
              or function trim(w-prop-partnumber) is not numeric then
              display pgm-name ' - msgid ' q_msgid
                      ' malformed part properties, rejecting part'
              move 'BAD-PART-PROPERTIES' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              go to 2112-collect-message-part-exit
           end-if
           move function numval(w-prop-parttotal) to w-part-total
           move function numval(w-prop-partnumber) to w-part-number
           if w-part-number < 1 or w-part-number > w-part-total then
              display pgm-name ' - msgid ' q_msgid
                      ' partNumber out of range, rejecting part'
              move 'BAD-PART-PROPERTIES' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              go to 2112-collect-message-part-exit
           end-if
      *
      *    the claimed length is about to size a part slot and,
      *    later, the reference-modified concatenation into the
      *    assembly buffer -- an inflated claim (the same oversize
      *    claim 2118 rejects, which this paragraph runs ahead of)
      *    must never be stored.
      *
           if rc > length of q_message then
              display pgm-name ' - msgid ' q_msgid
                      ' part claims ' rc ' bytes, exceeds the '
                      'message buffer, rejecting part'
              move 'OVERSIZE' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              go to 2112-collect-message-part-exit
           end-if
      *
      *    find this set's slot, or claim a free one.
      *
           move zero to w-asm-set-i
           perform varying i from 1 by 1 until i > 4
              if set-in-use (i)
                 and set-id (i) = w-prop-setid
                 move i to w-asm-set-i
              end-if
           end-perform
           if w-asm-set-i = zero
              perform varying i from 1 by 1 until i > 4
                 if not set-in-use (i) and w-asm-set-i = zero
                    move i to w-asm-set-i
                 end-if
              end-perform
              if w-asm-set-i = zero
                 display pgm-name ' - msgid ' q_msgid
                         ' no free assembly slot, rejecting part'
                 move 'NO-ASSEMBLY-SLOT' to w-reject-reason
                 set msg-bad to true
                 set rep-nfound to true
                 go to 2112-collect-message-part-exit
              end-if
              move 'Y' to set-active-sw (w-asm-set-i)
              move w-prop-setid to set-id (w-asm-set-i)
              move q_mimetype to set-mimetype (w-asm-set-i)
              move w-prop-senderid to set-sender (w-asm-set-i)
              move w-part-total to set-total (w-asm-set-i)
              move zero to set-got (w-asm-set-i)
              perform varying j from 1 by 1 until j > 16
                 move 'N' to set-part-got-sw (w-asm-set-i, j)
              end-perform
              move function current-date to full-current-date
              compute set-start-secs (w-asm-set-i) =
                      c-hour of f-time * 3600
                      + c-minutes of f-time * 60
                      + c-seconds of f-time
           end-if
      *
           if not set-part-got (w-asm-set-i, w-part-number)
              move 'Y' to set-part-got-sw
                          (w-asm-set-i, w-part-number)
              move q_msgid to set-part-msgid
                             (w-asm-set-i, w-part-number)
              move q_messageUUID to set-part-uuid
                                    (w-asm-set-i, w-part-number)
              move rc to set-part-len (w-asm-set-i, w-part-number)
              move q_message to set-part-data
                                (w-asm-set-i, w-part-number)
              add 1 to set-got (w-asm-set-i)
           end-if
      *
      *    the part is audited as absorbed but NOT checkpointed
      *    yet : a checkpoint here would suppress every redelivery
      *    after an abend while the set itself was never forwarded
      *    nor dead-lettered.  the checkpoint is taken when the set
      *    disposes (2114/2119) ; until then an in-flight
      *    redelivery of an absorbed part is soaked up by the
      *    set-part-got flag above.
      *
           move 'PART ' to w-audit-event
           perform 9010-write-audit-record
      *
           if set-got (w-asm-set-i) < set-total (w-asm-set-i)
              set part-absorbed to true
              go to 2112-collect-message-part-exit
           end-if
      *
      *    the set is complete : concatenate the parts in order.
      *
           move zero to w-asm-len
           perform varying w-asm-part-i from 1 by 1
                   until w-asm-part-i > set-total (w-asm-set-i)
              if set-part-len (w-asm-set-i, w-asm-part-i) > 0
                 move set-part-data (w-asm-set-i, w-asm-part-i)
                      (1:set-part-len (w-asm-set-i, w-asm-part-i))
                   to w-asm-message (w-asm-len + 1:
                      set-part-len (w-asm-set-i, w-asm-part-i))
                 add set-part-len (w-asm-set-i, w-asm-part-i)
                   to w-asm-len
              end-if
           end-perform
           set asm-active to true
           display pgm-name ' - set '
                   function trim(w-prop-setid)
                   ' complete : ' set-total (w-asm-set-i)
                   ' part(s), ' w-asm-len ' byte(s)'.
      *
       2112-collect-message-part-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    heartbeat sweep : a set whose first part arrived more
      *    than part_timeout_secs ago and still is not complete is
      *    never going to be ; dead-letter what did arrive so the
      *    sender's support team has the evidence, and free the
      *    slot.
      * ---------------------------------------------------------------
       2113-check-part-timeouts.
      *
           move function current-date to full-current-date
           compute w-set-now-secs =
                   c-hour of f-time * 3600
                   + c-minutes of f-time * 60
                   + c-seconds of f-time
           perform varying w-asm-set-i from 1 by 1
                   until w-asm-set-i > 4
              if set-in-use (w-asm-set-i)
                 compute w-set-age-secs =
                         w-set-now-secs
                         - set-start-secs (w-asm-set-i)
                 if w-set-age-secs < 0
                    add 86400 to w-set-age-secs
                 end-if
                 if w-set-age-secs > w-part-timeout-secs
                    display pgm-name ' - set '
                            function trim(set-id (w-asm-set-i))
                            ' incomplete after ' w-set-age-secs
                            's, dead-lettering '
                            set-got (w-asm-set-i) ' part(s)'
                    move 'SET-INCOMPLETE' to w-reject-reason
                    perform 2119-deadletter-set
                 end-if
              end-if
           end-perform.
      *
       2113-check-part-timeouts-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    forward a completed, validated set : each stored part
      *    goes to the selected output queue exactly as it arrived,
      *    chunking properties restored, so the consumer reassembles
      *    with the same protocol the sender used (one send cannot
      *    carry the whole assembled payload through the 16-bit
      *    msglen of the queue interface).  each part gets its WRITE
      *    audit event ; the checkpoints were taken when the parts
      *    were absorbed.
      * ---------------------------------------------------------------
       2114-forward-set-parts.
      *
      *    the set goes out under one name in the lineage store, its
      *    first part's msgid plus '-SET', each part linked to it.
      *
           move spaces to w-set-child-msgid
           perform varying w-asm-part-i from 1 by 1
                   until w-asm-part-i > set-total (w-asm-set-i)
                      or w-set-child-msgid not = spaces
              if set-part-got (w-asm-set-i, w-asm-part-i)
                 move function length(function trim(set-part-msgid
                      (w-asm-set-i, w-asm-part-i) trailing))
                   to w-lin-cut
                 if w-lin-cut > 52
                    move 52 to w-lin-cut
                 end-if
                 string set-part-msgid (w-asm-set-i, w-asm-part-i)
                        (1:w-lin-cut)   delimited by size
                        '-SET'          delimited by size
                   into w-set-child-msgid
                 end-string
              end-if
           end-perform
           perform varying w-asm-part-i from 1 by 1
                   until w-asm-part-i > set-total (w-asm-set-i)
              if set-part-got (w-asm-set-i, w-asm-part-i)
                 perform 2114-send-one-part
                    thru 2114-send-one-part-exit
              end-if
           end-perform
           perform 2112-free-set-slot.
      *
       2114-forward-set-parts-exit.
           exit.
      *
       2114-send-one-part.
      *
           move w-output-queue to w-rl-pace-queue
           perform 2103-pace-output
              thru 2103-pace-output-exit
           move 3 to q_num
           move SETID to q_name (1)
           move set-id (w-asm-set-i) to q_value (1)
           move PARTNUMBER to q_name (2)
           move w-asm-part-i to q_value (2)
           move PARTTOTAL to q_name (3)
           move set-total (w-asm-set-i) to q_value (3)
           move set-mimetype (w-asm-set-i) to q_mimetype
           move set-part-len (w-asm-set-i, w-asm-part-i)
             to q_msglen
      *
      *    each part carries the digest of its own stored bytes.
      *
           if digest-on
              move zero to w-hash
              perform varying w-hash-i from 1 by 1
                      until w-hash-i > q_msglen
                 compute w-hash = function mod
                         (w-hash * 31
                          + function ord(set-part-data
                            (w-asm-set-i, w-asm-part-i)
                            (w-hash-i:1)),
                          1000000007)
              end-perform
              move w-hash to w-digest
              move PAYLOADDIGEST to w-stamp-name
              perform 2151-set-one-property
                 thru 2151-set-one-property-exit
              move spaces to q_value (j)
              move w-digest to q_value (j) (1:10)
           end-if
      *
           move 'N' to w-confirm-sw
           move zero to w-confirm-try
           perform until delivery-confirmed
                      or w-confirm-try > w-confirm-redrives
              add 1 to w-confirm-try
              call 'amqpSendMessageCC' using
                   by reference w-output-queue,
                   by reference
                      set-part-data (w-asm-set-i, w-asm-part-i),
                   by value q_msglen,
                   by reference q_mimetype,
                   by reference q_properties,
                   by reference errstatus,
                   by reference q_retrycount
              returning rc
              on exception
                 string 'can not find program name :  '
                        'amqpSendMessageCC'
                 into err
                 perform 3000-end
              end-call
              if rc < 0 then
                 display pgm-name ' - set part send rc : ' rc
                 perform 3000-end
              end-if
              perform 2101-confirm-delivery
                 thru 2101-confirm-delivery-exit
           end-perform
           if not delivery-confirmed then
              string 'set part publish never confirmed by broker'
              delimited by size into err
              perform 3000-end
           end-if
      *
           add 1 to cnt-write
      *
      *    everything from here on is about THIS part, so its own
      *    identity goes into q_msgid/q_messageUUID first -- the
      *    audit line, the trailer's first/last uuid, the Postgres
      *    row and the checkpoint must all carry the part's ids,
      *    not the final arrival's.
      *
           move set-part-msgid (w-asm-set-i, w-asm-part-i)
             to q_msgid
           move set-part-uuid (w-asm-set-i, w-asm-part-i)
             to q_messageUUID
           if w-first-fwd-uuid = spaces
              move q_messageUUID to w-first-fwd-uuid
           end-if
           move q_messageUUID to w-last-fwd-uuid
           move 'WRITE' to w-audit-event
           perform 9010-write-audit-record
      *
           move 'SET' to WW51-RELATION
           move q_msgid to WW51-PARENT-MSGID
           move q_messageUUID to WW51-PARENT-UUID
           move w-set-child-msgid to WW51-CHILD-MSGID
           move spaces to WW51-CHILD-UUID
           move set-id (w-asm-set-i) to WW51-CHILD-UUID
           perform 9031-write-lineage
              thru 9031-write-lineage-exit
      *
           move 'FORWARDED' to w-auditdb-disposition
           move w-output-queue to w-auditdb-dispqueue
           perform 9027-update-audit-disposition
              thru 9027-update-audit-disposition-exit
      *
           perform 9013-write-checkpoint-record.
      *
       2114-send-one-part-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    dead-letter every stored part of the set in slot
      *    w-asm-set-i -- a failed assembled validation or a
      *    timed-out set both land here -- then free the slot.
      * ---------------------------------------------------------------
       2119-deadletter-set.
      *
           perform varying w-asm-part-i from 1 by 1
                   until w-asm-part-i > 16
              if set-part-got (w-asm-set-i, w-asm-part-i)
                 perform 2119-deadletter-one-part
                    thru 2119-deadletter-one-part-exit
              end-if
           end-perform
           perform 2112-free-set-slot.
      *
       2119-deadletter-set-exit.
           exit.
      *
       2119-deadletter-one-part.
      *
           move 3 to q_num
           move SETID to q_name (1)
           move set-id (w-asm-set-i) to q_value (1)
           move PARTNUMBER to q_name (2)
           move w-asm-part-i to q_value (2)
           move PARTTOTAL to q_name (3)
           move set-total (w-asm-set-i) to q_value (3)
           if set-sender (w-asm-set-i) not = spaces
              move 4 to q_num
              move SENDERID to q_name (4)
              move set-sender (w-asm-set-i) to q_value (4)
           end-if
           if w-reject-reason = spaces
              move 'BIZ-VALIDATION' to w-reject-reason
           end-if
           perform 2151-stamp-reject-context
      *
      *    the set's own mimetype, not whatever unrelated message
      *    happened through last (the heartbeat timeout sweep lands
      *    here long after the parts arrived).
      *
           move set-mimetype (w-asm-set-i) to q_mimetype
           move set-part-len (w-asm-set-i, w-asm-part-i)
             to q_msglen
           add 1 to cnt-err
           call 'amqpSendMessageCC' using
                by reference q_error,
                by reference
                   set-part-data (w-asm-set-i, w-asm-part-i),
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call
           if rc < 0 then
              display pgm-name ' - set part dead-letter rc : ' rc
              perform 3000-end
           end-if
      *
           move set-part-msgid (w-asm-set-i, w-asm-part-i)
             to q_msgid
           move set-part-uuid (w-asm-set-i, w-asm-part-i)
             to q_messageUUID
           move 'ERROR' to w-audit-event
           perform 9010-write-audit-record
      *
           move 'DEADLETTER' to w-auditdb-disposition
           move q_error to w-auditdb-dispqueue
           perform 9027-update-audit-disposition
              thru 9027-update-audit-disposition-exit
      *
           perform 9013-write-checkpoint-record.
      *
           perform 2153-send-rejection-notice
              thru 2153-send-rejection-notice-exit.
      *
       2119-deadletter-one-part-exit.
           exit.
      *
       2112-free-set-slot.
      *
           move 'N' to set-active-sw (w-asm-set-i)
           move spaces to set-id (w-asm-set-i)
           move zero to set-got (w-asm-set-i)
           perform varying j from 1 by 1 until j > 16
              move 'N' to set-part-got-sw (w-asm-set-i, j)
           end-perform.
      *
       2112-free-set-slot-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the business date this message belongs to : its arrival
      *    date, moved to the next day when it arrived at or after
      *    its category's cutoff, then forward to the first business
      *    day on or after that.  stamped on the message as the
      *    businessDate property, so it travels with it downstream.
      * ---------------------------------------------------------------
       2110-assign-business-date.
      *
           if w-prop-businessdate (1:8) is numeric
              and w-prop-businessdate (9:) = spaces
              move w-prop-businessdate (1:8) to w-business-date
              go to 2110-assign-business-date-exit
           end-if
      *
           move w-cut-default to w-cut-applied
           perform varying w-cut-i from 1 by 1
                   until w-cut-i > w-cut-tab-count
              if function trim(cut-category (w-cut-i))
                 = function trim(w-prop-category)
                 move cut-hhmm (w-cut-i) to w-cut-applied
              end-if
           end-perform
      *
           move f-date to w-bd-date
           move function integer-of-date(w-bd-date) to w-bd-int
           if w-cut-applied not = spaces
              and f-time (1:4) >= w-cut-applied
              add 1 to w-bd-int
           end-if
      *
      *    a month of holidays back to back is a broken calendar,
      *    not a business reality : stop looking after 31 days.
      *
           move zero to w-bd-steps
           perform 2110-test-business-day
              thru 2110-test-business-day-exit
           perform until bd-is-business or w-bd-steps > 31
              add 1 to w-bd-int
              add 1 to w-bd-steps
              perform 2110-test-business-day
                 thru 2110-test-business-day-exit
           end-perform
           move function date-of-integer(w-bd-int) to w-bd-date
           move w-bd-date to w-business-date
           if w-business-date not = f-date
              add 1 to cnt-bd-rolled
           end-if
      *
           move BUSINESSDATE to w-stamp-name
           perform 2151-set-one-property
              thru 2151-set-one-property-exit
           move spaces to q_value (j)
           move w-business-date to q_value (j) (1:8)
           move w-business-date to w-prop-businessdate.
      *
       2110-assign-business-date-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    is the day in w-bd-int a business day ?  the calendar's
      *    word first, Monday-Friday otherwise (day 1 of
      *    integer-of-date is 1601-01-01, a Monday).
      * ---------------------------------------------------------------
       2110-test-business-day.
      *
           move function date-of-integer(w-bd-int) to w-bd-date
           compute w-bd-dow = function mod(w-bd-int - 1, 7) + 1
           if w-bd-dow < 6
              move 'Y' to w-bd-sw
           else
              move 'N' to w-bd-sw
           end-if
           move w-bd-date to w-cal-date-x
           perform varying w-cal-i from 1 by 1
                   until w-cal-i > w-cal-tab-count
              if cal-date (w-cal-i) = w-cal-date-x
                 if cal-flag (w-cal-i) = 'H'
                    move 'N' to w-bd-sw
                 else
                    move 'Y' to w-bd-sw
                 end-if
              end-if
           end-perform.
      *
       2110-test-business-day-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    per-sender sequence checking : compare this message's
      *    sequenceNo against the last one seen from its senderId.
      *    a jump forward is a gap (messages lost upstream), a step
      *    backward or repeat is an out-of-order arrival ; each gets
      *    its own audit event so the end-of-run summary and the
      *    reporting tools can count them.  messages without both
      *    properties, and redeliveries, pass unchecked.
      * ---------------------------------------------------------------
       2111-check-sequence.
      *
      *    a released hold (reseqReleased stamped by 2166) already
      *    had its turn at the sequence check when it first arrived
      *    -- re-scoring it here would log one spurious OOSEQ per
      *    resequenced message, so it skips the check the way a
      *    retry does ; so does a message back from blocklist
      *    review.
      *
           if w-prop-senderid = spaces
              or w-prop-seqno = spaces
              or function trim(w-prop-seqno) is not numeric
              or w-retry-num > 0
              or w-prop-released not = spaces
              or review-released or review-rejected then
              go to 2111-check-sequence-exit
           end-if.
      *
           move function numval(w-prop-seqno) to w-seq-new
      *
           set seq-idx to 1
           search seq-entry
              at end
                 go to 2111-check-sequence-exit
              when seq-idx > w-seq-tab-count
                 if w-seq-tab-count < 32
                    add 1 to w-seq-tab-count
                    set seq-idx to w-seq-tab-count
                    move w-prop-senderid to seq-sender (seq-idx)
                    move w-seq-new to seq-last (seq-idx)
                 end-if
                 go to 2111-check-sequence-exit
              when seq-sender (seq-idx) = w-prop-senderid
                 continue
           end-search
      *
           evaluate true
              when w-seq-new = seq-last (seq-idx) + 1
                 move w-seq-new to seq-last (seq-idx)
      *
      *          the gap (if any) just closed one step : any held
      *          successors that are now in order go back to the
      *          input queue, oldest first.
      *
                 perform 2164-release-held-chain
                    thru 2164-release-held-chain-exit
              when w-seq-new > seq-last (seq-idx) + 1
                 add 1 to cnt-seq-gap
                 add 1 to seq-gaps (seq-idx)
                 compute w-seq-missing =
                         w-seq-missing
                         + w-seq-new - seq-last (seq-idx) - 1
                 display pgm-name ' - sender '
                         function trim(w-prop-senderid)
                         ' sequence gap : last ' seq-last (seq-idx)
                         ' now ' w-seq-new
                 move 'GAP  ' to w-audit-event
                 perform 9010-write-audit-record
      *
      *          an in-order sender's early arrival is parked until
      *          the gap fills ; seq-last stays put, waiting for
      *          the missing messages.  a full hold table (or a
      *          sender outside the mode) keeps the historic
      *          forward-out-of-order behaviour.
      *
                 perform 2163-test-reseq-sender
                    thru 2163-test-reseq-sender-exit
                 if sender-in-reseq
                    perform 2165-hold-message
                       thru 2165-hold-message-exit
                 end-if
                 if not msg-held
                    move w-seq-new to seq-last (seq-idx)
                 end-if
              when other
                 add 1 to cnt-seq-ooo
                 display pgm-name ' - sender '
                         function trim(w-prop-senderid)
                         ' out-of-order arrival : last '
                         seq-last (seq-idx) ' now ' w-seq-new
                 move 'OOSEQ' to w-audit-event
                 perform 9010-write-audit-record
           end-evaluate.
      *
       2111-check-sequence-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    is this message's sender under in-order delivery ?
      * ---------------------------------------------------------------
      * ---------------------------------------------------------------
      *    is the message in hand past its expiresAt stamp ?  the
      *    stamp is GMT, so the comparison clock is the local time
      *    adjusted by the same configured offset the audit trail
      *    applies -- including the date flip when the offset
      *    crosses midnight.  a missing or malformed stamp means
      *    the message never expires, exactly as before the
      *    property existed.
      * ---------------------------------------------------------------
       2169-check-expiry.
      *
           move 'N' to w-expired-sw
           if w-prop-expiresat = spaces
              or w-prop-expiresat (1:14) is not numeric then
              go to 2169-check-expiry-exit
           end-if.
      *
           perform 2169-compute-gmt-now
              thru 2169-compute-gmt-now-exit
           if w-gmt-now-stamp > w-prop-expiresat (1:14)
              set msg-expired to true
           end-if.
      *
       2169-check-expiry-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the GMT yyyymmddhhmmss the expiresAt and deliverAfter
      *    stamps are compared against, into w-gmt-now-stamp : the
      *    local clock moved by the configured GMT offset, the date
      *    carried across midnight when the offset crosses it.
      * ---------------------------------------------------------------
       2169-compute-gmt-now.
      *
           move function current-date to full-current-date
           compute w-local-minutes =
                   c-hour of f-time * 60 + c-minutes of f-time
           compute w-gmt-minutes =
                   c-hour of c-time-diff * 60
                   + c-minutes of c-time-diff
           move function numval(f-date) to w-gmt-now-date
           move function integer-of-date(w-gmt-now-date)
             to w-gmt-now-int
           if c-gmt-dir of c-time-diff = '-' then
              compute w-local-minutes =
                      w-local-minutes + w-gmt-minutes
           else
              compute w-local-minutes =
                      w-local-minutes - w-gmt-minutes
           end-if
           if w-local-minutes < 0 then
              add 1440 to w-local-minutes
              subtract 1 from w-gmt-now-int
           end-if
           if w-local-minutes >= 1440 then
              subtract 1440 from w-local-minutes
              add 1 to w-gmt-now-int
           end-if
           move function date-of-integer(w-gmt-now-int)
             to w-gmt-now-date
           divide w-local-minutes by 60
                  giving w-gmt-now-hh remainder w-gmt-now-mm
           move spaces to w-gmt-now-stamp
           string w-gmt-now-date
                  w-gmt-now-hh
                  w-gmt-now-mm
                  c-seconds of f-time
             delimited by size into w-gmt-now-stamp
           end-string.
      *
       2169-compute-gmt-now-exit.
           exit.
      *
       2163-test-reseq-sender.
      *
           move 'N' to w-reseq-on-sw
           if reseq-all-senders
              set sender-in-reseq to true
              go to 2163-test-reseq-sender-exit
           end-if
           perform varying w-rsq-i from 1 by 1
                      until w-rsq-i > w-rsqs-count
              if function trim(w-rsqs (w-rsq-i))
                 = function trim(w-prop-senderid)
                 set sender-in-reseq to true
              end-if
           end-perform.
      *
       2163-test-reseq-sender-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    release every held successor that is now next in line
      *    for the sender in hand : each goes back to q_input (in
      *    order, so the ordinary read path re-runs it with the gap
      *    closed), its slot freed, seq-last advanced past it.
      * ---------------------------------------------------------------
       2164-release-held-chain.
      *
      *    rc is the live message's payload length and the release
      *    sends below overwrite it ; keep it safe across the chain.
      *
           move rc to w-rsq-save-rc
           set release-found to true
           perform until not release-found
              move 'N' to w-rsq-more-sw
              compute w-rsq-next = seq-last (seq-idx) + 1
              perform varying w-rsq-i from 1 by 1
                         until w-rsq-i > 32
                            or release-found
                 if rsq-in-use (w-rsq-i)
                    and rsq-sender (w-rsq-i) = w-prop-senderid
                    and rsq-seqno (w-rsq-i) = w-rsq-next
                    set release-found to true
                    perform 2166-release-one-held
                       thru 2166-release-one-held-exit
                 end-if
              end-perform
           end-perform
           move w-rsq-save-rc to rc.
      *
       2164-release-held-chain-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    park the message in hand in a free hold slot.  no free
      *    slot leaves msg-held off and the caller falls back to
      *    the historic out-of-order forward.
      * ---------------------------------------------------------------
       2165-hold-message.
      *
           move zero to w-rsq-hit
           perform varying w-rsq-i from 1 by 1 until w-rsq-i > 32
              if not rsq-in-use (w-rsq-i) and w-rsq-hit = 0
                 move w-rsq-i to w-rsq-hit
              end-if
           end-perform
           if w-rsq-hit = 0
              display pgm-name ' - hold table full, msgid ' q_msgid
                      ' forwarded out of order'
              go to 2165-hold-message-exit
           end-if
      *
           move 'Y' to rsq-used-sw (w-rsq-hit)
           move w-prop-senderid to rsq-sender (w-rsq-hit)
           move w-seq-new to rsq-seqno (w-rsq-hit)
           move q_msgid to rsq-msgid (w-rsq-hit)
           move q_messageUUID to rsq-uuid (w-rsq-hit)
           move q_mimetype to rsq-mimetype (w-rsq-hit)
           move q_properties to rsq-props (w-rsq-hit)
           move rc to rsq-len (w-rsq-hit)
           if rsq-len (w-rsq-hit) > length of q_message
              move length of q_message to rsq-len (w-rsq-hit)
           end-if
           move q_message to rsq-data (w-rsq-hit)
           move function current-date to full-current-date
           compute rsq-stored-secs (w-rsq-hit) =
                   c-hour of f-time * 3600
                   + c-minutes of f-time * 60
                   + c-seconds of f-time
      *
           add 1 to cnt-held
           set msg-held to true
           display pgm-name ' - sender '
                   function trim(w-prop-senderid)
                   ' sequence ' w-seq-new
                   ' held until the gap fills'
           move 'HOLD ' to w-audit-event
           perform 9010-write-audit-record.
      *
       2165-hold-message-exit.
           exit.
      *
       2166-release-one-held.
      *
      *    stamp the release marker into the held property table so
      *    the re-read skips 2111's sequence check (see the note
      *    there) ; the live message's own properties are put back
      *    untouched.
      *
           move q_properties to w-rsq-save-props
           move rsq-props (w-rsq-i) to q_properties
           move RESEQRELEASED to w-stamp-name
           perform 2151-set-one-property
              thru 2151-set-one-property-exit
           move spaces to q_value (j)
           move 'Y' to q_value (j) (1:1)
           move q_properties to rsq-props (w-rsq-i)
           move w-rsq-save-props to q_properties
      *
           call 'amqpSendMessageCC' using
                by reference q_input,
                by reference rsq-data (w-rsq-i),
                by value rsq-len (w-rsq-i),
                by reference rsq-mimetype (w-rsq-i),
                by reference rsq-props (w-rsq-i),
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call
           if rc < 0 then
      *
      *       a release the broker will not take leaves the slot in
      *       place for the next attempt ; the chain stops here.
      *
              display pgm-name ' - release of held sequence '
                      rsq-seqno (w-rsq-i) ' failed rc ' rc
              move 'N' to w-rsq-more-sw
              go to 2166-release-one-held-exit
           end-if
      *
           add 1 to cnt-released
           move rsq-seqno (w-rsq-i) to seq-last (seq-idx)
      *
      *    the held original was archived at read time but never
      *    checkpointed ; the copy just sent lives on under a new
      *    broker msgid, so the original msgid is disposed of here
      *    -- RELSE audit event and checkpoint record at the same
      *    point, the BATCH/PARK/SPOOL pattern -- and reconcile
      *    stops carrying it as in flight.  the lineage store links
      *    it to the copy.
      *
           move q_msgid to w-rsq-save-msgid
           move q_messageUUID to w-rsq-save-uuid
           move rsq-msgid (w-rsq-i) to q_msgid
           move rsq-uuid (w-rsq-i) to q_messageUUID
           move 'RELSE' to w-audit-event
           perform 9010-write-audit-record
           perform 9013-write-checkpoint-record
           move 'RESEQ' to WW51-RELATION
           move q_msgid to WW51-PARENT-MSGID
           move q_messageUUID to WW51-PARENT-UUID
           move spaces to WW51-CHILD-MSGID
           move q_messageUUID to WW51-CHILD-UUID
           perform 9031-write-lineage
              thru 9031-write-lineage-exit
           move w-rsq-save-msgid to q_msgid
           move w-rsq-save-uuid to q_messageUUID
      *
           display pgm-name ' - held sequence ' rsq-seqno (w-rsq-i)
                   ' released to '
                   function trim(q_input)
           move 'N' to rsq-used-sw (w-rsq-i).
      *
       2166-release-one-held-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    heartbeat sweep : a held message whose gap has outlived
      *    reseq_wait_secs is never getting its predecessors ;
      *    dead-letter it under its own reason and let the sender's
      *    sequence resume past it.
      * ---------------------------------------------------------------
       2167-check-hold-timeouts.
      *
           move function current-date to full-current-date
           compute w-rsq-now-secs =
                   c-hour of f-time * 3600
                   + c-minutes of f-time * 60
                   + c-seconds of f-time
           perform varying w-rsq-i from 1 by 1 until w-rsq-i > 32
              if rsq-in-use (w-rsq-i)
                 compute w-rsq-age =
                         w-rsq-now-secs
                         - rsq-stored-secs (w-rsq-i)
                 if w-rsq-age < 0
                    add 86400 to w-rsq-age
                 end-if
                 if w-rsq-age > w-reseq-wait-secs
                    perform 2168-deadletter-held
                       thru 2168-deadletter-held-exit
                 end-if
              end-if
           end-perform.
      *
       2167-check-hold-timeouts-exit.
           exit.
      *
       2168-deadletter-held.
      *
           display pgm-name ' - sender '
                   function trim(rsq-sender (w-rsq-i))
                   ' sequence ' rsq-seqno (w-rsq-i)
                   ' gap never filled, dead-lettering'
      *
      *    the held message's own identity and properties go into
      *    the message buffers first, so the reject stamps, audit
      *    line and checkpoint all carry the right message ; the
      *    heartbeat has nothing live in them.
      *
           move rsq-msgid (w-rsq-i) to q_msgid
           move rsq-uuid (w-rsq-i) to q_messageUUID
           move rsq-mimetype (w-rsq-i) to q_mimetype
           move rsq-props (w-rsq-i) to q_properties
           move rsq-len (w-rsq-i) to q_msglen
           move rsq-data (w-rsq-i) to q_message
           move 'SEQUENCE-GAP-TIMEOUT' to w-reject-reason
           perform 2151-stamp-reject-context
              thru 2151-stamp-reject-context-exit
      *
           add 1 to cnt-err
           add 1 to cnt-gap-dlq
           call 'amqpSendMessageCC' using
                by reference q_error,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call
           if rc < 0 then
              display pgm-name ' - held dead-letter rc : ' rc
      *
      *       err must be set before the abort : 3000-end sweeps
      *       the still-held slots through this very paragraph
      *       (the slot only clears after a successful send), and
      *       a bare abort here would re-enter it without bound.
      *
              string 'dead-letter of a held message failed hard'
              delimited by size into err
              perform 3000-end
           end-if
      *
           move 'ERROR' to w-audit-event
           perform 9010-write-audit-record
           perform 9013-write-checkpoint-record
           move 'DEADLETTER' to w-auditdb-disposition
           move q_error to w-auditdb-dispqueue
           perform 9027-update-audit-disposition
           perform 2153-send-rejection-notice
              thru 2153-send-rejection-notice-exit
      *
      *    a gap that never filled is a sender problem somebody has
      *    to chase, not just one more dead letter : it goes to the
      *    monitoring queue too, where the alert manager keeps it
      *    from drowning among the routine alerts.
      *
           if w-monitor-queue not = spaces
              and w-monitor-queue not = low-values
              move spaces to w-alert-buffer
              string '{"alert":"SEQUENCE-GAP-TIMEOUT","senderId":"'
                         delimited by size
                     function trim(rsq-sender (w-rsq-i))
                         delimited by size
                     '","sequenceNo":' delimited by size
                     rsq-seqno (w-rsq-i) delimited by size
                     ',"msgid":"' delimited by size
                     function trim(q_msgid) delimited by size
                     '"}' delimited by size
                into w-alert-buffer
              end-string
              perform 9022-send-alert
           end-if
      *
      *    the sequence resumes past the dead-lettered message.
      *
           perform varying seq-idx from 1 by 1
                   until seq-idx > w-seq-tab-count
              if seq-sender (seq-idx) = rsq-sender (w-rsq-i)
                 and rsq-seqno (w-rsq-i) > seq-last (seq-idx)
                 move rsq-seqno (w-rsq-i) to seq-last (seq-idx)
              end-if
           end-perform
           move rsq-sender (w-rsq-i) to w-prop-senderid
           move 'N' to rsq-used-sw (w-rsq-i)
      *
      *    and the sender's now-in-order held successors go back
      *    to the input queue : the missing predecessor lived only
      *    in the hold table, so no outside arrival can ever close
      *    the gap again -- without this walk one lost sequence
      *    number rots every later held message into its own
      *    SEQUENCE-GAP-TIMEOUT and the stream dies one timeout at
      *    a time.  the chain walk reuses w-rsq-i, so the timeout
      *    sweep's own slot cursor is kept safe across it.
      *
           set seq-idx to 1
           search seq-entry
              at end
                 go to 2168-deadletter-held-exit
              when seq-sender (seq-idx) = w-prop-senderid
                 continue
           end-search
           move w-rsq-i to w-rsq-save-i
           perform 2164-release-held-chain
              thru 2164-release-held-chain-exit
           move w-rsq-save-i to w-rsq-i.
      *
       2168-deadletter-held-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    content-hash duplicate detection : hash the rc significant
      *    bytes of the payload (not the padded 4096-byte buffer)
      *    and look for the same hash among the last 5000 payloads
      *    processed.  a match writes its own PDUP audit event and,
      *    under DIVERT, marks the message permanently bad so the
      *    normal flow dead-letters it instead of double-posting it
      *    downstream.  the hash always joins the ring, so a third
      *    copy keeps being caught.
      * ---------------------------------------------------------------
       2109-check-duplicate-payload.
      *
      *    redeliveries (retry count > 0) are not checked : a
      *    requeued message comes back with the identical payload
      *    and would match the hash its own first pass put in the
      *    ring, turning every legitimate retry into a payload
      *    duplicate -- the same exclusion 2111-check-sequence
      *    makes for the same reason.
      *
           move 'N' to w-pdup-sw
           if rc <= 0 or asm-active or w-retry-num > 0
              or review-released then
              go to 2109-check-duplicate-payload-exit
           end-if.
      *
      *    rc is the sender's CLAIMED length and this runs ahead of
      *    2118's oversize rejection, so the scan is clamped to the
      *    buffer -- the same clamp the archive writer applies.
      *
           move rc to w-hash-len
           if w-hash-len > length of q_message
              move length of q_message to w-hash-len
           end-if
           move zero to w-hash
           perform varying w-hash-i from 1 by 1
                      until w-hash-i > w-hash-len
              compute w-hash = function mod
                      (w-hash * 31
                       + function ord(q_message (w-hash-i:1)),
                       1000000007)
           end-perform
      *
           perform varying j from 1 by 1
                      until j > w-hash-count
                         or payload-dup-detected
              if w-hash-val (j) = w-hash
                 set payload-dup-detected to true
              end-if
           end-perform
      *
           add 1 to w-hash-next
           if w-hash-next > 5000
              move 1 to w-hash-next
           end-if
           move w-hash to w-hash-val (w-hash-next)
           if w-hash-count < 5000
              add 1 to w-hash-count
           end-if
      *
           if payload-dup-detected then
              add 1 to cnt-pdup
              display pgm-name ' - msgid ' q_msgid
                      ' payload matches a recently processed '
                      'message (' w-pdup-action ')'
              move 'PDUP ' to w-audit-event
              perform 9010-write-audit-record
              if w-pdup-action (1:6) = 'DIVERT' then
                 move 'DUPLICATE-PAYLOAD' to w-reject-reason
                 set msg-bad to true
                 set rep-nfound to true
              end-if
           end-if.
      *
       2109-check-duplicate-payload-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    q_properties, viewed as q_betta's structured name/value
      *    table (see message.cpy), may carry the sender's own
      *    messageUUID/retryCount for this message ; pull them out
      *    here so 2100-queue-read can prefer them over a locally
      *    generated id or the retrycount the queue call returned.
      *    q_num is sender-supplied and trusted no further than the
      *    table's own bounds (1 thru 16).
      * ---------------------------------------------------------------
       2107-extract-properties.
      *
           move spaces to w-prop-messageuuid
           move spaces to w-prop-retrycount
           move spaces to w-prop-category
           move spaces to w-prop-retryafter
           move spaces to w-prop-senderid
           move spaces to w-prop-seqno
           move spaces to w-prop-priority
           move spaces to w-prop-replyto
           move spaces to w-prop-schemaver
           move spaces to w-prop-testrun
           move spaces to w-prop-expiresat
           move spaces to w-prop-released
           move spaces to w-prop-ctltype
           move spaces to w-prop-ctlcount
           move spaces to w-prop-ctllastseq
           move spaces to w-prop-ctlhash
           move spaces to w-prop-signature
           move spaces to w-prop-sigkeyid
           move spaces to w-prop-repairedby
           move spaces to w-prop-suspreleased
           move spaces to w-prop-revreleased
           move spaces to w-prop-revrejected
           move spaces to w-prop-partnumber
           move spaces to w-prop-parttotal
           move spaces to w-prop-setid
           move spaces to w-prop-parentmsgid
           move spaces to w-prop-deliverafter
           move spaces to w-prop-businessdate
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = MESSAGEUUID
                 move q_value (w-prop-i) to w-prop-messageuuid
              end-if
              if q_name (w-prop-i) = RETRYCOUNT
                 move q_value (w-prop-i) to w-prop-retrycount
              end-if
              if q_name (w-prop-i) = MSGCATEGORY
                 move q_value (w-prop-i) to w-prop-category
              end-if
              if q_name (w-prop-i) = RETRYAFTER
                 move q_value (w-prop-i) to w-prop-retryafter
              end-if
              if q_name (w-prop-i) = SENDERID
                 move q_value (w-prop-i) to w-prop-senderid
              end-if
              if q_name (w-prop-i) = SEQUENCENO
                 move q_value (w-prop-i) to w-prop-seqno
              end-if
              if q_name (w-prop-i) = MSGPRIORITY
                 move q_value (w-prop-i) to w-prop-priority
              end-if
              if q_name (w-prop-i) = REPLYTO
                 move q_value (w-prop-i) to w-prop-replyto
              end-if
              if q_name (w-prop-i) = SCHEMAVERSION
                 move q_value (w-prop-i) to w-prop-schemaver
              end-if
              if q_name (w-prop-i) = TESTRUN
                 move q_value (w-prop-i) to w-prop-testrun
              end-if
              if q_name (w-prop-i) = EXPIRESAT
                 move q_value (w-prop-i) to w-prop-expiresat
              end-if
              if q_name (w-prop-i) = RESEQRELEASED
                 move q_value (w-prop-i) to w-prop-released
              end-if
              if q_name (w-prop-i) = PARTNUMBER
                 move q_value (w-prop-i) to w-prop-partnumber
              end-if
              if q_name (w-prop-i) = PARTTOTAL
                 move q_value (w-prop-i) to w-prop-parttotal
              end-if
              if q_name (w-prop-i) = SETID
                 move q_value (w-prop-i) to w-prop-setid
              end-if
              if q_name (w-prop-i) = PARENTMSGID
                 move q_value (w-prop-i) to w-prop-parentmsgid
              end-if
              if q_name (w-prop-i) = DELIVERAFTER
                 move q_value (w-prop-i) to w-prop-deliverafter
              end-if
              if q_name (w-prop-i) = BUSINESSDATE
                 move q_value (w-prop-i) to w-prop-businessdate
              end-if
              if q_name (w-prop-i) = CTLTYPE
                 move q_value (w-prop-i) to w-prop-ctltype
              end-if
              if q_name (w-prop-i) = CTLCOUNT
                 move q_value (w-prop-i) to w-prop-ctlcount
              end-if
              if q_name (w-prop-i) = CTLLASTSEQ
                 move q_value (w-prop-i) to w-prop-ctllastseq
              end-if
              if q_name (w-prop-i) = CTLHASH
                 move q_value (w-prop-i) to w-prop-ctlhash
              end-if
              if q_name (w-prop-i) = SIGNATURE
                 move q_value (w-prop-i) to w-prop-signature
              end-if
              if q_name (w-prop-i) = SIGKEYID
                 move q_value (w-prop-i) to w-prop-sigkeyid
              end-if
              if q_name (w-prop-i) = REPAIREDBY
                 move q_value (w-prop-i) to w-prop-repairedby
              end-if
              if q_name (w-prop-i) = SUSPRELEASED
                 move q_value (w-prop-i) to w-prop-suspreleased
              end-if
              if q_name (w-prop-i) = REVIEWRELEASED
                 move q_value (w-prop-i) to w-prop-revreleased
              end-if
              if q_name (w-prop-i) = REVIEWREJECTED
                 move q_value (w-prop-i) to w-prop-revrejected
              end-if
           end-perform.
      *
       2107-extract-properties-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    backoff gate : a message whose retryAfter second-of-day
      *    is still ahead of the clock is requeued untouched --
      *    properties, retrycount and all -- and a short nap is
      *    taken so a queue holding nothing but deferred messages
      *    does not turn into a hot spin.  a gap of more than 12
      *    hours is taken as a midnight wrap (the stamp is in the
      *    past, not far in the future).  a failed requeue processes
      *    the message now rather than risk dropping it.
      * ---------------------------------------------------------------
       2108-check-retry-due.
      *
           move 'N' to w-defer-sw
      *
      *    an expired message is past deferring -- it falls through
      *    to be read, audited and diverted under its own reason.
      *
           if msg-expired then
              go to 2108-check-retry-due-exit
           end-if.
           if w-prop-retryafter = spaces
              or function trim(w-prop-retryafter) is not numeric then
              go to 2108-check-retry-due-exit
           end-if.
      *
           compute w-now-secs =
                   c-hour of f-time * 3600
                   + c-minutes of f-time * 60
                   + c-seconds of f-time
           move function numval(w-prop-retryafter)
             to w-retry-due-secs
           compute w-retry-delay = w-retry-due-secs - w-now-secs
           if w-retry-delay > 43200 then
              subtract 86400 from w-retry-delay
           end-if
           if w-retry-delay <= 0 then
              go to 2108-check-retry-due-exit
           end-if.
      *
      *    the deferral is a publish like any other : it gets the
      *    same confirm-and-re-drive treatment as every other send,
      *    and when the broker will not take it (or never confirms
      *    it) the message is processed now instead -- we still
      *    hold it, and a stray accepted copy on the queue is
      *    caught later by the ordinary duplicate suppression once
      *    this pass checkpoints the msgid.
      *
           move rc to q_msglen
           move 'N' to w-defer-fail-sw
           move 'N' to w-confirm-sw
           move zero to w-confirm-try
           perform 2108-defer-send-once
              thru 2108-defer-send-once-exit
              until delivery-confirmed
                 or defer-send-failed
                 or w-confirm-try > w-confirm-redrives
           if defer-send-failed or not delivery-confirmed then
              display pgm-name ' - msgid ' q_msgid
                      ' defer requeue not confirmed'
                      ', processing now instead'
      *
      *       rc is the payload length everywhere downstream ;
      *       restore it from q_msglen before processing goes on.
      *
              move q_msglen to rc
              go to 2108-check-retry-due-exit
           end-if.
      *
           set msg-deferred to true
           call 'CBL_OC_NANOSLEEP' using w-sleep-ns
           on exception
              continue
           end-call.
      *
       2108-check-retry-due-exit.
           exit.
      *
       2108-defer-send-once.
      *
           add 1 to w-confirm-try
           call 'amqpSendMessageCC' using
                by reference q_input,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call.
           if rc < 0 then
              set defer-send-failed to true
              go to 2108-defer-send-once-exit
           end-if.
      *
           perform 2101-confirm-delivery.
      *
       2108-defer-send-once-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    only mimetypes this bridge actually knows how to handle
      *    are let through to business logic ; anything else is
      *    permanently rejected to q_error instead of falling through
      *    to bizdefault's pass-through handling.
      * ---------------------------------------------------------------
       2115-check-mimetype-allowed.
      *
           if w-mime-norm = 'application/json'
              or w-mime-norm = 'text/plain'
              or w-mime-norm = 'application/octet-stream'
              or w-mime-norm = 'application/ebcdic'
              or w-mime-norm = 'application/xml'
              or w-mime-norm = 'text/csv'
           then
              continue
           else
              display pgm-name " - msgid " q_msgid
                      " rejected, mimetype not on allow-list : "
                      q_mimetype
              move 'MIMETYPE-NOT-ALLOWED' to w-reject-reason
              set msg-bad   to true
              set rep-nfound to true
           end-if.
      *
       2115-check-mimetype-allowed-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    rc is amqpRecvMessageCC's own claimed length for what it
      *    put into q_message ; q_message is a fixed PIC X(4096)
      *    buffer (see message.cpy), so a claimed length that does
      *    not fit that buffer means the payload was truncated on
      *    the way in -- permanently rejected, the same as a
      *    disallowed mimetype, since retrying will not make the
      *    message any shorter.
      * ---------------------------------------------------------------
       2118-check-message-length.
      *
      *    a reassembled set was length-checked against the
      *    assembly buffer when its parts were collected.
      *
           if asm-active then
              go to 2118-check-message-length-exit
           end-if.
           if rc > length of q_message then
              display pgm-name " - msgid " q_msgid
                      " rejected, claimed length " rc
                      " exceeds buffer size " length of q_message
              move 'OVERSIZE' to w-reject-reason
              set msg-bad    to true
              set rep-nfound to true
           end-if.
      *
       2118-check-message-length-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    batch-window cutoff : once either configured limit is hit,
      *    stop asking the queue for more messages and let 1000-main
      *    fall through to 3000-end on its own, same as reaching eof.
      * ---------------------------------------------------------------
       2116-check-batch-cutoff.
      *
           if w-max-messages > 0 and cnt-read >= w-max-messages then
              display pgm-name " - max message count " w-max-messages
                      " reached, ending run"
              move 'CUTOFF' to w-end-reason
              set batch-cutoff-reached to true
           end-if.
      *
           if w-max-runtime-secs > 0 then
              move function current-date to full-current-date
              compute w-run-end-secs =
                      c-hour of f-time * 3600
                      + c-minutes of f-time * 60
                      + c-seconds of f-time
              compute w-run-elapsed-secs =
                      w-run-end-secs - w-run-start-secs
              if w-run-elapsed-secs < 0
                 add 86400 to w-run-elapsed-secs
              end-if
              if w-run-elapsed-secs >= w-max-runtime-secs
                 display pgm-name " - max runtime " w-max-runtime-secs
                         "s reached, ending run"
                 move 'CUTOFF' to w-end-reason
                 set batch-cutoff-reached to true
              end-if
           end-if.
      *
       2116-check-batch-cutoff-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a message flagged application/ebcdic arrives in EBCDIC and
      *    is translated to ASCII here, after business logic and
      *    before it goes anywhere near q_output, so every downstream
      *    consumer sees plain ASCII regardless of how the sender
      *    encoded it.  q_mimetype is re-tagged application/octet-
      *    stream once the translation actually runs, so a consumer
      *    dispatching on mimetype does not try to EBCDIC-decode an
      *    already-ASCII payload ; a failed CALL leaves the payload
      *    (and its application/ebcdic tag) untouched, since nothing
      *    was actually translated.
      * ---------------------------------------------------------------
       2117-translate-ebcdic-payload.
      *
      *    a reassembled set's parts are forwarded as stored, so
      *    there is nothing here to translate for one.
      *
           if asm-active then
              go to 2117-translate-ebcdic-payload-exit
           end-if.
      *
      *    a category with a record layout is translated field by
      *    field, so its binary and packed bytes survive the trip.
      *
           if w-mime-norm = 'application/ebcdic' then
              perform 2138-find-category-layout
                 thru 2138-find-category-layout-exit
           end-if
           if w-mime-norm = 'application/ebcdic'
              and category-has-layout then
              set fxl-inbound to true
              perform 2139-translate-by-layout
                 thru 2139-translate-by-layout-exit
              if layout-translated
                 move 'application/octet-stream' to q_mimetype
                 move 'application/octet-stream' to w-mime-norm
      *
      *          no charset is claimed for a record carrying binary
      *          fields : 2145 would otherwise transcode it and shift
      *          (and corrupt) every byte past the first high one.
      *
                 move spaces to w-mime-charset
              end-if
              go to 2117-translate-ebcdic-payload-exit
           end-if
           if w-mime-norm = 'application/ebcdic' then
              move rc to w-ebcdic-vlength
              call 'ebc2asc' using
                   q_message, w-ebcdic-vlength, w-ebcdic-codepage
                 on exception
                    display pgm-name
                         ' - ebc2asc not available, forwarding as-is'
                 not on exception
                    move 'application/octet-stream' to q_mimetype
                    move 'application/octet-stream' to w-mime-norm
      *
      *             the ebc2asc tables emit single-byte characters,
      *             so whatever the mimetype said before, the
      *             payload is ISO-8859-1 from here on -- which is
      *             what 2145-normalize-charset keys off.
      *
                    move 'iso-8859-1' to w-mime-charset
              end-call
           end-if.
      *
       2117-translate-ebcdic-payload-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    business logic is dispatched by mimetype : each handler
      *    gets the message buffer and hands back msg-failed, plus
      *    w-biz-retryable to say whether a failure is worth giving
      *    back to the sender for another attempt (2160-queue-requeue)
      *    or is permanently bad (2150-queue-send-error) -- see
      *    bizjson.cob/biztext.cob/bizfixed.cob/bizcsv.cob/
      *    bizdefault.cob.
      * ---------------------------------------------------------------
       2120-dispatch-business-logic.
      *
           move 0 to w-biz-retryable
           move 0 to w-reply-len
      *
      *    hand the handler whichever payload is in play -- the
      *    plain message buffer, or the assembly buffer when a
      *    multi-part set just completed -- plus the byte count it
      *    may trust.
      *
           if asm-active then
              set address of biz-message to address of w-asm-message
              move w-asm-len to w-biz-msglen
           else
              set address of biz-message to address of q_message
              move rc to w-biz-msglen
           end-if
      *
           if w-mime-norm = 'application/json' then
              call 'bizjson' using
                   by reference biz-message,
                   by reference msg-failed,
                   by reference w-biz-retryable,
                   by reference w-biz-msglen,
                   by reference w-mime-charset,
                   by reference w-prop-category,
                   by reference w-reply-message,
                   by reference w-reply-len
              end-call
           else
              if w-mime-norm = 'text/plain' then
                 call 'biztext' using
                      by reference biz-message,
                      by reference msg-failed,
                      by reference w-biz-retryable,
                      by reference w-biz-msglen,
                      by reference w-mime-charset,
                      by reference w-prop-category,
                      by reference w-reply-message,
                      by reference w-reply-len
                 end-call
              else
                 if w-mime-norm = 'application/octet-stream'
                 then
                    call 'bizfixed' using
                         by reference biz-message,
                         by reference msg-failed,
                         by reference w-biz-retryable,
                         by reference w-biz-msglen,
                         by reference w-mime-charset,
                         by reference w-prop-category,
                         by reference w-reply-message,
                         by reference w-reply-len
                    end-call
                 else
                  if w-mime-norm = 'application/xml'
                  then
                    call 'bizxml' using
                         by reference biz-message,
                         by reference msg-failed,
                         by reference w-biz-retryable,
                         by reference w-biz-msglen,
                         by reference w-mime-charset,
                         by reference w-prop-category,
                         by reference w-reply-message,
                         by reference w-reply-len
                    end-call
                  else
                   if w-mime-norm = 'text/csv'
                   then
      *
      *             a CSV extract that fails its layout is
      *             dead-lettered under a reason of its own, so the
      *             dead-letter breakdown shows CSV problems apart
      *             from the other handlers' ; the row and column
      *             detail travels in bizcsv's reply.
      *
                    call 'bizcsv' using
                         by reference biz-message,
                         by reference msg-failed,
                         by reference w-biz-retryable,
                         by reference w-biz-msglen,
                         by reference w-mime-charset,
                         by reference w-prop-category,
                         by reference w-reply-message,
                         by reference w-reply-len
                    end-call
                    if msg-bad and w-reject-reason = spaces
                       move 'CSV-MALFORMED' to w-reject-reason
                    end-if
                   else
                    call 'bizdefault' using
                         by reference biz-message,
                         by reference msg-failed,
                         by reference w-biz-retryable,
                         by reference w-biz-msglen,
                         by reference w-mime-charset,
                         by reference w-prop-category,
                         by reference w-reply-message,
                         by reference w-reply-len
                    end-call
                   end-if
                  end-if
                 end-if
              end-if
           end-if
           if msg-bad and biz-is-retryable
              set rep-found to true
           end-if
           if msg-bad and w-reject-reason = spaces
              move 'BIZ-VALIDATION' to w-reject-reason
           end-if
      *
      *    a failed set cannot usefully be requeued (its parts are
      *    already off the queue) ; it is dead-lettered whatever the
      *    handler said about retrying.
      *
           if msg-bad and asm-active
              set rep-nfound to true
           end-if
      *
      *    a WW02 record bizfixed accepted is kept for the posting
      *    ledger : an octet-stream message whose category has no
      *    FIXRULES layout (bizfixed's own WW02 fallback) or is
      *    WW02 itself, and whose buffer holds a whole segment
      *    chain.  the ledger is written only once it is forwarded.
      *
           move 'N' to w-ledger-due-sw
           if msg-ok and not asm-active
              and w-mime-norm = 'application/octet-stream'
              and w-biz-msglen >= length of ww02-file-data
              perform 2138-find-category-layout
                 thru 2138-find-category-layout-exit
              if not category-has-layout
                 or function trim(w-prop-category) = 'WW02'
                 perform 2121-keep-ww02-postings
                    thru 2121-keep-ww02-postings-exit
              end-if
           end-if.
      *
       2120-dispatch-business-logic-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    map the accepted record and check its segment chain the
      *    way bizfixed's 6100-validate-segments does ; a record
      *    with no detail, or a chain that does not hold together,
      *    has nothing to post.
      * ---------------------------------------------------------------
       2121-keep-ww02-postings.
      *
           move biz-message (1:length of ww02-file-data)
             to ww02-file-data
           if ww02-buffer = spaces
              go to 2121-keep-ww02-postings-exit
           end-if
           move ww02-buffer to ww02-buffer-detail
           if ww02-seg-count not numeric
              or ww02-seg-count = zero
              or ww02-seg-count > 33
              go to 2121-keep-ww02-postings-exit
           end-if
           set ledger-postings-due to true
           perform varying w-ledger-i from 1 by 1
                   until w-ledger-i > ww02-seg-count
                      or not ledger-postings-due
              if ww02-seg-delim (w-ledger-i) not = '/'
                 or ww02-seg-amount (w-ledger-i) not numeric
                 move 'N' to w-ledger-due-sw
              end-if
           end-perform.
      *
       2121-keep-ww02-postings-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    publish the handler's response to the sender's replyTo
      *    queue, correlated on the messageUUID.  the reply is a
      *    courtesy on top of the message's own disposition -- a
      *    failed or unavailable send is logged and the message
      *    flows on exactly as it would have, so a dead reply queue
      *    can never wedge the bridge.
      * ---------------------------------------------------------------
       2122-publish-reply.
      *
           if w-prop-replyto = spaces or w-reply-len <= 0 then
              go to 2122-publish-reply-exit
           end-if.
      *
      *    rc is the payload length everywhere downstream and the
      *    send below overwrites it with its own result ; keep it
      *    safe across the reply publish.
      *
           move rc to w-reply-save-rc
      *
           move spaces to w-reply-queue
           move w-prop-replyto to w-reply-queue (1:32)
           move 1 to w-reply-num
           move MESSAGEUUID to w-reply-name (1)
           move q_messageUUID (1:32) to w-reply-value (1)
           move w-reply-len to w-reply-len-s
      *
           call 'amqpSendMessageCC' using
                by reference w-reply-queue,
                by reference w-reply-message,
                by value w-reply-len-s,
                by reference w-reply-mimetype,
                by reference w-reply-properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              display pgm-name ' - amqpSendMessageCC not available '
                      'for replies'
           not on exception
              if rc < 0 then
                 display pgm-name ' - reply publish to '
                         function trim(w-reply-queue)
                         ' failed rc ' rc
              else
                 add 1 to cnt-reply
                 move 'REPLY' to w-audit-event
                 perform 9010-write-audit-record
                 move 'REPLY' to WW51-RELATION
                 move q_msgid to WW51-PARENT-MSGID
                 move q_messageUUID to WW51-PARENT-UUID
                 move spaces to WW51-CHILD-MSGID WW51-CHILD-UUID
                 move q_messageUUID (1:32) to WW51-CHILD-UUID
                 perform 9031-write-lineage
                    thru 9031-write-lineage-exit
              end-if
           end-call.
      *
           move w-reply-save-rc to rc.
      *
       2122-publish-reply-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    enrichment, between dispatch and transformation : each
      *    rule for this message's category looks the payload key up
      *    in REFDATA and appends the configured column as a new
      *    flat JSON field.  a lookup miss is handled per rule --
      *    forwarded flagged (ENRMS audit event) or rejected under
      *    its own reason.  non-JSON payloads and reassembled sets
      *    pass untouched.
      * ---------------------------------------------------------------
       2125-enrich-payload.
      *
           if w-enr-tab-count = 0 or asm-active
              or w-mime-norm not = 'application/json'
              or w-prop-category = spaces then
              go to 2125-enrich-payload-exit
           end-if.
      *
           perform varying w-enr-i from 1 by 1
                      until w-enr-i > w-enr-tab-count
                         or msg-bad
              if enr-category (w-enr-i) = '*'
                 or function trim(enr-category (w-enr-i))
                    = function trim(w-prop-category)
                 perform 2129-apply-one-enrich-rule
                    thru 2129-apply-one-enrich-rule-exit
              end-if
           end-perform.
      *
       2125-enrich-payload-exit.
           exit.
      *
       2129-apply-one-enrich-rule.
      *
           move enr-lookup (w-enr-i) to w-jf-name
           move rc to w-jf-msglen
           perform 2133-extract-json-field
              thru 2133-extract-json-field-exit
           if not jf-found or w-jf-value = spaces
              go to 2129-apply-one-enrich-rule-exit
           end-if
      *
           move spaces to ref-key
           move w-jf-value (1:32) to ref-key
           read refdata-file key is ref-key
              invalid key
                 perform 2129-handle-lookup-miss
                    thru 2129-handle-lookup-miss-exit
                 go to 2129-apply-one-enrich-rule-exit
           end-read
      *
           if enr-column (w-enr-i) = 2
              move ref-val2 to w-enr-value
           else
              move ref-val1 to w-enr-value
           end-if
           if w-enr-value = spaces
              perform 2129-handle-lookup-miss
                 thru 2129-handle-lookup-miss-exit
              go to 2129-apply-one-enrich-rule-exit
           end-if
      *
      *    append the new field just inside the closing brace, the
      *    same splice the schema up-conversion uses.
      *
           move rc to w-enr-end
           perform until w-enr-end <= 1
                      or (q_message (w-enr-end:1) not = space
                          and q_message (w-enr-end:1)
                              not = low-value)
              subtract 1 from w-enr-end
           end-perform
           if q_message (w-enr-end:1) not = '}'
              go to 2129-apply-one-enrich-rule-exit
           end-if
           string ',"' delimited by size
                  function trim(enr-append (w-enr-i))
                      delimited by size
                  '":"' delimited by size
                  function trim(w-enr-value) delimited by size
                  '"}' delimited by size
             into q_message with pointer w-enr-end
             on overflow
                display pgm-name ' - msgid ' q_msgid
                        ' no room to append '
                        function trim(enr-append (w-enr-i))
                        ', left as-is'
             not on overflow
                compute rc = w-enr-end - 1
                add 1 to cnt-enriched
           end-string.
      *
       2129-apply-one-enrich-rule-exit.
           exit.
      *
       2129-handle-lookup-miss.
      *
           add 1 to cnt-enr-miss
           if enr-miss (w-enr-i) (1:6) = 'REJECT'
              display pgm-name ' - msgid ' q_msgid
                      ' enrichment lookup miss on '
                      function trim(enr-lookup (w-enr-i))
                      ' [' function trim(w-jf-value)
                      '], rejecting'
              move 'ENRICH-LOOKUP-MISS' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
           else
              display pgm-name ' - msgid ' q_msgid
                      ' enrichment lookup miss on '
                      function trim(enr-lookup (w-enr-i))
                      ' [' function trim(w-jf-value)
                      '], forwarding flagged'
              move 'ENRMS' to w-audit-event
              perform 9010-write-audit-record
           end-if.
      *
       2129-handle-lookup-miss-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    schema-version gate, ahead of business dispatch : a
      *    message stamped with an old version either has version
      *    map entries (each appends one missing flat JSON field
      *    with its default, the property is re-stamped current,
      *    and a CONV audit event goes on the record) or it does
      *    not, in which case it dead-letters under its own
      *    rejectReason instead of failing bizjson's current-version
      *    rules at the cutover minute.  no stamp means current.
      * ---------------------------------------------------------------
       2123-check-schema-version.
      *
           if w-schema-current = spaces
              or w-prop-schemaver = spaces
              or function trim(w-prop-schemaver)
                 = function trim(w-schema-current)
              go to 2123-check-schema-version-exit
           end-if.
      *
           move zero to w-vm-applied
           perform varying w-vm-i from 1 by 1
                      until w-vm-i > w-vm-tab-count
              if (vm-category (w-vm-i) = '*'
                  or function trim(vm-category (w-vm-i))
                     = function trim(w-prop-category))
                 and function trim(vm-fromver (w-vm-i))
                     = function trim(w-prop-schemaver)
                 add 1 to w-vm-applied
                 if vm-addfield (w-vm-i) not = spaces
                    perform 2124-append-default-field
                       thru 2124-append-default-field-exit
                 end-if
              end-if
           end-perform
      *
           if w-vm-applied = zero then
              display pgm-name ' - msgid ' q_msgid
                      ' schema version '
                      function trim(w-prop-schemaver)
                      ' unknown, rejecting'
              move 'SCHEMA-VERSION-UNKNOWN' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              go to 2123-check-schema-version-exit
           end-if.
      *
      *    the payload is current now : re-stamp the property so
      *    downstream (and the consumer) see the version the bytes
      *    actually are, and put the conversion on the record.
      *
           move SCHEMAVERSION to w-stamp-name
           perform 2151-set-one-property
              thru 2151-set-one-property-exit
           move spaces to q_value (j)
           move w-schema-current to q_value (j) (1:16)
           move w-schema-current to w-prop-schemaver
           add 1 to cnt-conv
           move 'CONV ' to w-audit-event
           perform 9010-write-audit-record.
      *
       2123-check-schema-version-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    append one missing flat JSON field with its default,
      *    just inside the payload's closing brace.  a field the
      *    payload already carries is left alone ; a payload that is
      *    not JSON (or has no room left) is left alone too -- the
      *    entry still counts as applied, since accepting the old
      *    layout was the point.
      * ---------------------------------------------------------------
       2124-append-default-field.
      *
           if w-mime-norm not = 'application/json' or rc <= 2
              go to 2124-append-default-field-exit
           end-if.
      *
      *    rc is the sender's CLAIMED length and the up-convert runs
      *    ahead of 2118's oversize rejection, so the scan is clamped
      *    to the buffer -- the same clamp 2109 and the archive
      *    writer apply.
      *
           move rc to w-jf-msglen
           if w-jf-msglen > length of q_message
              move length of q_message to w-jf-msglen
           end-if
           move vm-addfield (w-vm-i) to w-jf-name
           perform 2133-extract-json-field
              thru 2133-extract-json-field-exit
           if jf-found
              go to 2124-append-default-field-exit
           end-if.
      *
           move w-jf-msglen to w-vm-end
           perform until w-vm-end <= 1
                      or (q_message (w-vm-end:1) not = space
                          and q_message (w-vm-end:1)
                              not = low-value)
              subtract 1 from w-vm-end
           end-perform
           if q_message (w-vm-end:1) not = '}'
              go to 2124-append-default-field-exit
           end-if.
      *
           string ',"' delimited by size
                  function trim(vm-addfield (w-vm-i))
                      delimited by size
                  '":"' delimited by size
                  function trim(vm-default (w-vm-i))
                      delimited by size
                  '"}' delimited by size
             into q_message with pointer w-vm-end
             on overflow
                display pgm-name ' - msgid ' q_msgid
                        ' no room to append '
                        function trim(vm-addfield (w-vm-i))
                        ', left as-is'
             not on overflow
                compute rc = w-vm-end - 1
           end-string.
      *
       2124-append-default-field-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    entitlement check, ahead of business dispatch : is this
      *    senderId allowed to push this msgCategory at all ?  an
      *    entry whose destination column is anything (wildcard or
      *    named) grants the category ; the specific destination is
      *    checked again once 2140 has chosen it.
      * ---------------------------------------------------------------
       2126-check-entitlement.
      *
           if msg-bad or w-prop-senderid = spaces
              go to 2126-check-entitlement-exit
           end-if.
      *
      *    a RETIRED partner is refused outright, entitlement table
      *    or not.
      *
           move 'N' to w-retired-sw
           perform varying w-ret-i from 1 by 1
                      until w-ret-i > w-ret-tab-count
                         or sender-retired
              if ret-sender (w-ret-i) = w-prop-senderid
                 set sender-retired to true
              end-if
           end-perform
           if sender-retired
              display pgm-name ' - msgid ' q_msgid ' sender '
                      function trim(w-prop-senderid)
                      ' is a retired partner, rejecting'
              move 'ENTITLEMENT-VIOLATION' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              perform 2128-count-violation
                 thru 2128-count-violation-exit
              go to 2126-check-entitlement-exit
           end-if
      *
           if w-ent-tab-count = 0
              go to 2126-check-entitlement-exit
           end-if.
      *
           move 'N' to w-ent-ok-sw
           perform varying w-ent-i from 1 by 1
                      until w-ent-i > w-ent-tab-count
                         or entitlement-ok
              if (ent-sender (w-ent-i) = '*'
                  or function trim(ent-sender (w-ent-i))
                     = function trim(w-prop-senderid))
                 and (ent-category (w-ent-i) = '*'
                      or function trim(ent-category (w-ent-i))
                         = function trim(w-prop-category))
                 set entitlement-ok to true
              end-if
           end-perform
      *
           if not entitlement-ok
              display pgm-name ' - msgid ' q_msgid ' sender '
                      function trim(w-prop-senderid)
                      ' not entitled to category '
                      function trim(w-prop-category)
                      ', rejecting'
              move 'ENTITLEMENT-VIOLATION' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              perform 2128-count-violation
                 thru 2128-count-violation-exit
           end-if.
      *
       2126-check-entitlement-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    second half of the check, once 2140 has chosen the
      *    destination : the sender must hold an entry covering this
      *    category AND this destination (either as a wildcard).
      * ---------------------------------------------------------------
       2127-check-dest-entitlement.
      *
           if w-ent-tab-count = 0 or msg-bad or asm-active
              or w-prop-senderid = spaces
              go to 2127-check-dest-entitlement-exit
           end-if.
      *
      *    a testRun message diverted to the test queue is not
      *    going anywhere an entitlement could protect ; checking
      *    the drill traffic against the sender's named production
      *    destinations would dead-letter every message of the
      *    drill.
      *
           if w-test-flag = 'T'
              and w-test-output-queue not = spaces
              go to 2127-check-dest-entitlement-exit
           end-if.
      *
           move 'N' to w-ent-ok-sw
           perform varying w-ent-i from 1 by 1
                      until w-ent-i > w-ent-tab-count
                         or entitlement-ok
              if (ent-sender (w-ent-i) = '*'
                  or function trim(ent-sender (w-ent-i))
                     = function trim(w-prop-senderid))
                 and (ent-category (w-ent-i) = '*'
                      or function trim(ent-category (w-ent-i))
                         = function trim(w-prop-category))
                 and (ent-dest (w-ent-i) = '*'
                      or function trim(ent-dest (w-ent-i))
                         = function trim(w-output-queue))
                 set entitlement-ok to true
              end-if
           end-perform
      *
           if not entitlement-ok
              display pgm-name ' - msgid ' q_msgid ' sender '
                      function trim(w-prop-senderid)
                      ' not entitled to destination '
                      function trim(w-output-queue)
                      ', rejecting'
              move 'ENTITLEMENT-VIOLATION' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              perform 2128-count-violation
                 thru 2128-count-violation-exit
           end-if.
      *
       2127-check-dest-entitlement-exit.
           exit.
      *
       2128-count-violation.
      *
           add 1 to cnt-entviol
           move zero to j
           perform varying i from 1 by 1
                   until i > w-viol-tab-count
              if viol-sender (i) = w-prop-senderid
                 move i to j
              end-if
           end-perform
           if j = 0 and w-viol-tab-count < 16
              add 1 to w-viol-tab-count
              move w-viol-tab-count to j
              move w-prop-senderid to viol-sender (j)
              move zero to viol-count (j)
           end-if
           if j > 0
              add 1 to viol-count (j)
           end-if.
      *
       2128-count-violation-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    pace one send against the queue named in w-rl-pace-queue :
      *    when that queue's per-second allowance is used up, nap in
      *    100ms steps until the clock ticks over, clocking the wait
      *    into this message's throttle account so the latency
      *    report can keep pacing and slowness apart.  a queue with
      *    no rate_limit entry costs one table scan and nothing
      *    else.
      * ---------------------------------------------------------------
       2103-pace-output.
      *
           if w-rl-tab-count = 0
              go to 2103-pace-output-exit
           end-if.
           move zero to w-rl-hit
           perform varying w-rl-i from 1 by 1
                      until w-rl-i > w-rl-tab-count
              if function trim(rl-queue (w-rl-i))
                 = function trim(w-rl-pace-queue)
                 move w-rl-i to w-rl-hit
              end-if
           end-perform
           if w-rl-hit = 0
              go to 2103-pace-output-exit
           end-if.
      *
           move function current-date to full-current-date
           compute w-rl-now-sec =
                   c-hour of f-time * 3600
                   + c-minutes of f-time * 60
                   + c-seconds of f-time
           if w-rl-now-sec not = rl-sec (w-rl-hit)
              move w-rl-now-sec to rl-sec (w-rl-hit)
              move zero to rl-count (w-rl-hit)
           end-if
      *
           perform until rl-count (w-rl-hit) < rl-mps (w-rl-hit)
              call 'CBL_OC_NANOSLEEP' using w-rl-sleep-ns
              on exception
                 continue
              end-call
              add 10 to w-throttle-msg-hsecs
              add 10 to w-throttle-total-hsecs
              move function current-date to full-current-date
              compute w-rl-now-sec =
                      c-hour of f-time * 3600
                      + c-minutes of f-time * 60
                      + c-seconds of f-time
              if w-rl-now-sec not = rl-sec (w-rl-hit)
                 move w-rl-now-sec to rl-sec (w-rl-hit)
                 move zero to rl-count (w-rl-hit)
              end-if
           end-perform
           add 1 to rl-count (w-rl-hit).
      *
       2103-pace-output-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    compute the rolling hash of the exact bytes about to be
      *    sent (q_msglen of q_message) and stamp it into the
      *    property table as payloadDigest, next to messageUUID.
      * ---------------------------------------------------------------
       2181-stamp-payload-digest.
      *
           move zero to w-hash
           perform varying w-hash-i from 1 by 1
                   until w-hash-i > q_msglen
              compute w-hash = function mod
                      (w-hash * 31
                       + function ord(q_message (w-hash-i:1)),
                       1000000007)
           end-perform
           move w-hash to w-digest
           move PAYLOADDIGEST to w-stamp-name
           perform 2151-set-one-property
              thru 2151-set-one-property-exit
           move spaces to q_value (j)
           move w-digest to q_value (j) (1:10).
      *
       2181-stamp-payload-digest-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    find (or claim) the breaker table entry for the queue in
      *    w-output-queue, leaving its index in w-brk-cur -- zero
      *    when the table is full, which simply leaves that
      *    destination untracked (and the historic behaviour in
      *    force for it).
      * ---------------------------------------------------------------
       2182-find-breaker-entry.
      *
           move zero to w-brk-cur
           perform varying w-brk-i from 1 by 1
                      until w-brk-i > w-brk-tab-count
              if function trim(brk-dest (w-brk-i))
                 = function trim(w-output-queue)
                 move w-brk-i to w-brk-cur
              end-if
           end-perform
           if w-brk-cur = 0 and w-brk-tab-count < 8
              add 1 to w-brk-tab-count
              move w-brk-tab-count to w-brk-cur
              move w-output-queue to brk-dest (w-brk-cur)
              move 'C' to brk-state (w-brk-cur)
              move zero to brk-fails (w-brk-cur)
              move zero to brk-opened-sec (w-brk-cur)
           end-if.
      *
       2182-find-breaker-entry-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one more consecutive failure against w-output-queue ;
      *    crossing the threshold declares the destination down and
      *    starts the probe clock.
      * ---------------------------------------------------------------
       2184-record-dest-failure.
      *
           perform 2182-find-breaker-entry
              thru 2182-find-breaker-entry-exit
           if w-brk-cur = 0
              go to 2184-record-dest-failure-exit
           end-if
           add 1 to brk-fails (w-brk-cur)
           if not brk-is-open (w-brk-cur)
              and brk-fails (w-brk-cur) >= w-brk-threshold
              move 'O' to brk-state (w-brk-cur)
              move function current-date to full-current-date
              compute brk-opened-sec (w-brk-cur) =
                      c-hour of f-time * 3600
                      + c-minutes of f-time * 60
                      + c-seconds of f-time
              display pgm-name ' - BREAKER OPEN : destination '
                      function trim(w-output-queue)
                      ' down after ' brk-fails (w-brk-cur)
                      ' consecutive failure(s), parking its traffic'
           end-if.
      *
       2184-record-dest-failure-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    park the message in hand : destination stamped into the
      *    property table, published to the park queue with the
      *    full confirm treatment, then disposed of (PARK audit
      *    event, checkpoint, PARKED disposition).  a park the
      *    broker will not confirm falls back to the dead-letter
      *    path -- the message must land somewhere durable.
      * ---------------------------------------------------------------
       2185-park-message.
      *
           move PARKDEST to w-stamp-name
           perform 2151-set-one-property
              thru 2151-set-one-property-exit
           move spaces to q_value (j)
           move w-output-queue (1:32) to q_value (j)
      *
           move 'N' to w-confirm-sw
           move 'N' to w-send-fail-sw
           move zero to w-confirm-try
           perform 2185-send-park-once
              thru 2185-send-park-once-exit
              until delivery-confirmed
                 or send-call-failed
                 or w-confirm-try > w-confirm-redrives
           if send-call-failed or not delivery-confirmed then
      *
      *       a park queue that cannot be reached either points at
      *       the broker itself : with an endpoint list configured
      *       the message goes to the offline spool instead of the
      *       dead-letter queue it equally cannot reach.
      *
              if w-bkr-count > 0
                 perform 2196-spool-message
                    thru 2196-spool-message-exit
                 go to 2185-park-message-exit
              end-if
              display pgm-name ' - msgid ' q_msgid
                      ' park publish failed, dead-lettering instead'
              move 'DESTINATION-DOWN' to w-reject-reason
              move q_msglen to rc
              perform 2150-queue-send-error
              go to 2185-park-message-exit
           end-if.
      *
           add 1 to cnt-parked
           add 1 to w-park-count
           move 'PARK ' to w-audit-event
           perform 9010-write-audit-record
           perform 9018-record-latency
              thru 9018-record-latency-exit
           perform 9013-write-checkpoint-record
           move 'PARKED' to w-auditdb-disposition
           move w-park-queue to w-auditdb-dispqueue
           perform 9027-update-audit-disposition.
      *
       2185-park-message-exit.
           exit.
      *
       2185-send-park-once.
      *
           add 1 to w-confirm-try
           call 'amqpSendMessageCC' using
                by reference w-park-queue,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call.
           if rc < 0 then
              set send-call-failed to true
              go to 2185-send-park-once-exit
           end-if.
      *
           perform 2101-confirm-delivery
              thru 2101-confirm-delivery-exit.
      *
       2185-send-park-once-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    heartbeat probe : for each destination declared down
      *    longer than breaker_probe_secs, try to move its parked
      *    traffic again.  the first confirmed delivery closes the
      *    breaker and the rest of the parked backlog follows in
      *    order ; a failed probe re-parks the message and re-arms
      *    the clock.
      * ---------------------------------------------------------------
       2186-check-breakers.
      *
           if w-park-queue = spaces
              go to 2186-check-breakers-exit
           end-if.
      *
           if park-drain-due
              move 'N' to w-park-drain-sw
              perform 2190-drain-park-queue
                 thru 2190-drain-park-queue-exit
           end-if.
      *
           if w-park-count = 0
              go to 2186-check-breakers-exit
           end-if.
           move function current-date to full-current-date
           compute w-brk-now-sec =
                   c-hour of f-time * 3600
                   + c-minutes of f-time * 60
                   + c-seconds of f-time
           perform varying w-brk-i from 1 by 1
                      until w-brk-i > w-brk-tab-count
              if brk-is-open (w-brk-i)
                 compute w-brk-age =
                         w-brk-now-sec - brk-opened-sec (w-brk-i)
                 if w-brk-age < 0
                    add 86400 to w-brk-age
                 end-if
                 if w-brk-age > w-brk-probe-secs
                    perform 2187-probe-and-redrive
                       thru 2187-probe-and-redrive-exit
                 end-if
              end-if
           end-perform.
      *
       2186-check-breakers-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    walk the park queue (at most as many reads as messages
      *    are parked) on behalf of the open destination indexed by
      *    w-brk-i.  messages stamped for it are attempted against
      *    the live destination ; messages stamped for some other
      *    still-open destination go straight back on the park
      *    queue ; messages for a destination that has since closed
      *    are delivered on the spot.  runs only from the heartbeat,
      *    so no in-flight message's buffers are disturbed.
      * ---------------------------------------------------------------
       2187-probe-and-redrive.
      *
           move 'N' to w-prk-closed-sw
           move w-park-count to w-prk-limit
           perform varying w-prk-i from 1 by 1
                      until w-prk-i > w-prk-limit
              perform 2188-redrive-one-parked
                 thru 2188-redrive-one-parked-exit
           end-perform
           if probe-succeeded
              move 'C' to brk-state (w-brk-i)
              move zero to brk-fails (w-brk-i)
              display pgm-name ' - BREAKER CLOSED : destination '
                      function trim(brk-dest (w-brk-i))
                      ' recovered, parked traffic re-driven'
           else
              move w-brk-now-sec to brk-opened-sec (w-brk-i)
           end-if.
      *
       2187-probe-and-redrive-exit.
           exit.
      *
       2188-redrive-one-parked.
      *
           move low-values to q_message q_mimetype q_properties
           call 'amqpRecvMessageCC' using
                by reference w-park-queue,
                by reference q_msgid,
                by reference q_message,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by value 1000,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpRecvMessageCC'
              into err
              perform 3000-end
           end-call
           if rc < 0 then
      *
      *       idle park queue (or a read error) : nothing more to
      *       re-drive this probe.
      *
              move w-prk-limit to w-prk-i
              go to 2188-redrive-one-parked-exit
           end-if
           move rc to q_msglen
      *
      *    where was this one headed ?  the property carries the
      *    first 32 bytes ; the breaker table knows the full name.
      *
           move spaces to w-prop-parkdest w-lin-uuid
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = PARKDEST
                 move q_value (w-prop-i) to w-prop-parkdest
              end-if
              if q_name (w-prop-i) = MESSAGEUUID
                 move q_value (w-prop-i) to w-lin-uuid
              end-if
           end-perform
           move spaces to w-prk-dest
           move zero to w-brk-cur
           perform varying j from 1 by 1
                      until j > w-brk-tab-count
              if brk-dest (j) (1:32) = w-prop-parkdest
                 move brk-dest (j) to w-prk-dest
                 move j to w-brk-cur
              end-if
           end-perform
           if w-prk-dest = spaces
              move w-prop-parkdest to w-prk-dest (1:32)
           end-if
      *
      *    a destination still declared down -- and not the one
      *    this probe is for -- keeps waiting.
      *
           if w-brk-cur > 0 and brk-is-open (w-brk-cur)
              and w-brk-cur not = w-brk-i
              perform 2189-repark-message
                 thru 2189-repark-message-exit
              go to 2188-redrive-one-parked-exit
           end-if
      *
      *    attempt the real delivery, confirmed like any other.
      *
           call 'amqpSendMessageCC' using
                by reference w-prk-dest,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call
           move 'N' to w-confirm-sw
           if rc >= 0
              perform 2101-confirm-delivery
                 thru 2101-confirm-delivery-exit
           end-if
           if rc < 0 or not delivery-confirmed then
      *
      *       the destination is still down : back on the park
      *       queue, probe over.
      *
              perform 2189-repark-message
                 thru 2189-repark-message-exit
              move w-prk-limit to w-prk-i
              go to 2188-redrive-one-parked-exit
           end-if
      *
           if w-brk-cur = w-brk-i
              set probe-succeeded to true
           end-if
           add 1 to cnt-redriven
      *
      *    the startup drain re-drives traffic this run never
      *    counted, so the count floors at zero.
      *
           if w-park-count > 0
              subtract 1 from w-park-count
           end-if
           move 'UNPRK' to w-audit-event
           perform 9010-write-audit-record
      *
      *    the parked copy, as the park queue gave it, is the
      *    parent of the copy just delivered ; both carry the
      *    original's messageUUID.
      *
           move 'UNPARK' to WW51-RELATION
           move q_msgid to WW51-PARENT-MSGID
           move w-lin-uuid to WW51-PARENT-UUID
           move spaces to WW51-CHILD-MSGID
           move w-lin-uuid to WW51-CHILD-UUID
           perform 9031-write-lineage
              thru 9031-write-lineage-exit
           move 'FORWARDED' to w-auditdb-disposition
           move w-prk-dest to w-auditdb-dispqueue
           perform 9027-update-audit-disposition.
      *
       2188-redrive-one-parked-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    put a parked message back on the park queue.  a re-park
      *    the broker will not take aborts the run -- the message is
      *    in hand and must not vanish ; on restart it is still
      *    safely on the park queue it never left (the read was
      *    never settled by a successful send).
      * ---------------------------------------------------------------
       2189-repark-message.
      *
           call 'amqpSendMessageCC' using
                by reference w-park-queue,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call
           if rc < 0 then
              string 'could not re-park a parked message, aborting'
              delimited by size into err
              perform 3000-end
           end-if.
      *
       2189-repark-message-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one-time walk of the park queue at the first heartbeat :
      *    the in-memory park count starts at zero every run, so
      *    traffic still parked when a prior run ended would
      *    otherwise never be re-driven by any later run.  2188
      *    delivers each leftover whose destination answers ; one
      *    that still fails re-parks, opens nothing by itself, and
      *    ends the walk -- the regular per-breaker probe takes
      *    over from there.  the startup counterpart of the
      *    spool-drain-due seeding in 1000-main.
      * ---------------------------------------------------------------
       2190-drain-park-queue.
      *
           move zero to w-brk-i
           move 'N' to w-prk-closed-sw
           move 999999 to w-prk-limit
           perform varying w-prk-i from 1 by 1
                      until w-prk-i > w-prk-limit
              perform 2188-redrive-one-parked
                 thru 2188-redrive-one-parked-exit
           end-perform.
      *
       2190-drain-park-queue-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    hand the current endpoint to the AMQP client library
      *    through the amqp_broker environment variable it reads on
      *    (re)connect.
      * ---------------------------------------------------------------
       2193-set-broker-endpoint.
      *
           display 'amqp_broker' upon environment-name
           display w-bkr (w-bkr-cur) upon environment-value
           display pgm-name ' - broker endpoint ' w-bkr-cur ' of '
                   w-bkr-count ' : '
                   function trim(w-bkr (w-bkr-cur)).
      *
       2193-set-broker-endpoint-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    rotate to the next broker endpoint : drop the dead
      *    connection so the next queue call reconnects, and make a
      *    note to drain the offline spool once a read proves the
      *    new endpoint answers.
      * ---------------------------------------------------------------
       2194-broker-failover.
      *
           display pgm-name ' - broker unreachable, failing over'
           call 'amqpDisconnectCC' using
                by reference errstatus
           returning rc
           on exception
              continue
           end-call
           add 1 to w-bkr-cur
           if w-bkr-cur > w-bkr-count
              move 1 to w-bkr-cur
           end-if
           perform 2193-set-broker-endpoint
              thru 2193-set-broker-endpoint-exit
           move zero to w-conn-fails
           set spool-drain-due to true.
      *
       2194-broker-failover-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    is this message's sender suspended ?  the register is
      *    re-read first when it has changed since it was read.  a
      *    suspension holds while it is ACTIVE and not past its
      *    expiry, or while it is RELEASING -- except for the
      *    messages suspdesk is putting back, which carry its
      *    since-stamp in suspendReleased.  rc is the message
      *    length here, so the file check returns elsewhere.
      * ---------------------------------------------------------------
       2195-check-suspension.
      *
           move 'N' to w-sus-hold-sw
           call 'CBL_CHECK_FILE_EXIST' using
                ws-suspend-file
                w-sus-details
           returning w-sus-check-rc
           end-call
           if w-sus-check-rc not = zero
              move low-values to w-sus-details
           end-if
           if w-sus-details not = w-sus-seen-details
              add 1 to cnt-susp-reloads
              perform 1081-load-suspensions
                 thru 1081-load-suspensions-exit
           end-if
           if w-sus-tab-count = 0 or w-prop-senderid = spaces
              go to 2195-check-suspension-exit
           end-if.
      *
           move function current-date to full-current-date
           move full-datetime (1:14) to w-sus-now
           move zero to w-sus-hit
           perform varying w-sus-i from 1 by 1
                   until w-sus-i > w-sus-tab-count
                      or w-sus-hit > zero
              if function trim(sus-sender (w-sus-i))
                 = function trim(w-prop-senderid)
                 evaluate true
                    when sus-status (w-sus-i) = 'RELEASING'
                       move w-sus-i to w-sus-hit
                    when sus-status (w-sus-i) = 'ACTIVE'
                     and (sus-expires (w-sus-i) = spaces
                          or sus-expires (w-sus-i) > w-sus-now)
                       move w-sus-i to w-sus-hit
                 end-evaluate
              end-if
           end-perform
           if w-sus-hit = zero
              go to 2195-check-suspension-exit
           end-if
      *
           if sus-status (w-sus-hit) = 'RELEASING'
              and w-prop-suspreleased (1:14) = sus-since (w-sus-hit)
              add 1 to cnt-susp-released
              go to 2195-check-suspension-exit
           end-if
           set susp-hold-due to true.
      *
       2195-check-suspension-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    hold a suspended sender's message on its suspension's
      *    hold queue -- see 2159-hold-message.
      * ---------------------------------------------------------------
       2195-hold-suspended.
      *
           display pgm-name ' - msgid ' q_msgid ' sender '
                   function trim(w-prop-senderid)
                   ' suspended, holding on '
                   function trim(sus-queue (w-sus-hit))
           move 'SENDER-SUSPENDED'      to w-reject-reason
           move sus-queue (w-sus-hit)   to w-hold-queue
           move 'SUSPD'                 to w-hold-event
           move 'SUSPENDED'             to w-hold-disp
           perform 2159-hold-message
              thru 2159-hold-message-exit.
      *
       2195-hold-suspended-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    write the message in hand to the offline spool, in the
      *    archive record shape with the DESTINATION in WW20-QUEUE,
      *    and dispose of it (SPOOL audit event, checkpoint, SPOOLED
      *    disposition) -- the broker connection died between read
      *    and write, and this is the copy that survives it.  a
      *    spool that cannot be written aborts the run : the message
      *    then comes back on restart, un-checkpointed.
      * ---------------------------------------------------------------
       2196-spool-message.
      *
           if not spool-is-open
              open i-o spool-file
              if w-spool-status = '35'
                 open output spool-file
                 close spool-file
                 open i-o spool-file
              end-if
              if w-spool-status not = '00'
                 string 'can not open offline spool, status '
                        w-spool-status
                 delimited by size into err
                 perform 3000-end
              end-if
              set spool-is-open to true
           end-if
      *
      *    the spool queue field is the archive's 20 bytes ; a
      *    longer destination would be truncated here and delivered
      *    to the wrong queue at unspool, so it is refused the same
      *    way an unwritable spool is (the message, read but not
      *    yet checkpointed, is redelivered at restart).
      *
           if w-output-queue (21:) not = spaces
              string 'destination too long for the offline spool : '
                     w-output-queue (1:40)
              delimited by size into err
              perform 3000-end
           end-if
      *
           move function current-date to full-current-date
           move full-datetime     to ww20-date
           move w-business-date   to ww20-date (18:8)
           move q_msgid           to ww20-msgid
           move q_messageUUID     to ww20-uuid
           move w-output-queue (1:20) to ww20-queue
           move w-instance-id     to ww20-instance
           move q_mimetype        to ww20-mimetype
           move q_msglen          to ww20-msglen
           if ww20-msglen > length of ww20-message
              move length of ww20-message to ww20-msglen
           end-if
           move q_message         to ww20-message
      *
      *    the spool is transient -- drained within the run or the
      *    next -- so it carries the "no checksum" marker rather
      *    than paying the hash per spooled message.
      *
           move zero to ww20-checksum
           move w-test-flag to ww20-testrun
           move spaces to ww20-keyid
           compute ww20-rec-len = length of ww20-archive-data
                                - length of ww20-message
                                + ww20-msglen
           write ww20-archive-data
           if w-spool-status = '22'
              rewrite ww20-archive-data
           end-if
           if w-spool-status not = '00'
              and w-spool-status not = '02'
              string 'offline spool write failed, status '
                     w-spool-status
              delimited by size into err
              perform 3000-end
           end-if
      *
           add 1 to cnt-spooled
           set spool-drain-due to true
           display pgm-name ' - msgid ' q_msgid
                   ' spooled offline for '
                   function trim(ww20-queue)
           move 'SPOOL' to w-audit-event
           perform 9010-write-audit-record
           perform 9018-record-latency
              thru 9018-record-latency-exit
           perform 9013-write-checkpoint-record
           move 'SPOOLED' to w-auditdb-disposition
           move ws-spool-file to w-auditdb-dispqueue
           perform 9027-update-audit-disposition.
      *
       2196-spool-message-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    drain the offline spool back onto the queues, first to
      *    last, stopping at the first send the broker will not
      *    confirm (it is evidently not as back as the read that
      *    triggered this made it look).  runs between messages, so
      *    the live message's buffers are saved around the audit
      *    writes and rc is restored on the way out.
      * ---------------------------------------------------------------
       2197-drain-spool.
      *
           move rc to w-save-rc
           move q_msgid to w-save-msgid
           move q_messageUUID to w-save-uuid
      *
           if not spool-is-open
              open i-o spool-file
              if w-spool-status not = '00'
                 move 'N' to w-spool-drain-sw
                 go to 2197-drain-spool-restore
              end-if
              set spool-is-open to true
           end-if
      *
           move low-values to ww20-msgid
           start spool-file key >= ww20-msgid
              invalid key
                 move 'N' to w-spool-drain-sw
                 go to 2197-drain-spool-restore
           end-start
      *
           perform 2198-unspool-one
              thru 2198-unspool-one-exit
              until not spool-drain-due
                 or w-spool-status not = '00'.
      *
       2197-drain-spool-restore.
      *
           move w-save-rc to rc
           move w-save-msgid to q_msgid
           move w-save-uuid to q_messageUUID.
      *
       2197-drain-spool-exit.
           exit.
      *
       2198-unspool-one.
      *
           read spool-file next
              at end
      *
      *          spool empty : drained clean.
      *
                 move 'N' to w-spool-drain-sw
                 go to 2198-unspool-one-exit
           end-read
           if w-spool-status not = '00'
              and w-spool-status not = '02'
              go to 2198-unspool-one-exit
           end-if
      *
           move spaces to w-unspool-dest
           move ww20-queue to w-unspool-dest (1:20)
           move ww20-msglen to w-unspool-len
      *
      *    the correlation the spool record preserved goes back on
      *    the wire : the messageUUID (its first 32 bytes, the
      *    q_betta value width), and a payloadDigest freshly
      *    computed over the stored bytes -- these ARE the bytes
      *    being sent.
      *
           move 1 to w-spl-num
           move MESSAGEUUID to w-spl-name (1)
           move ww20-uuid (1:32) to w-spl-value (1)
           if digest-on
              move zero to w-hash
              perform varying w-hash-i from 1 by 1
                      until w-hash-i > ww20-msglen
                 compute w-hash = function mod
                         (w-hash * 31
                          + function ord
                            (ww20-message (w-hash-i:1)),
                          1000000007)
              end-perform
              move w-hash to w-digest
              move 2 to w-spl-num
              move PAYLOADDIGEST to w-spl-name (2)
              move spaces to w-spl-value (2)
              move w-digest to w-spl-value (2) (1:10)
           end-if
           if ww20-date (18:8) is numeric
              add 1 to w-spl-num
              move BUSINESSDATE to w-spl-name (w-spl-num)
              move spaces to w-spl-value (w-spl-num)
              move ww20-date (18:8) to w-spl-value (w-spl-num) (1:8)
           end-if
           call 'amqpSendMessageCC' using
                by reference w-unspool-dest,
                by reference ww20-message,
                by value w-unspool-len,
                by reference ww20-mimetype,
                by reference w-spl-properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call
           move 'N' to w-confirm-sw
           if rc >= 0
              perform 2101-confirm-delivery
                 thru 2101-confirm-delivery-exit
           end-if
           if rc < 0 or not delivery-confirmed
      *
      *       still unreachable : stop here, the record stays
      *       spooled and the drain re-arms for the next good read.
      *
              move '99' to w-spool-status
              go to 2198-unspool-one-exit
           end-if
      *
           add 1 to cnt-unspooled
           move ww20-msgid to q_msgid
           move ww20-uuid to q_messageUUID
           move 'UNSPL' to w-audit-event
           perform 9010-write-audit-record
           move 'UNSPOOL' to WW51-RELATION
           move ww20-msgid to WW51-PARENT-MSGID
           move ww20-uuid to WW51-PARENT-UUID
           move spaces to WW51-CHILD-MSGID WW51-CHILD-UUID
           move ww20-uuid (1:32) to WW51-CHILD-UUID
           perform 9031-write-lineage
              thru 9031-write-lineage-exit
           delete spool-file record
              invalid key
                 continue
           end-delete.
      *
       2198-unspool-one-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a sender's end-of-day control message : checked, written
      *    to SENDERCTL (OK or BAD) and consumed.  the business date
      *    is the one it was stamped with, else the one the bridge
      *    gives a message of that sender arriving now.  SENDERCTL is
      *    shared by every instance and opened only for the line, as
      *    SCREENHITS is : declarations come once a day per sender.
      * ---------------------------------------------------------------
       2199-record-sender-control.
      *
           add 1 to cnt-ctl
           move function current-date to full-current-date
           perform 2110-assign-business-date
              thru 2110-assign-business-date-exit
           if w-prop-testrun not = spaces
              move 'T' to w-test-flag
           else
              move space to w-test-flag
           end-if
      *
           move 'OK' to w-sctl-state
           move spaces to w-sctl-reason
           evaluate true
              when w-prop-senderid = spaces
                 move 'NO-SENDERID' to w-sctl-reason
              when auth-failed
                 move 'UNAUTHENTICATED' to w-sctl-reason
              when function trim(w-prop-ctltype) not = 'EOD'
                 move 'UNKNOWN-CONTROLTYPE' to w-sctl-reason
              when w-prop-ctlcount = spaces
                 or function trim(w-prop-ctlcount) is not numeric
                 move 'BAD-CONTROLCOUNT' to w-sctl-reason
              when w-prop-ctlhash = spaces
                 or function trim(w-prop-ctlhash) is not numeric
                 move 'BAD-CONTROLHASHTOTAL' to w-sctl-reason
              when w-prop-ctllastseq not = spaces
                 and function trim(w-prop-ctllastseq) is not numeric
                 move 'BAD-CONTROLLASTSEQ' to w-sctl-reason
              when other
                 continue
           end-evaluate
           if w-sctl-reason not = spaces
              move 'BAD' to w-sctl-state
           end-if
           display pgm-name ' - msgid ' q_msgid ' control totals from '
                   function trim(w-prop-senderid) ' for '
                   w-business-date ' : ' function trim(w-sctl-state)
                   ' ' function trim(w-sctl-reason)
      *
           open extend senderctl-file
           if w-senderctl-status = '35' then
              open output senderctl-file
           end-if
           if w-senderctl-status not = '00' then
              display pgm-name ' - can not write sender control '
                      'totals (' function trim(ws-senderctl-file)
                      '), status ' w-senderctl-status
              go to 2199-record-sender-control-exit
           end-if
           move spaces to senderctl-line
           string function current-date (1:14) delimited by size
                  ',' delimited by size
                  w-business-date delimited by size
                  ',' delimited by size
                  function trim(w-instance-id) delimited by size
                  ',' delimited by size
                  function trim(q_msgid) delimited by size
                  ',' delimited by size
                  function trim(w-prop-senderid) delimited by size
                  ',' delimited by size
                  function trim(w-prop-ctlcount) delimited by size
                  ',' delimited by size
                  function trim(w-prop-ctllastseq) delimited by size
                  ',' delimited by size
                  function trim(w-prop-ctlhash) delimited by size
                  ',' delimited by size
                  w-test-flag delimited by size
                  ',' delimited by size
                  function trim(w-sctl-state) delimited by size
                  ',' delimited by size
                  function trim(w-sctl-reason) delimited by size
             into senderctl-line
           end-string
           write senderctl-line
           close senderctl-file.
      *
       2199-record-sender-control-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    is this message to be held ?  a deliverAfter of 14 digits
      *    still ahead of the GMT clock says so.
      * ---------------------------------------------------------------
       2179-check-deliver-after.
      *
           move 'N' to w-whs-hold-sw
           if w-prop-deliverafter = spaces
              or w-prop-deliverafter (1:14) is not numeric
              go to 2179-check-deliver-after-exit
           end-if
           perform 2169-compute-gmt-now
              thru 2169-compute-gmt-now-exit
           if w-prop-deliverafter (1:14) > w-gmt-now-stamp
              set warehouse-hold-due to true
           end-if.
      *
       2179-check-deliver-after-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    write the message in hand to the warehouse -- the bytes
      *    final, exactly as the send would have carried them, the
      *    destination in WW30-QUEUE and the due stamp in WW30-DATE
      *    -- and dispose of it there (WHOLD audit event, checkpoint,
      *    WAREHOUSED disposition).  a redelivery of a message
      *    already held (an abend between the write and the
      *    checkpoint) rewrites its record.  a warehouse that cannot
      *    be opened or written aborts the run, as the spool does :
      *    the message comes back on restart, un-checkpointed.  a
      *    destination too long for the 20-byte queue field would be
      *    released to the wrong queue, so that message is
      *    dead-lettered instead.
      * ---------------------------------------------------------------
       2176-warehouse-message.
      *
           if not warehouse-is-open
              open i-o warehouse-file
              if w-warehouse-status = '35'
                 open output warehouse-file
                 close warehouse-file
                 open i-o warehouse-file
              end-if
              if w-warehouse-status not = '00'
                 string 'can not open warehouse, status '
                        w-warehouse-status
                 delimited by size into err
                 perform 3000-end
              end-if
              set warehouse-is-open to true
           end-if
      *
           if w-output-queue (21:) not = spaces
              display pgm-name ' - msgid ' q_msgid
                      ' destination too long for the warehouse : '
                      w-output-queue (1:40)
              move 'WAREHOUSE-DEST-TOO-LONG' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              perform 2150-queue-send-error
              go to 2176-warehouse-message-exit
           end-if
      *
           move spaces            to ww30-date
           move w-prop-deliverafter (1:14) to ww30-date (1:14)
           move w-business-date   to ww30-date (18:8)
           move q_msgid           to ww30-msgid
           move q_messageUUID     to ww30-uuid
           move w-output-queue (1:20) to ww30-queue
           move w-instance-id     to ww30-instance
           move q_mimetype        to ww30-mimetype
           move rc                to ww30-msglen
           if ww30-msglen > length of ww30-message
              move length of ww30-message to ww30-msglen
           end-if
           move q_message         to ww30-message
           move zero to ww30-checksum
           move w-test-flag to ww30-testrun
           move spaces to ww30-keyid
           compute ww30-rec-len = length of ww30-archive-data
                                - length of ww30-message
                                + ww30-msglen
           write ww30-archive-data
           if w-warehouse-status = '22'
              rewrite ww30-archive-data
           end-if
           if w-warehouse-status not = '00'
              and w-warehouse-status not = '02'
              string 'warehouse write failed, status '
                     w-warehouse-status
              delimited by size into err
              perform 3000-end
           end-if
      *
           if w-whs-next-due not = low-values
              and ww30-date (1:14) < w-whs-next-due
              move ww30-date (1:14) to w-whs-next-due
           end-if
           add 1 to cnt-whold
           display pgm-name ' - msgid ' q_msgid
                   ' held for delivery after '
                   ww30-date (1:14) ' GMT to '
                   function trim(ww30-queue)
           move 'WHOLD' to w-audit-event
           perform 9010-write-audit-record
           perform 9018-record-latency
              thru 9018-record-latency-exit
           perform 9013-write-checkpoint-record
           move 'WAREHOUSED' to w-auditdb-disposition
           move ws-warehouse-file to w-auditdb-dispqueue
           perform 9027-update-audit-disposition
      *
      *    the postings are committed to delivery now ; the held
      *    copy carries only the bytes, not the parsed segments.
      *
           if ledger-postings-due
              perform 9030-write-ledger-postings
                 thru 9030-write-ledger-postings-exit
           end-if.
      *
       2176-warehouse-message-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    heartbeat release : when the earliest held stamp has come
      *    due (or is not known yet), walk the warehouse and send
      *    everything due, learning the next earliest stamp on the
      *    way.  runs between messages, so the live message's
      *    buffers are saved around the audit writes and restored
      *    on the way out, as the spool drain does.
      * ---------------------------------------------------------------
       2177-release-warehouse.
      *
           if w-whs-next-due = high-values
              go to 2177-release-warehouse-exit
           end-if
           perform 2169-compute-gmt-now
              thru 2169-compute-gmt-now-exit
           if w-whs-next-due not = low-values
              and w-gmt-now-stamp < w-whs-next-due
              go to 2177-release-warehouse-exit
           end-if
      *
           move rc to w-save-rc
           move q_msgid to w-save-msgid
           move q_messageUUID to w-save-uuid
           move w-test-flag to w-whs-save-test
      *
           if not warehouse-is-open
              open i-o warehouse-file
              if w-warehouse-status not = '00'
      *
      *          no warehouse at all : nothing has ever been held.
      *
                 move high-values to w-whs-next-due
                 go to 2177-release-warehouse-restore
              end-if
              set warehouse-is-open to true
           end-if
      *
           move high-values to w-whs-next-due
           move low-values to ww30-msgid
           start warehouse-file key >= ww30-msgid
              invalid key
                 go to 2177-release-warehouse-restore
           end-start
           perform 2178-release-one-warehoused
              thru 2178-release-one-warehoused-exit
              until w-warehouse-status not = '00'.
      *
       2177-release-warehouse-restore.
      *
           move w-save-rc to rc
           move w-save-msgid to q_msgid
           move w-save-uuid to q_messageUUID
           move w-whs-save-test to w-test-flag.
      *
       2177-release-warehouse-exit.
           exit.
      *
       2178-release-one-warehoused.
      *
           read warehouse-file next
              at end
                 move '10' to w-warehouse-status
                 go to 2178-release-one-warehoused-exit
           end-read
           if w-warehouse-status not = '00'
              and w-warehouse-status not = '02'
              go to 2178-release-one-warehoused-exit
           end-if
           move '00' to w-warehouse-status
      *
           if ww30-date (1:14) > w-gmt-now-stamp
              if ww30-date (1:14) < w-whs-next-due
                 move ww30-date (1:14) to w-whs-next-due
              end-if
              go to 2178-release-one-warehoused-exit
           end-if
      *
           move spaces to w-whs-dest
           move ww30-queue to w-whs-dest (1:20)
           move ww30-msglen to w-whs-len
      *
      *    the same correlation the spool's un-spool re-stamps :
      *    the messageUUID and a payloadDigest over the held bytes.
      *
           move 1 to w-spl-num
           move MESSAGEUUID to w-spl-name (1)
           move ww30-uuid (1:32) to w-spl-value (1)
           if digest-on
              move zero to w-hash
              perform varying w-hash-i from 1 by 1
                      until w-hash-i > ww30-msglen
                 compute w-hash = function mod
                         (w-hash * 31
                          + function ord
                            (ww30-message (w-hash-i:1)),
                          1000000007)
              end-perform
              move w-hash to w-digest
              move 2 to w-spl-num
              move PAYLOADDIGEST to w-spl-name (2)
              move spaces to w-spl-value (2)
              move w-digest to w-spl-value (2) (1:10)
           end-if
           if ww30-date (18:8) is numeric
              add 1 to w-spl-num
              move BUSINESSDATE to w-spl-name (w-spl-num)
              move spaces to w-spl-value (w-spl-num)
              move ww30-date (18:8) to w-spl-value (w-spl-num) (1:8)
           end-if
           call 'amqpSendMessageCC' using
                by reference w-whs-dest,
                by reference ww30-message,
                by value w-whs-len,
                by reference ww30-mimetype,
                by reference w-spl-properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call
           move 'N' to w-confirm-sw
           if rc >= 0
              perform 2101-confirm-delivery
                 thru 2101-confirm-delivery-exit
           end-if
           if rc < 0 or not delivery-confirmed
      *
      *       the destination is not taking it : the record stays
      *       held, and the next heartbeat tries again.
      *
              display pgm-name ' - warehouse release of msgid '
                      ww30-msgid ' not confirmed, kept'
              move low-values to w-whs-next-due
              move '99' to w-warehouse-status
              go to 2178-release-one-warehoused-exit
           end-if
      *
           add 1 to cnt-wrelease
           move ww30-msgid to q_msgid
           move ww30-uuid to q_messageUUID
           move ww30-testrun to w-test-flag
           move 'WRELS' to w-audit-event
           perform 9010-write-audit-record
           delete warehouse-file record
              invalid key
                 continue
           end-delete.
      *
       2178-release-one-warehoused-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    payload transformation, between business dispatch and the
      *    queue write : a text/plain payload whose msgCategory has
      *    F2J mappings is rebuilt as JSON, and a JSON payload whose
      *    category has J2F mappings is rebuilt as fixed layout --
      *    q_mimetype and rc (the payload length the write uses) are
      *    re-tagged to the produced format.  everything else passes
      *    through untouched.
      * ---------------------------------------------------------------
       2130-transform-payload.
      *
           if w-map-tab-count = 0 or w-prop-category = spaces
              or asm-active then
              go to 2130-transform-payload-exit
           end-if.
      *
      *    the composite category@version key a versioned mapping
      *    matches on ; blank when the message carries no version.
      *
           move spaces to w-map-catver
           if w-prop-schemaver not = spaces
              string function trim(w-prop-category)
                         delimited by size
                     '@' delimited by size
                     function trim(w-prop-schemaver)
                         delimited by size
                into w-map-catver
              end-string
           end-if
      *
           move 'N' to w-trans-done-sw
           if w-mime-norm = 'text/plain' then
              perform 2131-transform-fixed-to-json
           else
              if w-mime-norm = 'application/json' then
                 perform 2132-transform-json-to-fixed
              end-if
           end-if
           if trans-applied then
              display pgm-name ' - msgid ' q_msgid
                      ' payload transformed for category '
                      function trim(w-prop-category)
                      ', now ' q_mimetype (1:24)
           end-if.
      *
       2130-transform-payload-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    velocity screening, once business logic has accepted the
      *    message : every rule for its category counts the
      *    message's postings into the rolling activity of their
      *    keys, and a key now over either threshold is a hit.  a
      *    HOLD hit sends the message to the first such rule's
      *    review queue ; FLAG hits only leave their trail.
      * ---------------------------------------------------------------
       2135-screen-velocity.
      *
           move 'N' to w-vel-hold-sw
           if w-vrl-tab-count = 0 or msg-bad or asm-active
              or not velact-is-open
              or w-retry-num > 0
              or review-released
              or w-test-flag = 'T'
              go to 2135-screen-velocity-exit
           end-if.
      *
           move function current-date to full-current-date
           move f-date to w-vel-today
           compute w-vel-now-min =
                   function integer-of-date(w-vel-today) * 1440
                   + c-hour of f-time * 60
                   + c-minutes of f-time
           perform varying w-vrl-i from 1 by 1
                   until w-vrl-i > w-vrl-tab-count
              if vrl-category (w-vrl-i) = '*'
                 or function trim(vrl-category (w-vrl-i))
                    = function trim(w-prop-category)
                 perform 2135-apply-one-rule
                    thru 2135-apply-one-rule-exit
              end-if
           end-perform
           if vel-hold-due
              move 'VELOCITY-HOLD' to w-reject-reason
              display pgm-name ' - msgid ' q_msgid
                      ' held for velocity review on '
                      function trim(w-hold-queue)
           end-if.
      *
       2135-screen-velocity-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one rule over the message in hand : a WW02 record's
      *    posting segments, or one key/amount pair out of a JSON
      *    payload.  a message without the rule's key is not
      *    screened by it.
      * ---------------------------------------------------------------
       2135-apply-one-rule.
      *
           if vrl-key-field (w-vrl-i) = 'WW02-SEG-ACCOUNT'
              if not ledger-postings-due
                 go to 2135-apply-one-rule-exit
              end-if
              perform varying w-vel-seg-i from 1 by 1
                      until w-vel-seg-i > ww02-seg-count
                 move ww02-seg-account (w-vel-seg-i)
                   to w-vel-key-value
                 move zero to w-vel-cents
                 if vrl-amt-field (w-vrl-i) = 'WW02-SEG-AMOUNT'
                    compute w-vel-cents =
                            ww02-seg-amount (w-vel-seg-i) * 100
                 end-if
                 perform 2135-screen-one-posting
                    thru 2135-screen-one-posting-exit
              end-perform
              go to 2135-apply-one-rule-exit
           end-if
      *
           if w-mime-norm not = 'application/json'
              go to 2135-apply-one-rule-exit
           end-if
           move vrl-key-field (w-vrl-i) to w-jf-name
           move rc to w-jf-msglen
           perform 2133-extract-json-field
              thru 2133-extract-json-field-exit
           if not jf-found or w-jf-value = spaces
              go to 2135-apply-one-rule-exit
           end-if
           move w-jf-value (1:32) to w-vel-key-value
      *
      *    an amount that will not read as one counts as nothing :
      *    the posting still counts towards the count threshold.
      *
           move zero to w-vel-cents
           if vrl-amt-field (w-vrl-i) not = spaces
              move vrl-amt-field (w-vrl-i) to w-jf-name
              perform 2133-extract-json-field
                 thru 2133-extract-json-field-exit
              if jf-found
                 move w-jf-value to w-vel-amt-text
                 perform 2135-parse-amount
                    thru 2135-parse-amount-exit
                 if not vel-amount-ok
                    move zero to w-vel-cents
                 end-if
              end-if
           end-if
           perform 2135-screen-one-posting
              thru 2135-screen-one-posting-exit.
      *
       2135-apply-one-rule-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    count one posting into its key's activity, then judge
      *    the window.  a record another instance keeps locked is
      *    waited for, briefly, then let go unscreened -- and said
      *    so -- rather than stall the bridge behind it.
      * ---------------------------------------------------------------
       2135-screen-one-posting.
      *
           add 1 to cnt-vel-screened
           compute w-vel-width = (vrl-window (w-vrl-i) + 59) / 60
           compute w-vel-nb = (vrl-window (w-vrl-i) + w-vel-width - 1)
                              / w-vel-width
           compute w-vel-slot = w-vel-now-min / w-vel-width
           compute w-vel-idx = function mod(w-vel-slot, 60) + 1
      *
           move 'N' to w-vel-done-sw
           move zero to w-vel-tries
           perform 2135-count-activity-once
              thru 2135-count-activity-once-exit
              until vel-counted or w-vel-tries > 50
           if not vel-counted
              display pgm-name ' - msgid ' q_msgid ' key '
                      function trim(w-vel-key-value)
                      ' activity record busy, not screened'
              go to 2135-screen-one-posting-exit
           end-if
           unlock velact-file
      *
           move spaces to w-vel-tripped
           if vrl-max-count (w-vrl-i) > 0
              and w-vel-sum-count > vrl-max-count (w-vrl-i)
              move 'COUNT' to w-vel-tripped
           end-if
           if vrl-max-cents (w-vrl-i) > 0
              and w-vel-sum-cents > vrl-max-cents (w-vrl-i)
              if w-vel-tripped = spaces
                 move 'AMOUNT' to w-vel-tripped
              else
                 move 'BOTH' to w-vel-tripped
              end-if
           end-if
           if w-vel-tripped not = spaces
              perform 2135-record-hit
                 thru 2135-record-hit-exit
           end-if.
      *
       2135-screen-one-posting-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one read-add-rewrite of the key's activity record, with
      *    the window's totals summed while the record is in hand.
      *    locked (51) : wait and let the caller try again.  a new
      *    record another instance wrote first (22) : try again at
      *    once.  anything else means the store has stopped
      *    working -- the run dies loudly, as it does for CKPTIDX.
      * ---------------------------------------------------------------
       2135-count-activity-once.
      *
           add 1 to w-vel-tries
           move w-prop-category to vact-category
           move vrl-key-field (w-vrl-i) to vact-field
           move w-vel-key-value to vact-value
           read velact-file key is vact-key
              invalid key
                 continue
           end-read
           evaluate w-velact-status
              when '00'
              when '02'
                 set vel-activity-found to true
              when '23'
                 move 'N' to w-vel-found-sw
                 move w-prop-category to vact-category
                 move vrl-key-field (w-vrl-i) to vact-field
                 move w-vel-key-value to vact-value
                 move zero to vact-width
              when '51'
                 call 'CBL_OC_NANOSLEEP' using w-vel-sleep-ns
                 go to 2135-count-activity-once-exit
              when other
                 string 'VELACT store read failed, status '
                        w-velact-status
                 delimited by size into err
                 perform 3000-end
           end-evaluate
      *
      *    a new key, or a rule whose window has changed, starts
      *    from empty buckets ; a bucket still holding an older
      *    slot is emptied before it counts this one.
      *
           if vact-width not = w-vel-width
              move w-vel-width to vact-width
              perform varying w-vel-b from 1 by 1 until w-vel-b > 60
                 move zero to vact-b-slot (w-vel-b)
                              vact-b-count (w-vel-b)
                              vact-b-cents (w-vel-b)
              end-perform
           end-if
           if vact-b-slot (w-vel-idx) not = w-vel-slot
              move w-vel-slot to vact-b-slot (w-vel-idx)
              move zero to vact-b-count (w-vel-idx)
                           vact-b-cents (w-vel-idx)
           end-if
           add 1 to vact-b-count (w-vel-idx)
           add w-vel-cents to vact-b-cents (w-vel-idx)
      *
           move zero to w-vel-sum-count w-vel-sum-cents
           perform varying w-vel-b from 1 by 1 until w-vel-b > 60
              if vact-b-slot (w-vel-b) <= w-vel-slot
                 and vact-b-slot (w-vel-b) + w-vel-nb > w-vel-slot
                 add vact-b-count (w-vel-b) to w-vel-sum-count
                 add vact-b-cents (w-vel-b) to w-vel-sum-cents
              end-if
           end-perform
      *
           move function current-date (1:14) to vact-last-stamp
           move w-instance-id to vact-instance
           if vel-activity-found
              rewrite vact-record
           else
              write vact-record
           end-if
           if w-velact-status = '22'
              go to 2135-count-activity-once-exit
           end-if
           if w-velact-status not = '00'
              and w-velact-status not = '02'
              string 'VELACT store update failed, status '
                     w-velact-status
              delimited by size into err
              perform 3000-end
           end-if
           set vel-counted to true.
      *
       2135-count-activity-once-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a hit : a VELOC audit event naming the measure that
      *    tripped and the key, a SCREENHITS line with the window's
      *    figures, and -- for a HOLD rule -- the review queue the
      *    message is bound for.  SCREENHITS is shared by every
      *    instance and opened only for the line : hits are rare.
      *    a hits file that can not be written is reported ; the
      *    audit event still stands.
      * ---------------------------------------------------------------
       2135-record-hit.
      *
           add 1 to cnt-vel-hits
           move spaces to w-vel-reason
           string function trim(w-vel-tripped) delimited by size
                  ' ' delimited by size
                  function trim(w-vel-key-value) delimited by size
             into w-vel-reason
           end-string
           move 'VELOC' to w-audit-event
           perform 9010-write-audit-record
           if vrl-action (w-vrl-i) = 'HOLD' and not vel-hold-due
              set vel-hold-due to true
              move vrl-queue (w-vrl-i) to w-hold-queue
           end-if
           display pgm-name ' - msgid ' q_msgid ' velocity hit ('
                   function trim(w-vel-tripped) ') on '
                   function trim(vrl-key-field (w-vrl-i)) ' '
                   function trim(w-vel-key-value) ', '
                   function trim(vrl-action (w-vrl-i))
      *
           open extend screenhits-file
           if w-screenhits-status = '35' then
              open output screenhits-file
           end-if
           if w-screenhits-status not = '00' then
              display pgm-name ' - can not write screening hits ('
                      function trim(ws-screenhits-file)
                      '), status ' w-screenhits-status
              go to 2135-record-hit-exit
           end-if
           move w-vel-sum-count to w-vel-disp-count
           move w-vel-sum-cents to w-vel-disp-cents
           move vrl-window (w-vrl-i) to w-vel-disp-window
           move spaces to screenhits-line
           string function current-date (1:14) delimited by size
                  ',' delimited by size
                  w-business-date delimited by size
                  ',' delimited by size
                  function trim(w-instance-id) delimited by size
                  ',' delimited by size
                  function trim(q_msgid) delimited by size
                  ',' delimited by size
                  function trim(q_messageUUID) delimited by size
                  ',' delimited by size
                  function trim(w-prop-senderid) delimited by size
                  ',' delimited by size
                  function trim(w-prop-category) delimited by size
                  ',' delimited by size
                  function trim(vrl-key-field (w-vrl-i))
                  delimited by size
                  ',' delimited by size
                  function trim(w-vel-key-value) delimited by size
                  ',' delimited by size
                  function trim(w-vel-disp-count) delimited by size
                  ',' delimited by size
                  function trim(w-vel-disp-cents) delimited by size
                  ',' delimited by size
                  function trim(w-vel-disp-window) delimited by size
                  ',' delimited by size
                  function trim(w-vel-tripped) delimited by size
                  ',' delimited by size
                  function trim(vrl-action (w-vrl-i))
                  delimited by size
             into screenhits-line
           end-string
           write screenhits-line
           close screenhits-file.
      *
       2135-record-hit-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    an amount as partners write it -- 1234, 1234.5, 1234.56,
      *    "1234.56", a leading sign ignored (the threshold is on
      *    size, not direction) -- read into whole cents.  '.' is
      *    split off by hand : NUMVAL here reads comma decimals.
      *    past the second decimal the digits are dropped.
      * ---------------------------------------------------------------
       2135-parse-amount.
      *
           move 'N' to w-vel-amt-sw
           move zero to w-vel-cents
           move spaces to w-vel-amt-int w-vel-amt-frac
           move function trim(w-vel-amt-text) to w-vel-amt-work
           if w-vel-amt-work (1:1) = '-' or w-vel-amt-work (1:1) = '+'
              move w-vel-amt-text to w-vel-amt-work
              move function trim(w-vel-amt-work) (2:)
                to w-vel-amt-work
           end-if
           unstring w-vel-amt-work delimited by '.'
               into w-vel-amt-int
                    w-vel-amt-frac
           end-unstring
           if w-vel-amt-int = spaces
              move '0' to w-vel-amt-int
           end-if
           if w-vel-amt-frac = spaces
              move '00' to w-vel-amt-frac
           end-if
           if w-vel-amt-frac (2:1) = space
              move '0' to w-vel-amt-frac (2:1)
           end-if
           if function trim(w-vel-amt-int) is not numeric
              or w-vel-amt-frac (1:2) is not numeric
              or function length(function trim(w-vel-amt-int)) > 13
              go to 2135-parse-amount-exit
           end-if
           compute w-vel-cents =
                   function numval(w-vel-amt-int) * 100
                   + function numval(w-vel-amt-frac (1:2))
           set vel-amount-ok to true.
      *
       2135-parse-amount-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    rebuild a validated flat XML payload as one flat JSON
      *    object : every <name>value</name> element whose value
      *    holds no child elements becomes a "name":"value" pair.
      *    the root element (its "value" starts with '<') and
      *    declarations are skipped naturally.  a payload that
      *    yields no pairs is forwarded as the XML it was.
      * ---------------------------------------------------------------
       2136-convert-xml-to-json.
      *
           if not xml-to-json-on or asm-active
              or w-mime-norm not = 'application/xml' then
              go to 2136-convert-xml-to-json-exit
           end-if.
      *
           move spaces to w-trans-buffer
           move 1 to w-trans-ptr
           move 'Y' to w-trans-first-sw
           move 'N' to w-trans-done-sw
           string '{' delimited by size
             into w-trans-buffer with pointer w-trans-ptr
           end-string
      *
           perform varying w-xj-i from 1 by 1 until w-xj-i > rc
              if q_message (w-xj-i:1) = '<'
                 and w-xj-i < rc
                 and q_message (w-xj-i + 1:1) not = '/'
                 and q_message (w-xj-i + 1:1) not = '?'
                 and q_message (w-xj-i + 1:1) not = '!'
                 perform 2137-take-one-element
                    thru 2137-take-one-element-exit
              end-if
           end-perform
      *
           if trans-applied then
              string '}' delimited by size
                into w-trans-buffer with pointer w-trans-ptr
              end-string
              move w-trans-buffer to q_message
              compute rc = w-trans-ptr - 1
              move 'application/json' to q_mimetype
              move 'application/json' to w-mime-norm
              add 1 to cnt-xml-conv
              if debug-on
                 display pgm-name ' - msgid ' q_msgid
                         ' xml payload converted to json'
              end-if
           end-if.
      *
       2136-convert-xml-to-json-exit.
           exit.
      *
       2137-take-one-element.
      *
      *    the tag name runs from just past '<' to '>' ; a tag with
      *    attributes or a slash is not the flat element this
      *    conversion handles, and is skipped.
      *
           move spaces to w-xj-name w-xj-value
           move zero to w-xj-nlen
           compute w-xj-j = w-xj-i + 1
           perform until w-xj-j > rc
                      or q_message (w-xj-j:1) = '>'
                      or q_message (w-xj-j:1) = ' '
                      or q_message (w-xj-j:1) = '/'
                      or w-xj-nlen >= 32
              add 1 to w-xj-nlen
              move q_message (w-xj-j:1)
                to w-xj-name (w-xj-nlen:1)
              add 1 to w-xj-j
           end-perform
           if w-xj-j > rc or w-xj-nlen = zero
              or q_message (w-xj-j:1) not = '>'
              go to 2137-take-one-element-exit
           end-if
      *
      *    the value runs from past '>' to the next '<' ; a value
      *    starting with '<' is a container (the root), skipped.
      *
           add 1 to w-xj-j
           if w-xj-j > rc or q_message (w-xj-j:1) = '<'
              go to 2137-take-one-element-exit
           end-if
           move zero to w-xj-vlen
           perform until w-xj-j > rc
                      or q_message (w-xj-j:1) = '<'
                      or w-xj-vlen >= 64
              add 1 to w-xj-vlen
              move q_message (w-xj-j:1)
                to w-xj-value (w-xj-vlen:1)
              add 1 to w-xj-j
           end-perform
      *
           if not trans-first-field
              string ',' delimited by size
                into w-trans-buffer with pointer w-trans-ptr
              end-string
           end-if
           move 'N' to w-trans-first-sw
           string '"' delimited by size
                  function trim(w-xj-name) delimited by size
                  '":"' delimited by size
                  function trim(w-xj-value trailing)
                      delimited by size
                  '"' delimited by size
             into w-trans-buffer with pointer w-trans-ptr
             on overflow
                continue
           end-string
           set trans-applied to true.
      *
       2137-take-one-element-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    F2J : each mapped field is cut from its offset/length in
      *    the fixed payload and strung into one flat JSON object,
      *    trailing spaces trimmed.
      * ---------------------------------------------------------------
       2131-transform-fixed-to-json.
      *
           move spaces to w-trans-buffer
           move 1 to w-trans-ptr
           move 'Y' to w-trans-first-sw
           string '{' delimited by size
             into w-trans-buffer with pointer w-trans-ptr
           end-string
           perform varying w-map-i from 1 by 1
                      until w-map-i > w-map-tab-count
              if (map-category (w-map-i) = w-prop-category
                  or (w-map-catver not = spaces
                      and map-category (w-map-i) = w-map-catver))
                 and map-dir (w-map-i) = 'F2J'
                 and map-offset (w-map-i) > 0
                 and map-offset (w-map-i) + map-length (w-map-i) - 1
                     <= length of q_message
                 if not trans-first-field
                    string ',' delimited by size
                      into w-trans-buffer with pointer w-trans-ptr
                    end-string
                 end-if
                 move 'N' to w-trans-first-sw
                 string '"' delimited by size
                        function trim(map-field (w-map-i))
                            delimited by size
                        '":"' delimited by size
                        function trim(q_message
                            (map-offset (w-map-i) :
                             map-length (w-map-i)) trailing)
                            delimited by size
                        '"' delimited by size
                   into w-trans-buffer with pointer w-trans-ptr
                 end-string
                 set trans-applied to true
              end-if
           end-perform
           if trans-applied then
              string '}' delimited by size
                into w-trans-buffer with pointer w-trans-ptr
              end-string
              move w-trans-buffer to q_message
              compute w-trans-len = w-trans-ptr - 1
              move w-trans-len to rc
              move 'application/json' to q_mimetype
              move 'application/json' to w-mime-norm
           end-if.
      *
       2131-transform-fixed-to-json-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    J2F : each mapped field's value is read out of the flat
      *    JSON payload and dropped at its offset/length in a
      *    space-padded fixed buffer ; the record length is the far
      *    edge of the right-most mapped field.
      * ---------------------------------------------------------------
       2132-transform-json-to-fixed.
      *
           move spaces to w-trans-buffer
           move zero to w-trans-len
           move rc to w-jf-msglen
           perform varying w-map-i from 1 by 1
                      until w-map-i > w-map-tab-count
              if (map-category (w-map-i) = w-prop-category
                  or (w-map-catver not = spaces
                      and map-category (w-map-i) = w-map-catver))
                 and map-dir (w-map-i) = 'J2F'
                 and map-offset (w-map-i) > 0
                 and map-offset (w-map-i) + map-length (w-map-i) - 1
                     <= length of w-trans-buffer
                 move map-field (w-map-i) to w-jf-name
                 perform 2133-extract-json-field
                    thru 2133-extract-json-field-exit
                 if jf-found
                    move w-jf-value (1:map-length (w-map-i))
                      to w-trans-buffer
                         (map-offset (w-map-i) :
                          map-length (w-map-i))
                    set trans-applied to true
                 end-if
                 if map-offset (w-map-i) + map-length (w-map-i) - 1
                    > w-trans-len
                    compute w-trans-len =
                            map-offset (w-map-i)
                            + map-length (w-map-i) - 1
                 end-if
              end-if
           end-perform
           if trans-applied then
              move w-trans-buffer to q_message
              move w-trans-len to rc
              move 'text/plain' to q_mimetype
              move 'text/plain' to w-mime-norm
           end-if.
      *
       2132-transform-json-to-fixed-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    find "name" in the JSON payload and take the quoted
      *    string or bare token after the colon -- the same modest
      *    flat name/value scan bizjson.cob validates with.
      * ---------------------------------------------------------------
       2133-extract-json-field.
      *
           move 'N' to w-jf-found-sw
           move spaces to w-jf-value
           if w-jf-name = spaces
              go to 2133-extract-json-field-exit
           end-if
           move function length(function trim(w-jf-name))
             to w-jf-namelen
      *
           perform varying w-jf-i from 1 by 1
                      until w-jf-i + w-jf-namelen + 1 > w-jf-msglen
                         or jf-found
              if q_message (w-jf-i:1) = '"'
                 and q_message (w-jf-i + 1:w-jf-namelen)
                     = w-jf-name (1:w-jf-namelen)
                 and q_message (w-jf-i + w-jf-namelen + 1:1) = '"'
                 set jf-found to true
                 compute w-jf-j = w-jf-i + w-jf-namelen + 2
                 perform 2134-take-json-value
                    thru 2134-take-json-value-exit
              end-if
           end-perform.
      *
       2133-extract-json-field-exit.
           exit.
      *
       2134-take-json-value.
      *
           perform until w-jf-j > w-jf-msglen
                      or (q_message (w-jf-j:1) not = ' '
                          and q_message (w-jf-j:1) not = ':')
              add 1 to w-jf-j
           end-perform
           if w-jf-j > w-jf-msglen
              go to 2134-take-json-value-exit
           end-if
      *
           move zero to w-jf-v
           if q_message (w-jf-j:1) = '"'
              add 1 to w-jf-j
              perform until w-jf-j > w-jf-msglen
                         or q_message (w-jf-j:1) = '"'
                         or w-jf-v >= 64
                 add 1 to w-jf-v
                 move q_message (w-jf-j:1)
                   to w-jf-value (w-jf-v:1)
                 add 1 to w-jf-j
              end-perform
           else
              perform until w-jf-j > w-jf-msglen
                         or q_message (w-jf-j:1) = ','
                         or q_message (w-jf-j:1) = '}'
                         or q_message (w-jf-j:1) = ' '
                         or w-jf-v >= 64
                 add 1 to w-jf-v
                 move q_message (w-jf-j:1)
                   to w-jf-value (w-jf-v:1)
                 add 1 to w-jf-j
              end-perform
           end-if.
      *
       2134-take-json-value-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    fan-out : pick the queue a good message will be written to
      *    once 2100-queue-write runs, so each mimetype's consumers
      *    can each read off their own dedicated queue.
      * ---------------------------------------------------------------
       2140-select-output-queue.
      *
      *    test traffic wins over everything : when a test output
      *    queue is configured, a testRun-stamped message goes
      *    there and nowhere near a production consumer.
      *
           if w-test-flag = 'T'
              and w-test-output-queue not = spaces
              move w-test-output-queue to w-output-queue
              go to 2140-select-output-queue-exit
           end-if
      *
      *    content rules come first : the first rule that fires owns
      *    the destination, recorded in the audit trail.  no rule
      *    firing leaves the mimetype fan-out in charge, exactly as
      *    before the rules existed.
      *
           perform 2147-apply-route-rules
              thru 2147-apply-route-rules-exit
           if w-rr-fired > 0
              go to 2140-select-output-queue-exit
           end-if
      *
           move q_output to w-output-queue
           if w-mime-norm = 'application/json'
              and w-output-json not = spaces then
              move w-output-json to w-output-queue
           else
              if w-mime-norm = 'text/plain'
                 and w-output-text not = spaces then
                 move w-output-text to w-output-queue
              end-if
           end-if.
      *
       2140-select-output-queue-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    walk the routing rules against the payload in hand ; the
      *    first rule whose category, field and comparison all hold
      *    picks the destination.  reassembled sets and permanently
      *    bad messages are left to the ordinary machinery.
      * ---------------------------------------------------------------
       2147-apply-route-rules.
      *
           move zero to w-rr-fired
           if w-rr-tab-count = 0 or asm-active or msg-bad
              or rc <= 0 then
              go to 2147-apply-route-rules-exit
           end-if.
      *
           perform varying w-rr-i from 1 by 1
                      until w-rr-i > w-rr-tab-count
                         or w-rr-fired > 0
              if rr-category (w-rr-i) = '*'
                 or rr-category (w-rr-i) = w-prop-category
                 perform 2148-test-one-route-rule
                    thru 2148-test-one-route-rule-exit
                 if route-rule-matched
                    move w-rr-i to w-rr-fired
                 end-if
              end-if
           end-perform
      *
           if w-rr-fired > 0 then
              add 1 to rr-hits (w-rr-fired)
              move rr-queue (w-rr-fired) to w-output-queue
              if debug-on
                 display pgm-name ' - msgid ' q_msgid
                         ' routed by content rule ' w-rr-fired
                         ' to ' function trim(w-output-queue)
              end-if
              move 'ROUTE' to w-audit-event
              perform 9010-write-audit-record
           end-if.
      *
       2147-apply-route-rules-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    does rule w-rr-i fire against this payload ?  JSON rules
      *    extract the named flat field (the same scan 2133 uses),
      *    FIX rules cut offset/length bytes ; an absent field or an
      *    out-of-range offset simply does not match.
      * ---------------------------------------------------------------
       2148-test-one-route-rule.
      *
           move 'N' to w-rr-match-sw
           move spaces to w-rr-test-value
      *
           if rr-kind (w-rr-i) = 'JSON' then
              if w-mime-norm not = 'application/json'
                 go to 2148-test-one-route-rule-exit
              end-if
              move rr-field (w-rr-i) to w-jf-name
              move rc to w-jf-msglen
              perform 2133-extract-json-field
                 thru 2133-extract-json-field-exit
              if not jf-found
                 go to 2148-test-one-route-rule-exit
              end-if
              move w-jf-value to w-rr-test-value
           else
              move function numval(rr-field (w-rr-i))
                to w-rr-offset
              if w-rr-offset < 1
                 or w-rr-offset + rr-length (w-rr-i) - 1 > rc
                 or w-rr-offset + rr-length (w-rr-i) - 1
                    > length of q_message
                 go to 2148-test-one-route-rule-exit
              end-if
              move q_message (w-rr-offset:rr-length (w-rr-i))
                to w-rr-test-value
           end-if
      *
           perform 2149-compare-rule-value
              thru 2149-compare-rule-value-exit
      *
           evaluate rr-op (w-rr-i)
              when 'EQ'
                 if w-rr-cmp = '='
                    set route-rule-matched to true
                 end-if
              when 'NE'
                 if w-rr-cmp not = '='
                    set route-rule-matched to true
                 end-if
              when 'GT'
                 if w-rr-cmp = '>'
                    set route-rule-matched to true
                 end-if
              when 'GE'
                 if w-rr-cmp = '>' or w-rr-cmp = '='
                    set route-rule-matched to true
                 end-if
              when 'LT'
                 if w-rr-cmp = '<'
                    set route-rule-matched to true
                 end-if
              when 'LE'
                 if w-rr-cmp = '<' or w-rr-cmp = '='
                    set route-rule-matched to true
                 end-if
              when other
                 continue
           end-evaluate.
      *
       2148-test-one-route-rule-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    leave '<' '=' or '>' in w-rr-cmp for payload value versus
      *    rule value.  both integer parts numeric compares as
      *    numbers (dot decimals are cut at the dot -- NUMVAL here
      *    reads comma decimals, and the thresholds these rules
      *    exist for are whole amounts anyway) ; anything else is a
      *    trimmed string compare.
      * ---------------------------------------------------------------
       2149-compare-rule-value.
      *
           move spaces to w-rr-int-a w-rr-int-b
           unstring w-rr-test-value delimited by '.'
               into w-rr-int-a
           end-unstring
           unstring rr-value (w-rr-i) delimited by '.'
               into w-rr-int-b
           end-unstring
      *
           if function trim(w-rr-int-a) is numeric
              and function trim(w-rr-int-b) is numeric
              and w-rr-int-a not = spaces
              and w-rr-int-b not = spaces
              move function numval(w-rr-int-a) to w-rr-num-a
              move function numval(w-rr-int-b) to w-rr-num-b
              evaluate true
                 when w-rr-num-a > w-rr-num-b
                    move '>' to w-rr-cmp
                 when w-rr-num-a < w-rr-num-b
                    move '<' to w-rr-cmp
                 when other
                    move '=' to w-rr-cmp
              end-evaluate
           else
              evaluate true
                 when function trim(w-rr-test-value)
                      > function trim(rr-value (w-rr-i))
                    move '>' to w-rr-cmp
                 when function trim(w-rr-test-value)
                      < function trim(rr-value (w-rr-i))
                    move '<' to w-rr-cmp
                 when other
                    move '=' to w-rr-cmp
              end-evaluate
           end-if.
      *
       2149-compare-rule-value-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    fold one validated posting into the open batch.  a payload
      *    too large for the remaining buffer flushes the batch
      *    first ; one too large for an empty buffer is forwarded
      *    individually (the historic behaviour) rather than lost.
      *    the absorbed message is fully disposed of here : BATCH
      *    audit event, checkpoint, BATCHED disposition, latency,
      *    and its lineage link to the batch, which goes out under
      *    its first posting's messageUUID.
      * ---------------------------------------------------------------
       2155-absorb-into-batch.
      *
           if rc <= 0
              perform 2100-queue-write
                 thru 2100-queue-write-exit
              go to 2155-absorb-into-batch-exit
           end-if
           if rc + 1 > length of w-batch-details
              perform 2100-queue-write
                 thru 2100-queue-write-exit
              go to 2155-absorb-into-batch-exit
           end-if
      *
      *    a flush below clobbers rc with its own send result, so
      *    the payload length lives in q_msglen from here on, the
      *    same convention every send paragraph uses.
      *
           move rc to q_msglen
           if w-batch-count > 0
              and w-batch-ptr + q_msglen > length of w-batch-details
              perform 2156-flush-batch
                 thru 2156-flush-batch-exit
           end-if
      *
           if w-batch-count = 0
              move spaces to w-batch-details
              move 1 to w-batch-ptr
              move zero to w-batch-bytes w-batch-amount
              move q_messageUUID to w-batch-first-uuid
              move function current-date to full-current-date
              compute w-batch-start-secs =
                      c-hour of f-time * 3600
                      + c-minutes of f-time * 60
                      + c-seconds of f-time
           end-if
      *
           string q_message (1:q_msglen) delimited by size
                  x'0a'                  delimited by size
             into w-batch-details with pointer w-batch-ptr
           end-string
           add 1 to w-batch-count
           add q_msglen to w-batch-bytes
      *
      *    the control-total amount, when an amount field is
      *    configured : the integer part of the JSON field's value
      *    (NUMVAL here reads comma decimals, and the GL ties out
      *    on whole cents anyway).
      *
           if w-batch-amt-field not = spaces
              move w-batch-amt-field to w-jf-name
              move q_msglen to w-jf-msglen
              perform 2133-extract-json-field
                 thru 2133-extract-json-field-exit
              if jf-found
                 move spaces to w-batch-int
                 unstring w-jf-value delimited by '.'
                     into w-batch-int
                 end-unstring
                 if function trim(w-batch-int) is numeric
                    and w-batch-int not = spaces
                    add function numval(w-batch-int)
                      to w-batch-amount
                 end-if
              end-if
           end-if
      *
           add 1 to cnt-batched
           move 'BATCH' to w-audit-event
           perform 9010-write-audit-record
           move 'BATCH' to WW51-RELATION
           move q_msgid to WW51-PARENT-MSGID
           move q_messageUUID to WW51-PARENT-UUID
           move w-batch-first-uuid to WW51-CHILD-MSGID
           move spaces to WW51-CHILD-UUID
           move w-batch-first-uuid (1:32) to WW51-CHILD-UUID
           perform 9031-write-lineage
              thru 9031-write-lineage-exit
           perform 9018-record-latency
              thru 9018-record-latency-exit
           perform 9013-write-checkpoint-record
           move 'BATCHED' to w-auditdb-disposition
           move w-batch-queue to w-auditdb-dispqueue
           perform 9027-update-audit-disposition
      *
           if w-batch-count >= w-batch-max-count
              perform 2156-flush-batch
                 thru 2156-flush-batch-exit
           end-if.
      *
       2155-absorb-into-batch-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    publish the open batch as one message : BATCHHDR line,
      *    the collected details, BATCHTRL line repeating the
      *    control totals, so the consumer can count what it
      *    received against what the header claims -- the same
      *    handshake the file interfaces have always used.  the
      *    publish gets the full confirm-and-re-drive treatment ;
      *    a batch the broker never confirms goes to the offline
      *    spool when an endpoint list is configured (its postings
      *    are already checkpointed as disposed of, so an abort
      *    would lose them to duplicate suppression at restart) and
      *    aborts the run, as it always has, when there is none.
      * ---------------------------------------------------------------
       2156-flush-batch.
      *
           if w-batch-count = 0
              go to 2156-flush-batch-exit
           end-if.
      *
           move w-batch-count  to w-batch-cnt-disp
           move w-batch-bytes  to w-batch-byt-disp
           move w-batch-amount to w-batch-amt-disp
           move spaces to w-batch-out
           move 1 to w-batch-out-ptr
           move function current-date to full-current-date
           string 'BATCHHDR '            delimited by size
                  function trim(w-batch-category) delimited by size
                  ' count='              delimited by size
                  function trim(w-batch-cnt-disp) delimited by size
                  ' bytes='              delimited by size
                  function trim(w-batch-byt-disp) delimited by size
                  ' amount='             delimited by size
                  function trim(w-batch-amt-disp) delimited by size
                  ' at='                 delimited by size
                  full-datetime          delimited by size
                  x'0a'                  delimited by size
             into w-batch-out with pointer w-batch-out-ptr
           end-string
           string w-batch-details (1:w-batch-ptr - 1)
                      delimited by size
                  'BATCHTRL count='      delimited by size
                  function trim(w-batch-cnt-disp) delimited by size
                  ' amount='             delimited by size
                  function trim(w-batch-amt-disp) delimited by size
                into w-batch-out with pointer w-batch-out-ptr
              on overflow
                 display pgm-name ' - batch trailer truncated, '
                         'batch sent short'
           end-string
           compute w-batch-out-len = w-batch-out-ptr - 1
      *
           move 2 to w-batch-num
           move MSGCATEGORY to w-batch-name (1)
           move w-batch-category to w-batch-value (1)
           move MESSAGEUUID to w-batch-name (2)
           move w-batch-first-uuid (1:32) to w-batch-value (2)
      *
           if w-batch-queue = spaces
              move q_output to w-batch-queue
           end-if
           move w-batch-queue to w-rl-pace-queue
           perform 2103-pace-output
              thru 2103-pace-output-exit
           move 'N' to w-confirm-sw
           move 'N' to w-send-fail-sw
           move zero to w-confirm-try
           perform 2156-send-batch-once
              thru 2156-send-batch-once-exit
              until delivery-confirmed
                 or send-call-failed
                 or w-confirm-try > w-confirm-redrives
           if send-call-failed or not delivery-confirmed then
      *
      *       the absorbed postings were checkpointed at absorb
      *       time, so aborting here would suppress them as
      *       duplicates at restart and lose the batch outright --
      *       with an endpoint list the assembled payload goes to
      *       the offline spool like every other processed message ;
      *       without one, the historic abort.
      *
              if w-bkr-count > 0
                 perform 2156-spool-batch
                    thru 2156-spool-batch-exit
                 move zero to w-batch-count
                 go to 2156-flush-batch-exit
              end-if
              string 'batch publish never confirmed by broker'
              delimited by size into err
              perform 3000-end
           end-if
      *
           add 1 to cnt-batches-sent
           display pgm-name ' - batch of ' w-batch-count
                   ' posting(s) published to '
                   function trim(w-batch-queue)
           move zero to w-batch-count.
      *
       2156-flush-batch-exit.
           exit.
      *
       2156-send-batch-once.
      *
           add 1 to w-confirm-try
           call 'amqpSendMessageCC' using
                by reference w-batch-queue,
                by reference w-batch-out,
                by value w-batch-out-len,
                by reference w-batch-mimetype,
                by reference w-batch-properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call.
           if rc < 0 then
              display pgm-name ' - batch publish rc : ' rc
      *
      *       with an endpoint list the failure is the flush's to
      *       spool, not an abort -- the same split 2102 makes for
      *       the breaker.
      *
              if w-bkr-count > 0
                 set send-call-failed to true
                 go to 2156-send-batch-once-exit
              end-if
      *
      *       err must be set before the abort : 3000-end flushes
      *       the open batch through this very paragraph, and a
      *       bare abort here would re-enter it without bound.
      *
              string 'batch publish failed hard, aborting'
              delimited by size into err
              perform 3000-end
           end-if.
      *
           perform 2101-confirm-delivery.
      *
       2156-send-batch-once-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    spool the assembled batch payload when no broker will
      *    take it : the absorbed postings are already checkpointed,
      *    so the batch must outlive the run.  the record is keyed
      *    on the first absorbed uuid ; 2198 re-stamps a fresh
      *    messageUUID and digest at delivery, like any other
      *    spooled message (and, like any other, the msgCategory
      *    property is not carried -- the documented spool caveat).
      * ---------------------------------------------------------------
       2156-spool-batch.
      *
      *    when the run is already aborting (err set, the 3000-end
      *    salvage path) a spool failure must not abort again --
      *    the loss goes on the record instead, so the recursion
      *    the end-flush-done switch prevents can never start here
      *    either.
      *
           if not spool-is-open
              open i-o spool-file
                 open i-o spool-file
              end-if
              if w-spool-status not = '00'
                 if err not = spaces
                    display pgm-name ' - ** ' w-batch-count
                            ' checkpointed posting(s) abandoned : '
                            'offline spool unavailable during abort'
                    go to 2156-spool-batch-exit
                 end-if
                 string 'can not open offline spool, status '
                        w-spool-status
                 delimited by size into err
      *    the spool queue field is the archive's 20 bytes ; a
      *    longer destination would be truncated here and delivered
      *    to the wrong queue at unspool, so it is refused the same
      *    way an unwritable spool is.
      *
           if w-batch-queue (21:) not = spaces
              if err not = spaces
                 display pgm-name ' - ** ' w-batch-count
                         ' checkpointed posting(s) abandoned : '
                         'batch queue too long for the spool'
                 go to 2156-spool-batch-exit
              end-if
              string 'batch queue too long for the offline spool : '
                     w-batch-queue (1:40)
              delimited by size into err
              perform 3000-end
           end-if
      *
           move function current-date to full-current-date
           move full-datetime        to ww20-date
           move w-batch-first-uuid   to ww20-msgid
           move w-batch-first-uuid   to ww20-uuid
           move w-batch-queue (1:20) to ww20-queue
           move w-instance-id        to ww20-instance
           move w-batch-mimetype     to ww20-mimetype
           move w-batch-out-len      to ww20-msglen
           if ww20-msglen > length of ww20-message
              move length of ww20-message to ww20-msglen
           end-if
           move w-batch-out          to ww20-message
           move zero   to ww20-checksum
           move space  to ww20-testrun
           move spaces to ww20-keyid
           compute ww20-rec-len = length of ww20-archive-data
                                - length of ww20-message
           end-if
           if w-spool-status not = '00'
              and w-spool-status not = '02'
              if err not = spaces
                 display pgm-name ' - ** ' w-batch-count
                         ' checkpointed posting(s) abandoned : '
                         'offline spool write failed during abort'
                 go to 2156-spool-batch-exit
              end-if
              string 'offline spool write failed, status '
                     w-spool-status
              delimited by size into err
              perform 3000-end
           end-if
      *
           add 1 to cnt-spooled
           set spool-drain-due to true
           display pgm-name ' - batch of ' w-batch-count
                   ' posting(s) spooled offline for '
                   function trim(w-batch-queue).
      *
       2156-spool-batch-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    age check, run at every heartbeat : a batch that has been
      *    open longer than batch_max_age_secs goes out part-full so
      *    a quiet afternoon cannot sit on the morning's postings.
      * ---------------------------------------------------------------
       2157-check-batch-age.
      *
           if w-batch-count = 0
              go to 2157-check-batch-age-exit
           end-if.
           move function current-date to full-current-date
           compute w-batch-age =
                   c-hour of f-time * 3600
                   + c-minutes of f-time * 60
                   + c-seconds of f-time
                   - w-batch-start-secs
           if w-batch-age < 0
              add 86400 to w-batch-age
           end-if
           if w-batch-age > w-batch-max-age
              display pgm-name ' - batch age ' w-batch-age
                      's past limit, flushing part-full'
              perform 2156-flush-batch
                 thru 2156-flush-batch-exit
           end-if.
      *
       2157-check-batch-age-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    outbound EBCDIC : when the queue 2140 just chose is a
      *    configured EBCDIC destination, translate the payload with
      *    asc2ebc under the selectable code page and tag it
      *    application/ebcdic, so the settlement mainframe's exit no
      *    longer has to do the conversion on its side.  a payload
      *    already in EBCDIC is left alone, and a failed CALL leaves
      *    payload and tag untouched since nothing was translated.
      * ---------------------------------------------------------------
       2141-translate-outbound-ebcdic.
      *
           if w-ebcq-count = 0
              or w-mime-norm = 'application/ebcdic' then
              go to 2141-translate-outbound-ebcdic-exit
           end-if.
      *
           move zero to j
           perform varying i from 1 by 1 until i > w-ebcq-count
              if function trim(w-ebcq (i))
                 = function trim(w-output-queue)
                 move i to j
              end-if
           end-perform
           if j = 0 then
              go to 2141-translate-outbound-ebcdic-exit
           end-if.
      *
      *    a fixed-layout record goes field by field ; its offsets
      *    are fixed, so no UTF-8 transcoding (which would shorten
      *    it) is attempted first.
      *
           perform 2138-find-category-layout
              thru 2138-find-category-layout-exit
           if category-has-layout then
              set fxl-outbound to true
              perform 2139-translate-by-layout
                 thru 2139-translate-by-layout-exit
              if layout-translated
                 move 'application/ebcdic' to q_mimetype
                 move 'application/ebcdic' to w-mime-norm
              end-if
              go to 2141-translate-outbound-ebcdic-exit
           end-if
      *
      *    the asc2ebc tables are single-byte : a UTF-8 payload must
      *    become ISO-8859-1 first, or every accent lands as two
      *    mangled EBCDIC bytes (the testalfa.cob failure).
      *
           perform 2144-detect-payload-charset
              thru 2144-detect-payload-charset-exit
           if w-payload-charset (1:5) = 'utf-8' then
              move zero to w-lossy-count
              perform 2142-utf8-to-latin1
              perform 2146-flag-lossy-transcode
           end-if
      *
           move rc to w-ebcdic-vlength
           call 'asc2ebc' using
                q_message, w-ebcdic-vlength, w-ebcdic-codepage
              on exception
                 display pgm-name
                      ' - asc2ebc not available, forwarding as-is'
              not on exception
                 move 'application/ebcdic' to q_mimetype
                 move 'application/ebcdic' to w-mime-norm
                 if debug-on
                    display pgm-name ' - msgid ' q_msgid
                            ' translated to ebcdic for '
                            function trim(w-output-queue)
                 end-if
           end-call.
      *
       2141-translate-outbound-ebcdic-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    does this message's msgCategory have FIELD lines in the
      *    record definitions ?  the same trimmed 20-byte category
      *    key bizfixed.cob picks its layout by.
      * ---------------------------------------------------------------
       2138-find-category-layout.
      *
           move 'N' to w-fxl-found-sw
           if w-fxl-tab-count = 0 or w-prop-category = spaces
              or asm-active then
              go to 2138-find-category-layout-exit
           end-if.
      *
           perform varying w-fxl-i from 1 by 1
                      until w-fxl-i > w-fxl-tab-count
                         or category-has-layout
              if function trim(fxl-category (w-fxl-i))
                 = function trim(w-prop-category (1:20))
                 set category-has-layout to true
              end-if
           end-perform.
      *
       2138-find-category-layout-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    translate q_message (1:rc) in the direction w-fxl-dir
      *    names, then put every binary and packed field of the
      *    layout back exactly as it was and carry each DISPLAY
      *    field's zoned sign across.  translating the whole record
      *    first keeps the fillers and delimiters no definition
      *    names on the code page like any text ; a failed CALL
      *    leaves the payload untouched and layout-translated off.
      * ---------------------------------------------------------------
       2139-translate-by-layout.
      *
           move 'N' to w-fxl-done-sw
           move q_message to w-fxl-save
           move rc to w-ebcdic-vlength
           if fxl-inbound
              call 'ebc2asc' using
                   q_message, w-ebcdic-vlength, w-ebcdic-codepage
                 on exception
                    display pgm-name
                         ' - ebc2asc not available, forwarding as-is'
                 not on exception
                    set layout-translated to true
              end-call
           else
              call 'asc2ebc' using
                   q_message, w-ebcdic-vlength, w-ebcdic-codepage
                 on exception
                    display pgm-name
                         ' - asc2ebc not available, forwarding as-is'
                 not on exception
                    set layout-translated to true
              end-call
           end-if
           if not layout-translated
              go to 2139-translate-by-layout-exit
           end-if
      *
           perform varying w-fxl-i from 1 by 1
                      until w-fxl-i > w-fxl-tab-count
              if function trim(fxl-category (w-fxl-i))
                 = function trim(w-prop-category (1:20))
                 compute w-fxl-end = fxl-offset (w-fxl-i)
                                   + fxl-length (w-fxl-i) - 1
                 if w-fxl-end <= rc
                    evaluate fxl-usage (w-fxl-i)
                       when 'COMP'
                       when 'COMP-5'
                       when 'BINARY'
                       when 'COMP-3'
                          move w-fxl-save (fxl-offset (w-fxl-i) :
                                           fxl-length (w-fxl-i))
                            to q_message (fxl-offset (w-fxl-i) :
                                          fxl-length (w-fxl-i))
                       when 'DISPLAY'
                       when 'DISPLAY-S'
                          perform 2139-carry-zoned-sign
                             thru 2139-carry-zoned-sign-exit
                       when other
                          continue
                    end-evaluate
                 end-if
              end-if
           end-perform
           if debug-on
              display pgm-name ' - msgid ' q_msgid
                      ' translated by the '
                      function trim(w-prop-category)
                      ' record layout'
           end-if.
      *
       2139-translate-by-layout-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the sign of a zoned field lives in the zone of its last
      *    byte, which no code page maps : inbound x'Dn' becomes the
      *    ASCII negative overpunch 'p'-'y' and x'Cn'/x'Fn' a plain
      *    digit ; outbound 'p'-'y' becomes x'Dn' (a plain digit has
      *    already become x'Fn' through the code page).
      * ---------------------------------------------------------------
       2139-carry-zoned-sign.
      *
           compute w-fxl-byte =
                   function ord(w-fxl-save (w-fxl-end:1)) - 1
           if fxl-inbound
              divide w-fxl-byte by 16
                     giving w-fxl-zone remainder w-fxl-digit
              if w-fxl-digit > 9
                 go to 2139-carry-zoned-sign-exit
              end-if
              evaluate w-fxl-zone
                 when 13
                    move function char(113 + w-fxl-digit)
                      to q_message (w-fxl-end:1)
                 when 12
                 when 15
                    move function char(49 + w-fxl-digit)
                      to q_message (w-fxl-end:1)
                 when other
                    continue
              end-evaluate
           else
              if w-fxl-byte >= 112 and w-fxl-byte <= 121
                 compute w-fxl-digit = w-fxl-byte - 112
                 move function char(209 + w-fxl-digit)
                   to q_message (w-fxl-end:1)
              end-if
           end-if.
      *
       2139-carry-zoned-sign-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    which charset is this payload actually in ?  the sender's
      *    charset parameter wins ; otherwise the bytes are sniffed
      *    -- a C2/C3 lead byte followed by a continuation byte is
      *    UTF-8, any other high byte is ISO-8859-1, and a pure
      *    7-bit payload is ascii (a safe subset of both).
      * ---------------------------------------------------------------
       2144-detect-payload-charset.
      *
           if w-mime-charset not = spaces then
              move w-mime-charset to w-payload-charset
              go to 2144-detect-payload-charset-exit
           end-if.
      *
           move 'ascii' to w-payload-charset
           perform varying w-cs-i from 1 by 1
                      until w-cs-i > rc
                         or w-payload-charset not = 'ascii'
              compute w-cs-b =
                      function ord(q_message (w-cs-i:1)) - 1
              if w-cs-b >= 128
                 if (w-cs-b = 194 or w-cs-b = 195)
                    and w-cs-i < rc
                    compute w-cs-c = function ord
                            (q_message (w-cs-i + 1:1)) - 1
                    if w-cs-c >= 128 and w-cs-c <= 191
                       move 'utf-8' to w-payload-charset
                    else
                       move 'iso-8859-1' to w-payload-charset
                    end-if
                 else
                    move 'iso-8859-1' to w-payload-charset
                 end-if
              end-if
           end-perform.
      *
       2144-detect-payload-charset-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    UTF-8 to ISO-8859-1, in place over q_message (1:rc).
      *    C2/C3 sequences map to their single Latin-1 byte ; any
      *    character beyond U+00FF has no Latin-1 form and becomes
      *    '?', counted in w-lossy-count.
      * ---------------------------------------------------------------
       2142-utf8-to-latin1.
      *
           move spaces to w-cs-buf
           move zero to w-cs-o
           move 1 to w-cs-i
           perform until w-cs-i > rc
              compute w-cs-b =
                      function ord(q_message (w-cs-i:1)) - 1
              evaluate true
                 when w-cs-b < 128
                    add 1 to w-cs-o
                    move q_message (w-cs-i:1)
                      to w-cs-buf (w-cs-o:1)
                    add 1 to w-cs-i
                 when (w-cs-b = 194 or w-cs-b = 195)
                      and w-cs-i < rc
                    compute w-cs-c = function ord
                            (q_message (w-cs-i + 1:1)) - 1
                    if w-cs-b = 195
                       add 64 to w-cs-c
                    end-if
                    add 1 to w-cs-o
                    move function char(w-cs-c + 1)
                      to w-cs-buf (w-cs-o:1)
                    add 2 to w-cs-i
                 when w-cs-b >= 224 and w-cs-b <= 239
                    add 1 to w-cs-o
                    move '?' to w-cs-buf (w-cs-o:1)
                    add 1 to w-lossy-count
                    add 3 to w-cs-i
                 when w-cs-b >= 240
                    add 1 to w-cs-o
                    move '?' to w-cs-buf (w-cs-o:1)
                    add 1 to w-lossy-count
                    add 4 to w-cs-i
                 when other
                    add 1 to w-cs-o
                    move '?' to w-cs-buf (w-cs-o:1)
                    add 1 to w-lossy-count
                    add 2 to w-cs-i
              end-evaluate
           end-perform
           move w-cs-buf to q_message
           move w-cs-o to rc
           move 'iso-8859-1' to w-mime-charset.
      *
       2142-utf8-to-latin1-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    ISO-8859-1 to UTF-8, in place over q_message (1:rc).
      *    every byte of 128 and over expands to two bytes, so a
      *    payload near the buffer ceiling can run out of room --
      *    what no longer fits is dropped and counted lossy rather
      *    than silently truncating mid-character.
      * ---------------------------------------------------------------
       2143-latin1-to-utf8.
      *
           move spaces to w-cs-buf
           move zero to w-cs-o
           perform varying w-cs-i from 1 by 1 until w-cs-i > rc
              compute w-cs-b =
                      function ord(q_message (w-cs-i:1)) - 1
              if w-cs-b < 128
                 if w-cs-o < length of w-cs-buf
                    add 1 to w-cs-o
                    move q_message (w-cs-i:1)
                      to w-cs-buf (w-cs-o:1)
                 else
                    add 1 to w-lossy-count
                 end-if
              else
                 if w-cs-o + 2 <= length of w-cs-buf
                    if w-cs-b < 192
                       add 1 to w-cs-o
                       move function char(195)
                         to w-cs-buf (w-cs-o:1)
                       add 1 to w-cs-o
                       move function char(w-cs-b + 1)
                         to w-cs-buf (w-cs-o:1)
                    else
                       add 1 to w-cs-o
                       move function char(196)
                         to w-cs-buf (w-cs-o:1)
                       add 1 to w-cs-o
                       compute w-cs-c = w-cs-b - 64
                       move function char(w-cs-c + 1)
                         to w-cs-buf (w-cs-o:1)
                    end-if
                 else
                    add 1 to w-lossy-count
                 end-if
              end-if
           end-perform
           move w-cs-buf to q_message
           move w-cs-o to rc
           move 'utf-8' to w-mime-charset.
      *
       2143-latin1-to-utf8-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    normalize a text payload to the configured target
      *    charset, re-tagging the mimetype's charset parameter to
      *    match what the bytes now are.
      * ---------------------------------------------------------------
       2145-normalize-charset.
      *
           if asm-active
              or w-target-charset = spaces
              or (w-mime-norm not = 'text/plain'
                  and w-mime-norm not = 'text/csv'
                  and w-mime-norm not = 'application/json'
                  and w-mime-norm not =
                      'application/octet-stream') then
              go to 2145-normalize-charset-exit
           end-if.
      *
      *    an octet-stream payload is only normalized when its
      *    charset is actually known (stated by the sender, or set
      *    by the inbound EBCDIC translation) -- a byte sniff alone
      *    must never rewrite genuinely binary payloads, whose COMP
      *    fields look exactly like stray high bytes.
      *
           if w-mime-norm = 'application/octet-stream'
              and w-mime-charset = spaces then
              go to 2145-normalize-charset-exit
           end-if.
      *
           perform 2144-detect-payload-charset
              thru 2144-detect-payload-charset-exit
           move zero to w-lossy-count
           evaluate true
              when w-payload-charset (1:5) = 'utf-8'
                   and w-target-charset (1:10) = 'iso-8859-1'
                 perform 2142-utf8-to-latin1
              when w-payload-charset (1:10) = 'iso-8859-1'
                   and w-target-charset (1:5) = 'utf-8'
                 perform 2143-latin1-to-utf8
              when other
                 go to 2145-normalize-charset-exit
           end-evaluate
      *
           perform 2146-flag-lossy-transcode
           move spaces to q_mimetype
           string function trim(w-mime-norm) delimited by size
                  '; charset=' delimited by size
                  function trim(w-mime-charset) delimited by size
             into q_mimetype
           end-string.
      *
       2145-normalize-charset-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a transcoding that dropped characters gets its own audit
      *    event and run counter ; the message still flows, but the
      *    loss is on the record instead of on a printed statement.
      * ---------------------------------------------------------------
       2146-flag-lossy-transcode.
      *
           if w-lossy-count > 0 then
              add 1 to cnt-lossy
              display pgm-name ' - msgid ' q_msgid ' transcoding '
                      'lost ' w-lossy-count ' character(s)'
              move 'LOSSY' to w-audit-event
              perform 9010-write-audit-record
           end-if.
      *
       2146-flag-lossy-transcode-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    periodic housekeeping performed while the input queue is
      *    idle (no message within w-timeout-ms) : a heartbeat so an
      *    operator watching the job log knows the job is alive, plus
      *    a point where a checkpoint can be taken.
      * ---------------------------------------------------------------
       2170-heartbeat.
      *
           add 1 to w-heartbeat-cnt
           add 1 to w-idle-polls
           display pgm-name " - heartbeat " w-heartbeat-cnt
                   " (queue idle, timeout " w-timeout-ms "ms)".
      *
           perform 2116-check-batch-cutoff.
           perform 2175-check-generation-rollover.
           perform 2180-check-control
              thru 2180-check-control-exit.
           perform 9020-write-status-snapshot
              thru 9020-write-status-snapshot-exit.
           perform 9021-check-alerts
              thru 9021-check-alerts-exit.
           perform 2113-check-part-timeouts.
           perform 2157-check-batch-age
              thru 2157-check-batch-age-exit.
           perform 2186-check-breakers
              thru 2186-check-breakers-exit.
           perform 2167-check-hold-timeouts
              thru 2167-check-hold-timeouts-exit.
           perform 2177-release-warehouse
              thru 2177-release-warehouse-exit.
      *
      *    an idle loop must still revisit the priority queue :
      *    a successful round-robin read used to be the only
      *    re-arm, so with the bulk queues also idle a priority
      *    message arriving in a quiet period waited for bulk
      *    traffic to move first.  re-armed only after a
      *    round-robin poll idles, so a fully idle loop alternates
      *    priority queue and round-robin instead of pinning on
      *    either -- and a DRAIN cannot complete without the
      *    priority queue coming back idle in the rotation.
      *
           if w-priority-queue not = spaces
              and not polling-priority
              move 'Y' to w-prio-due-sw
           end-if.
      *
      *    a requested DRAIN completes here -- but only once every
      *    queue in the round-robin has come back idle in a row ;
      *    one queue timing out while a sibling still holds a
      *    backlog is not "drained".
      *
      *    a configured priority queue is one more queue that must
      *    come back idle before the drain is complete.
      *
           if drain-requested and not batch-cutoff-reached
              and ((w-priority-queue = spaces
                    and w-idle-polls >= w-input-q-count)
                   or (w-priority-queue not = spaces
                       and w-idle-polls > w-input-q-count))
              display pgm-name ' - drain complete (all '
                      w-input-q-count ' queue(s) idle), ending run'
              move 'DRAINED' to w-end-reason
              set batch-cutoff-reached to true
           end-if.
      *
       2170-heartbeat-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    read the operator's command, if any.  commands are level-
      *    triggered (acting on the same file contents twice changes
      *    nothing), so the file is simply re-read each check ; an
      *    operator clears a PAUSE by writing RESUME over it.
      * ---------------------------------------------------------------
       2180-check-control.
      *
           open input control-file
           if w-control-status not = '00'
              go to 2180-check-control-exit
           end-if
           move spaces to control-record
           read control-file
              at end
                 continue
           end-read
           close control-file
           move spaces to w-ctl-word w-ctl-oper
           move function trim(control-record) to w-ctl-line
           unstring w-ctl-line delimited by all space
               into w-ctl-word w-ctl-oper
           end-unstring
      *
           evaluate w-ctl-word
              when 'PAUSE'
                 if bridge-running
                    display pgm-name ' - operator PAUSE, consuming '
                            'suspended (still connected)'
                    set bridge-paused to true
                    perform 2180-log-control
                       thru 2180-log-control-exit
                 end-if
              when 'RESUME'
                 if bridge-paused
                    display pgm-name ' - operator RESUME, consuming '
                            'resumed'
                    set bridge-running to true
                    perform 2180-log-control
                       thru 2180-log-control-exit
                 end-if
              when 'DRAIN'
                 if not drain-requested
                    display pgm-name ' - operator DRAIN, will end '
                            'once the queue goes idle'
                    set drain-requested to true
                    set bridge-running to true
                    perform 2180-log-control
                       thru 2180-log-control-exit
      *
      *             a drain must leave nothing half-held : the open
      *             batch goes out now, part-full or not.
      *
                    perform 2156-flush-batch
                       thru 2156-flush-batch-exit
                 end-if
              when 'STOP'
                 if not batch-cutoff-reached
                    display pgm-name ' - operator STOP, ending run'
                    move 'STOP' to w-end-reason
                    set batch-cutoff-reached to true
                    perform 2180-log-control
                       thru 2180-log-control-exit
                 end-if
              when other
                 continue
           end-evaluate.
      *
       2180-check-control-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the command just acted on, as one operations log line :
      *    the operator named in the command file, the command, and
      *    the instance that obeyed it.
      * ---------------------------------------------------------------
       2180-log-control.
      *
           open extend opslog-file
           if w-opslog-status = '35'
              open output opslog-file
           end-if
           if w-opslog-status not = '00'
              display pgm-name ' - can not write operations log, '
                      'status ' w-opslog-status
              go to 2180-log-control-exit
           end-if
           move spaces to opslog-record
           string function current-date (1:14) delimited by size
                  ' OPER=' delimited by size
                  w-ctl-oper delimited by size
                  ' TOOL=cobclient ACTION=' delimited by size
                  function trim(w-ctl-word) delimited by size
                  ' TARGET=I' delimited by size
                  function trim(w-instance-id) delimited by size
                  ' ' delimited by size
                  function trim(ws-control-file) delimited by size
             into opslog-record
           end-string
           write opslog-record
           close opslog-file.
      *
       2180-log-control-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    daily generation rollover : when the run date has crossed
      *    midnight since the generations were opened, close them and
      *    reopen under the new date, so no generation file ever
      *    carries more than one day's records and nobody has to stop
      *    the bridge to hand-rename files at month end.
      * ---------------------------------------------------------------
       2175-check-generation-rollover.
      *
           move function current-date to full-current-date
           if f-date not = w-gen-date then
              display pgm-name ' - date rollover from ' w-gen-date
                      ' to ' f-date ', rolling generation files'
              close audit-file
              close archive-file
              close tranlog-file
              close ledger-file
              perform 1030-open-generations
           end-if.
      *
       2175-check-generation-rollover-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a message that is unreadable/invalid or that fails our
      *    business logic is dead-lettered to q_error instead of
      *    being dropped or forwarded downstream unchanged.
      * ---------------------------------------------------------------
       2150-queue-send-error.
      *
           display pgm-name " - amqpSendMessageCC (to q_error) before "
           move rc to q_msglen
           add 1 to cnt-err
      *
           perform 2151-stamp-reject-context
      *
           move 'N' to w-confirm-sw
           move zero to w-confirm-try
           perform 2152-send-error-once
              thru 2152-send-error-once-exit
              until delivery-confirmed
                 or w-confirm-try > w-confirm-redrives
      *
      *    a dead-letter publish the broker never confirmed cannot
      *    be checkpointed as disposed of ; abort the run so the
      *    message comes back on restart rather than vanishing.
      *
           if not delivery-confirmed then
              string 'dead-letter publish never confirmed by broker'
              delimited by size into err
              perform 3000-end
           end-if.
      *
      *    a distinct audit event for dead-lettered messages, so an
      *    operator (or dlqtool) can tell a dead-lettered msgid apart
      *    from one still in flight just by reading AUDITLOG, instead
      *    of having to infer it from a missing WRITE event.
      *
           move 'ERROR' to w-audit-event
           perform 9010-write-audit-record.
      *
           perform 9018-record-latency
              thru 9018-record-latency-exit.
      *
           perform 9013-write-checkpoint-record.
      *
           move 'DEADLETTER' to w-auditdb-disposition
           move q_error to w-auditdb-dispqueue
           perform 9027-update-audit-disposition.
      *
           perform 2153-send-rejection-notice
              thru 2153-send-rejection-notice-exit.
      *
       2150-queue-send-error-exit.
           exit.
      *
       2152-send-error-once.
      *
           add 1 to w-confirm-try
           call 'amqpSendMessageCC' using
                by reference q_error,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
              perform 3000-end
           end-call.
           if rc < 0 then
              display pgm-name " - amqpSendMessageCC to q_error rc : "
              rc
              perform 3000-end
           end-if.
      *
           perform 2101-confirm-delivery
              thru 2101-confirm-delivery-exit.
      *
       2152-send-error-once-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    tell the sender its message was dead-lettered, on the
      *    notice queue NOTIFYQ names for its senderId.  runs only
      *    where a message is finally disposed of to q_error -- a
      *    retry requeues through 2160 and never comes here -- and
      *    after the reject stamps, so the notice carries the same
      *    reason, rejecter and time q_error got.  the notice has
      *    its own buffers : the dead letter's property table and
      *    confirm state are left as they were.  a notice the broker
      *    does not confirm is reported, not fatal -- the message
      *    itself is safely in q_error -- and leaves no NOTIF event.
      * ---------------------------------------------------------------
       2153-send-rejection-notice.
      *
           if w-ntf-tab-count = 0
              go to 2153-send-rejection-notice-exit
           end-if
      *
           move spaces to w-ntf-sender w-ntf-seqno w-ntf-stamp
           perform varying w-prop-i from 1 by 1
                      until w-prop-i > q_num
                         or w-prop-i > 16
              if q_name (w-prop-i) = SENDERID
                 move q_value (w-prop-i) to w-ntf-sender
              end-if
              if q_name (w-prop-i) = SEQUENCENO
                 move q_value (w-prop-i) to w-ntf-seqno
              end-if
              if q_name (w-prop-i) = REJECTTS
                 move q_value (w-prop-i) to w-ntf-stamp
              end-if
           end-perform
           if w-ntf-sender = spaces
              go to 2153-send-rejection-notice-exit
           end-if
      *
           move spaces to w-ntf-queue
           perform varying w-ntf-i from 1 by 1
                   until w-ntf-i > w-ntf-tab-count
              if ntf-sender (w-ntf-i) = w-ntf-sender
                 move ntf-queue (w-ntf-i) to w-ntf-queue
              end-if
           end-perform
           if w-ntf-queue = spaces
              go to 2153-send-rejection-notice-exit
           end-if
      *
           move spaces to w-ntf-buffer
           string '{"notice":"REJECTED","msgid":"' delimited by size
                  function trim(q_msgid) delimited by size
                  '","messageUUID":"' delimited by size
                  function trim(q_messageUUID) delimited by size
                  '","senderId":"' delimited by size
                  function trim(w-ntf-sender) delimited by size
                  '","sequenceNo":"' delimited by size
                  function trim(w-ntf-seqno) delimited by size
                  '","rejectReason":"' delimited by size
                  function trim(w-reject-reason) delimited by size
                  '","rejectedBy":"' delimited by size
                  function trim(w-rejected-by) delimited by size
                  '","rejectTimestamp":"' delimited by size
                  function trim(w-ntf-stamp) delimited by size
                  '"}' delimited by size
             into w-ntf-buffer
           end-string
           move function length(function trim(w-ntf-buffer))
             to w-ntf-len
      *
           move rc to w-ntf-save-rc
           move w-confirm-sw to w-ntf-save-confirm
           move 'N' to w-confirm-sw
           perform 2154-send-notice-once
              thru 2154-send-notice-once-exit
           if delivery-confirmed
              add 1 to cnt-ntf-sent
              move 'NOTIF' to w-audit-event
              perform 9010-write-audit-record
           else
              add 1 to cnt-ntf-failed
              display pgm-name ' - msgid ' q_msgid
                      ' rejection notice to '
                      function trim(w-ntf-queue) ' not confirmed'
           end-if
           move w-ntf-save-confirm to w-confirm-sw
           move w-ntf-save-rc to rc.
      *
       2153-send-rejection-notice-exit.
           exit.
      *
       2154-send-notice-once.
      *
           move zero to w-ntf-num
           call 'amqpSendMessageCC' using
                by reference w-ntf-queue,
                by reference w-ntf-buffer,
                by value w-ntf-len,
                by reference w-ntf-mimetype,
                by reference w-ntf-properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              display pgm-name ' - amqpSendMessageCC not available '
                      'for rejection notices'
              go to 2154-send-notice-once-exit
           end-call
           if rc < 0 then
              display pgm-name ' - rejection notice rc : ' rc
              go to 2154-send-notice-once-exit
           end-if
      *
           perform 2101-confirm-delivery
              thru 2101-confirm-delivery-exit.
      *
       2154-send-notice-once-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    daily quota check, after the entitlement check : count
      *    this message against its sender's quota for the business
      *    day, in the QUOTAUSE record every instance shares.  the
      *    record is read, added to and rewritten under its lock,
      *    so a message is either admitted and counted or refused
      *    and counted as refused -- never both, never by two
      *    instances at once.  a refused message takes rejectReason
      *    QUOTA-EXCEEDED : REJECT dead-letters it (the sender is
      *    notified as for any rejection), HOLD publishes it to the
      *    quota's hold queue.  a completed multi-part set over
      *    quota is always rejected : its parts are dead-lettered
      *    together, as a bad set always is.
      * ---------------------------------------------------------------
       2158-check-sender-quota.
      *
           move 'N' to w-qta-hold-sw
           move 'N' to w-qta-over-sw
           if w-qta-tab-count = 0 or msg-bad
              or not quotause-is-open
              or w-prop-senderid = spaces
              or w-retry-num > 0
              or review-released
              or w-test-flag = 'T'
              go to 2158-check-sender-quota-exit
           end-if.
      *
      *    the sender's own line first, the '*' line failing that.
      *
           move zero to w-qta-cur
           perform varying w-qta-i from 1 by 1
                   until w-qta-i > w-qta-tab-count or w-qta-cur > 0
              if function trim(qta-sender (w-qta-i))
                 = function trim(w-prop-senderid)
                 move w-qta-i to w-qta-cur
              end-if
           end-perform
           perform varying w-qta-i from 1 by 1
                   until w-qta-i > w-qta-tab-count or w-qta-cur > 0
              if qta-sender (w-qta-i) = '*'
                 move w-qta-i to w-qta-cur
              end-if
           end-perform
           if w-qta-cur = 0
              go to 2158-check-sender-quota-exit
           end-if.
      *
           move zero to w-qta-len
           if asm-active
              move w-asm-len to w-qta-len
           else
              if rc > 0
                 move rc to w-qta-len
              end-if
           end-if
           move w-business-date to w-qta-bizdate
           if w-qta-bizdate = spaces or w-qta-bizdate = low-values
              move function current-date (1:8) to w-qta-bizdate
           end-if
      *
      *    a record another instance holds is waited for, briefly ;
      *    one that stays locked lets the message through unmetered
      *    rather than stall the bridge behind it -- and says so.
      *
           move 'N' to w-qta-done-sw
           move zero to w-qta-tries
           perform 2158-meter-once
              thru 2158-meter-once-exit
              until qta-metered or w-qta-tries > 50
           if not qta-metered
              display pgm-name ' - msgid ' q_msgid ' sender '
                      function trim(w-prop-senderid)
                      ' quota usage record busy, not metered'
              go to 2158-check-sender-quota-exit
           end-if
           unlock quotause-file
      *
           if w-qta-alert not = spaces
              perform 2158-send-quota-alert
                 thru 2158-send-quota-alert-exit
           end-if
      *
           if not qta-over
              go to 2158-check-sender-quota-exit
           end-if
           move 'QUOTA-EXCEEDED' to w-reject-reason
           if qta-action (w-qta-cur) = 'HOLD' and not asm-active
              move qta-hold-queue (w-qta-cur) to w-hold-queue
              set quota-hold-due to true
              display pgm-name ' - msgid ' q_msgid ' sender '
                      function trim(w-prop-senderid)
                      ' over its daily quota, holding on '
                      function trim(w-hold-queue)
           else
              add 1 to cnt-quota-rejected
              set msg-bad to true
              set rep-nfound to true
              display pgm-name ' - msgid ' q_msgid ' sender '
                      function trim(w-prop-senderid)
                      ' over its daily quota, rejecting'
           end-if.
      *
       2158-check-sender-quota-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one read-count-rewrite of the sender's usage record.
      *    locked (51) : wait and let the caller try again.  a new
      *    record another instance wrote first (22) : try again at
      *    once, it will now be found.  anything else means the
      *    store has stopped working, and quotas with it -- the run
      *    dies loudly, as it does for CKPTIDX.
      * ---------------------------------------------------------------
       2158-meter-once.
      *
           add 1 to w-qta-tries
           move spaces to w-qta-alert
           move 'N' to w-qta-over-sw
           move w-qta-bizdate to quse-bizdate
           move w-prop-senderid to quse-sender
           read quotause-file key is quse-key
              invalid key
                 continue
           end-read
           evaluate w-quotause-status
              when '00'
              when '02'
                 set qta-usage-found to true
              when '23'
                 move 'N' to w-qta-found-sw
                 move w-qta-bizdate to quse-bizdate
                 move w-prop-senderid to quse-sender
                 move zero to quse-msgs quse-bytes quse-refused
                 set quse-not-alerted to true
              when '51'
                 call 'CBL_OC_NANOSLEEP' using w-qta-sleep-ns
                 go to 2158-meter-once-exit
              when other
                 string 'QUOTAUSE store read failed, status '
                        w-quotause-status
                 delimited by size into err
                 perform 3000-end
           end-evaluate
      *
           compute w-qta-new-msgs = quse-msgs + 1
           compute w-qta-new-bytes = quse-bytes + w-qta-len
           if (qta-max-msgs (w-qta-cur) > 0
               and w-qta-new-msgs > qta-max-msgs (w-qta-cur))
              or (qta-max-bytes (w-qta-cur) > 0
               and w-qta-new-bytes > qta-max-bytes (w-qta-cur))
              set qta-over to true
              add 1 to quse-refused
           else
              move w-qta-new-msgs to quse-msgs
              move w-qta-new-bytes to quse-bytes
           end-if
      *
      *    the warning percentage is judged on whichever dimension
      *    is nearer its limit.
      *
           move zero to w-qta-pct w-qta-pct-bytes
           if qta-max-msgs (w-qta-cur) > 0
              compute w-qta-pct =
                      quse-msgs * 100 / qta-max-msgs (w-qta-cur)
           end-if
           if qta-max-bytes (w-qta-cur) > 0
              compute w-qta-pct-bytes =
                      quse-bytes * 100 / qta-max-bytes (w-qta-cur)
           end-if
           if w-qta-pct-bytes > w-qta-pct
              move w-qta-pct-bytes to w-qta-pct
           end-if
           if qta-over
              if not quse-exceeded
                 set quse-exceeded to true
                 move 'QUOTA-EXCEEDED' to w-qta-alert
              end-if
           else
              if quse-not-alerted
                 and w-qta-pct >= qta-warn-pct (w-qta-cur)
                 set quse-warned to true
                 move 'QUOTA-WARNING' to w-qta-alert
              end-if
           end-if
      *
           move function current-date (1:14) to quse-last-stamp
           move w-instance-id to quse-instance
           if qta-usage-found
              rewrite quse-record
           else
              write quse-record
           end-if
           if w-quotause-status = '22'
              go to 2158-meter-once-exit
           end-if
           if w-quotause-status not = '00'
              and w-quotause-status not = '02'
              string 'QUOTAUSE store update failed, status '
                     w-quotause-status
              delimited by size into err
              perform 3000-end
           end-if
           set qta-metered to true.
      *
       2158-meter-once-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the once-a-day quota alert for this sender.  the alert
      *    send reuses the live message's property count and rc, so
      *    both are put back afterwards : the message in hand still
      *    has its way to make.
      * ---------------------------------------------------------------
       2158-send-quota-alert.
      *
           display pgm-name ' - sender '
                   function trim(w-prop-senderid) ' '
                   function trim(w-qta-alert) ' at '
                   w-qta-pct '% of its daily quota'
           if w-monitor-queue = spaces
              or w-monitor-queue = low-values
              go to 2158-send-quota-alert-exit
           end-if
      *
           move quse-msgs to w-qta-disp-msgs
           move qta-max-msgs (w-qta-cur) to w-qta-disp-max-msgs
           move quse-bytes to w-qta-disp-bytes
           move qta-max-bytes (w-qta-cur) to w-qta-disp-max-bytes
           move w-qta-pct to w-qta-disp-pct
           move spaces to w-alert-buffer
           string '{"alert":"' delimited by size
                  function trim(w-qta-alert) delimited by size
                  '","senderId":"' delimited by size
                  function trim(w-prop-senderid) delimited by size
                  '","businessDate":"' delimited by size
                  w-qta-bizdate delimited by size
                  '","msgs":' delimited by size
                  function trim(w-qta-disp-msgs) delimited by size
                  ',"maxMsgs":' delimited by size
                  function trim(w-qta-disp-max-msgs)
                  delimited by size
                  ',"bytes":' delimited by size
                  function trim(w-qta-disp-bytes) delimited by size
                  ',"maxBytes":' delimited by size
                  function trim(w-qta-disp-max-bytes)
                  delimited by size
                  ',"pct":' delimited by size
                  function trim(w-qta-disp-pct) delimited by size
                  '}' delimited by size
             into w-alert-buffer
           end-string
      *
           move q_num to w-qta-save-num
           move rc to w-qta-save-rc
           perform 9022-send-alert
           move w-qta-save-num to q_num
           move w-qta-save-rc to rc
           add 1 to cnt-quota-alerts.
      *
       2158-send-quota-alert-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    hold a message a screening control refused -- a sender's
      *    daily quota (QHOLD / QUOTAHOLD), a velocity rule (VHOLD
      *    / VELOCHOLD) or the blocklist (SCREN / REVIEW) -- or
      *    whose sender is suspended (SUSPD / SUSPENDED) : the
      *    caller's rejectReason stamped
      *    like a dead letter's, published to w-hold-queue with the
      *    full confirm treatment, then disposed of (w-hold-event
      *    audit event, checkpoint, w-hold-disp disposition).  the
      *    hold queue is where the message waits for a new business
      *    day, a raised quota or a reviewer -- an operator
      *    re-injects it from there with dlqtool's REPLAY, naming
      *    the hold queue (a suspension's is released or purged
      *    with suspdesk).  a hold the broker will not confirm
      *    falls back to the dead-letter path, same as a park : the
      *    message must land somewhere.
      * ---------------------------------------------------------------
       2159-hold-message.
      *
           move 'N' to w-hold-done-sw
           move rc to q_msglen
           perform 2151-stamp-reject-context
      *
           move 'N' to w-confirm-sw
           move 'N' to w-send-fail-sw
           move zero to w-confirm-try
           perform 2159-send-hold-once
              thru 2159-send-hold-once-exit
              until delivery-confirmed
                 or send-call-failed
                 or w-confirm-try > w-confirm-redrives
           if send-call-failed or not delivery-confirmed then
              display pgm-name ' - msgid ' q_msgid
                      ' hold publish failed, dead-lettering instead'
              evaluate w-hold-event
                 when 'QHOLD'
                    add 1 to cnt-quota-rejected
                 when 'SCREN'
                    add 1 to cnt-blk-rejected
                 when 'VHOLD'
                    add 1 to cnt-vel-rejected
                 when 'SUSPD'
                    add 1 to cnt-susp-rejected
              end-evaluate
              move q_msglen to rc
              perform 2150-queue-send-error
              go to 2159-hold-message-exit
           end-if.
      *
           set hold-published to true
           evaluate w-hold-event
              when 'QHOLD'
                 add 1 to cnt-quota-held
              when 'SCREN'
                 add 1 to cnt-blk-held
              when 'SUSPD'
                 add 1 to cnt-susp-held
              when other
                 add 1 to cnt-vel-held
           end-evaluate
           move w-hold-event to w-audit-event
           perform 9010-write-audit-record
           perform 9018-record-latency
              thru 9018-record-latency-exit
           perform 9013-write-checkpoint-record
           move w-hold-disp to w-auditdb-disposition
           move w-hold-queue to w-auditdb-dispqueue
           perform 9027-update-audit-disposition.
      *
       2159-hold-message-exit.
           exit.
      *
       2159-send-hold-once.
      *
           add 1 to w-confirm-try
           call 'amqpSendMessageCC' using
                by reference w-hold-queue,
                by reference q_message,
                by value q_msglen,
                by reference q_mimetype,
                by reference q_properties,
                by reference errstatus,
                by reference q_retrycount
           returning rc
           on exception
              string 'can not find program name :  amqpSendMessageCC'
              into err
              perform 3000-end
           end-call.
           if rc < 0 then
              set send-call-failed to true
              go to 2159-send-hold-once-exit
           end-if.
      *
           perform 2101-confirm-delivery
              thru 2101-confirm-delivery-exit.
      *
       2159-send-hold-once-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    sender authentication : the sender's mode decides whether
      *    a signature is needed ; one that is there is recomputed
      *    under each of the sender's keys valid today (only the
      *    one named, when signatureKeyId is given) until one
      *    matches.  a failure only sets auth-failed and the reason
      *    -- the rejection is 2104-process-message's.
      * ---------------------------------------------------------------
       2183-authenticate-sender.
      *
           move 'N' to w-auth-sw
           move spaces to w-auth-reason
           if w-sky-tab-count = 0 and w-skm-tab-count = 0
              go to 2183-authenticate-sender-exit
           end-if.
      *
      *    the sender's own MODE line, the '*' line failing that,
      *    else OPTIONAL for a sender with keys and OFF for one
      *    without.
      *
           move spaces to w-auth-mode
           if w-prop-senderid not = spaces
              perform varying w-sky-i from 1 by 1
                      until w-sky-i > w-skm-tab-count
                         or w-auth-mode not = spaces
                 if function trim(skm-sender (w-sky-i))
                    = function trim(w-prop-senderid)
                    move skm-mode (w-sky-i) to w-auth-mode
                 end-if
              end-perform
           end-if
           perform varying w-sky-i from 1 by 1
                   until w-sky-i > w-skm-tab-count
                      or w-auth-mode not = spaces
              if skm-sender (w-sky-i) = '*'
                 move skm-mode (w-sky-i) to w-auth-mode
              end-if
           end-perform
           if w-auth-mode = spaces
              move 'OFF' to w-auth-mode
              if w-prop-senderid not = spaces
                 perform varying w-sky-i from 1 by 1
                         until w-sky-i > w-sky-tab-count
                    if function trim(sky-sender (w-sky-i))
                       = function trim(w-prop-senderid)
                       move 'OPTIONAL' to w-auth-mode
                    end-if
                 end-perform
              end-if
           end-if
           if w-auth-mode = 'OFF'
              go to 2183-authenticate-sender-exit
           end-if
      *
           if w-prop-signature = spaces
              if w-auth-mode = 'REQUIRED'
                 move 'NO-SIGNATURE' to w-auth-reason
                 set auth-failed to true
              else
                 add 1 to cnt-auth-unsigned
              end-if
              go to 2183-authenticate-sender-exit
           end-if
      *
      *    a repaired message is vouched for by the repair desk,
      *    not by its sender.
      *
           if w-prop-repairedby not = spaces
              move 'REPDESK' to w-auth-key-sender
           else
              move w-prop-senderid to w-auth-key-sender
           end-if
           move function lower-case(function trim(w-prop-signature))
             to w-auth-given
           move function current-date (1:8) to w-auth-today
           move rc to w-auth-len
           move zero to w-auth-tried
           move 'N' to w-auth-match-sw
           if w-auth-key-sender not = spaces
              perform varying w-sky-i from 1 by 1
                      until w-sky-i > w-sky-tab-count
                         or auth-matched
                 if function trim(sky-sender (w-sky-i))
                    = function trim(w-auth-key-sender)
                    and (w-prop-sigkeyid = spaces
                         or function trim(sky-keyid (w-sky-i))
                            = function trim(w-prop-sigkeyid))
                    and (sky-from (w-sky-i) = spaces
                         or sky-from (w-sky-i) <= w-auth-today)
                    and (sky-to (w-sky-i) = spaces
                         or sky-to (w-sky-i) >= w-auth-today)
                    add 1 to w-auth-tried
                    move spaces to w-auth-sig
                    call 'hmacsig' using q_message
                                         w-auth-len
                                         sky-secret (w-sky-i)
                                         w-auth-sig
                       on exception
                          display pgm-name ' - hmacsig not '
                                  'available, signature not checked'
                    end-call
                    if w-auth-sig not = spaces
                       and w-auth-sig = w-auth-given
                       set auth-matched to true
                    end-if
                 end-if
              end-perform
           end-if
           move spaces to w-auth-sig
      *
           if auth-matched
              add 1 to cnt-auth-ok
              go to 2183-authenticate-sender-exit
           end-if
           set auth-failed to true
           if w-auth-tried = 0
              move 'NO-VALID-KEY' to w-auth-reason
           else
              move 'BAD-SIGNATURE' to w-auth-reason
           end-if.
      *
       2183-authenticate-sender-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    blocklist screening, once business logic has accepted
      *    the message : every SCREENFLD line for its category
      *    checks its field against its list, and the first hit
      *    found holds the message for review -- diverted by
      *    2192-divert-for-review once its destination is chosen.
      *    a reassembled multi-part set is dead-lettered instead,
      *    and a message released on review is not screened again.
      * ---------------------------------------------------------------
       2191-screen-blocklist.
      *
           if w-blk-tab-count = 0 or w-sfd-tab-count = 0 or msg-bad
              or review-released
              go to 2191-screen-blocklist-exit
           end-if
           if w-test-flag = 'T' and w-test-output-queue not = spaces
              go to 2191-screen-blocklist-exit
           end-if.
      *
           add 1 to cnt-blk-screened
           move spaces to w-blk-reason
           perform varying w-sfd-i from 1 by 1
                   until w-sfd-i > w-sfd-tab-count
                      or w-blk-reason not = spaces
              if sfd-category (w-sfd-i) = '*'
                 or function trim(sfd-category (w-sfd-i))
                    = function trim(w-prop-category)
                 perform 2191-screen-one-field
                    thru 2191-screen-one-field-exit
              end-if
           end-perform
           if w-blk-reason = spaces
              go to 2191-screen-blocklist-exit
           end-if
      *
           display pgm-name ' - msgid ' q_msgid ' blocklist hit ('
                   function trim(w-blk-reason) ')'
           if asm-active
              add 1 to cnt-blk-rejected
              move 'BLOCKLIST-HIT' to w-reject-reason
              set msg-bad to true
              set rep-nfound to true
              go to 2191-screen-blocklist-exit
           end-if
           set blk-hold-due to true.
      *
       2191-screen-blocklist-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one SCREENFLD line over the message in hand : every
      *    posting segment of a WW02 record, or one JSON field.  a
      *    message without the field is not screened by it.
      * ---------------------------------------------------------------
       2191-screen-one-field.
      *
           move sfd-type (w-sfd-i) to w-blk-type
           if sfd-field (w-sfd-i) = 'WW02-SEG-ACCOUNT'
              or sfd-field (w-sfd-i) = 'WW02-SEG-NARRATIVE'
              if not ledger-postings-due
                 go to 2191-screen-one-field-exit
              end-if
              perform varying w-blk-seg-i from 1 by 1
                      until w-blk-seg-i > ww02-seg-count
                         or w-blk-reason not = spaces
                 if sfd-field (w-sfd-i) = 'WW02-SEG-ACCOUNT'
                    move ww02-seg-account (w-blk-seg-i)
                      to w-blk-field-value
                 else
                    move ww02-seg-narrative (w-blk-seg-i)
                      to w-blk-field-value
                 end-if
                 perform 2191-match-value
                    thru 2191-match-value-exit
              end-perform
              go to 2191-screen-one-field-exit
           end-if
      *
           if w-mime-norm not = 'application/json'
              go to 2191-screen-one-field-exit
           end-if
           move sfd-field (w-sfd-i) to w-jf-name
           move rc to w-jf-msglen
           perform 2133-extract-json-field
              thru 2133-extract-json-field-exit
           if not jf-found or w-jf-value = spaces
              go to 2191-screen-one-field-exit
           end-if
           move w-jf-value to w-blk-field-value
           perform 2191-match-value
              thru 2191-match-value-exit.
      *
       2191-screen-one-field-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one field value against every entry of its list : EXACT
      *    as written, else NORMAL -- the same value normalized,
      *    the institution of an 8-character BIC, or a NAME found
      *    anywhere inside the field.  the first hit is recorded
      *    in w-blk-reason as type, match and blocked value.
      * ---------------------------------------------------------------
       2191-match-value.
      *
           if w-blk-field-value = spaces
              go to 2191-match-value-exit
           end-if
           move w-blk-field-value to w-blk-norm-in
           perform 2191-normalize
              thru 2191-normalize-exit
           move w-blk-norm-out to w-blk-fv-norm
           move w-blk-norm-len to w-blk-fv-len
      *
           perform varying w-blk-i from 1 by 1
                   until w-blk-i > w-blk-tab-count
                      or w-blk-reason not = spaces
              if blk-type (w-blk-i) = w-blk-type
                 perform 2191-match-one-entry
                    thru 2191-match-one-entry-exit
              end-if
           end-perform.
      *
       2191-match-value-exit.
           exit.
      *
       2191-match-one-entry.
      *
           move spaces to w-blk-match
           if function trim(w-blk-field-value)
              = function trim(blk-value (w-blk-i))
              move 'EXACT' to w-blk-match
           else
              if w-blk-fv-len > 0
                 evaluate w-blk-type
                    when 'NAME'
                       if w-blk-fv-len >= blk-norm-len (w-blk-i)
                          move zero to w-blk-tally
                          inspect w-blk-fv-norm (1:w-blk-fv-len)
                             tallying w-blk-tally for all
                             blk-norm (w-blk-i)
                                (1:blk-norm-len (w-blk-i))
                          if w-blk-tally > 0
                             move 'NORMAL' to w-blk-match
                          end-if
                       end-if
                    when 'BIC'
                       if w-blk-fv-norm = blk-norm (w-blk-i)
                          or (blk-norm-len (w-blk-i) = 8
                              and w-blk-fv-len = 11
                              and w-blk-fv-norm (1:8)
                                  = blk-norm (w-blk-i) (1:8))
                          move 'NORMAL' to w-blk-match
                       end-if
                    when other
                       if w-blk-fv-norm = blk-norm (w-blk-i)
                          move 'NORMAL' to w-blk-match
                       end-if
                 end-evaluate
              end-if
           end-if
           if w-blk-match = spaces
              go to 2191-match-one-entry-exit
           end-if
      *
           move spaces to w-blk-reason
           string function trim(w-blk-type) delimited by size
                  ' ' delimited by size
                  function trim(w-blk-match) delimited by size
                  ' ' delimited by size
                  function trim(blk-value (w-blk-i))
                  delimited by size
             into w-blk-reason
           end-string.
      *
       2191-match-one-entry-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    w-blk-norm-in upper-cased and cut down to its letters and
      *    digits, left in w-blk-norm-out with its length.
      * ---------------------------------------------------------------
       2191-normalize.
      *
           move function upper-case(w-blk-norm-in) to w-blk-norm-in
           move spaces to w-blk-norm-out
           move zero to w-blk-norm-len
           perform varying w-blk-c from 1 by 1 until w-blk-c > 64
              if (w-blk-norm-in (w-blk-c:1) >= 'A'
                  and w-blk-norm-in (w-blk-c:1) <= 'Z')
                 or (w-blk-norm-in (w-blk-c:1) >= '0'
                     and w-blk-norm-in (w-blk-c:1) <= '9')
                 add 1 to w-blk-norm-len
                 move w-blk-norm-in (w-blk-c:1)
                   to w-blk-norm-out (w-blk-norm-len:1)
              end-if
           end-perform.
      *
       2191-normalize-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a blocklist hit held for review, now that its
      *    destination is chosen : the message put back as it
      *    arrived, so a release can take it through the bridge
      *    again (under the sender's own signature), that
      *    destination stamped on it (its first 32 bytes ; the
      *    register keeps the whole name), then the common hold
      *    path to the review queue (SCREN audit event, REVIEW
      *    disposition) and a PENDING line in the REVIEWS register
      *    for revcon.cob.  a hold that fell back to the
      *    dead-letter queue leaves nothing to review.
      * ---------------------------------------------------------------
       2192-divert-for-review.
      *
           move w-blk-orig-message to q_message
           move w-blk-orig-mimetype to q_mimetype
           move w-blk-orig-props to q_properties
           move w-blk-orig-rc to rc
           move rc to q_msglen
           move REVIEWDEST to w-stamp-name
           perform 2151-set-one-property
              thru 2151-set-one-property-exit
           move spaces to q_value (j)
           move w-output-queue (1:32) to q_value (j)
      *
      *    the messageUUID goes with it, so the decided message
      *    comes back under the one the register names.
      *
           if w-prop-messageuuid = spaces
              move MESSAGEUUID to w-stamp-name
              perform 2151-set-one-property
                 thru 2151-set-one-property-exit
              move spaces to q_value (j)
              move q_messageUUID (1:32) to q_value (j)
           end-if
      *
           move 'BLOCKLIST-HIT' to w-reject-reason
           move w-review-queue to w-hold-queue
           move 'SCREN' to w-hold-event
           move 'REVIEW' to w-hold-disp
           perform 2159-hold-message
              thru 2159-hold-message-exit
           if not hold-published
              go to 2192-divert-for-review-exit
           end-if
           display pgm-name ' - msgid ' q_msgid
                   ' held for review on ' function trim(w-review-queue)
      *
           move spaces to ww42-review
           move q_msgid to ww42-msgid
           set ww42-is-pending to true
           move function current-date (1:14) to ww42-stamp
           move q_messageUUID to ww42-uuid
           move w-prop-senderid to ww42-sender
           move w-prop-category to ww42-category
           move w-blk-reason to ww42-reason
           move w-output-queue to ww42-dest
           move w-instance-id to ww42-instance
      *
           open extend review-file
           if w-review-status = '35' then
              open output review-file
           end-if
           if w-review-status not = '00' then
              display pgm-name ' - msgid ' q_msgid
                      ' can not be registered for review ('
                      function trim(ws-review-file)
                      '), status ' w-review-status
              go to 2192-divert-for-review-exit
           end-if
           move ww42-review to review-line
           write review-line
           close review-file.
      *
       2192-divert-for-review-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    a message revcon.cob sent back with a review decision :
      *    reviewReleased or reviewRejected carries the stamp of
      *    the proposal confirmed.  it counts only when the REVIEWS
      *    register holds that proposal, for that decision, under
      *    the message's own messageUUID ; anything else is screened
      *    like any other message.
      * ---------------------------------------------------------------
       2192-check-review-return.
      *
           move 'N' to w-rvw-return-sw
           evaluate true
              when w-prop-revreleased not = spaces
                 move w-prop-revreleased (1:14) to w-rvw-stamp
                 move 'RELEASE' to w-rvw-want
              when w-prop-revrejected not = spaces
                 move w-prop-revrejected (1:14) to w-rvw-stamp
                 move 'REJECT' to w-rvw-want
              when other
                 go to 2192-check-review-return-exit
           end-evaluate
      *
           open input review-file
           if w-review-status not = '00'
              display pgm-name ' - msgid ' q_msgid
                      ' review decision can not be checked ('
                      function trim(ws-review-file)
                      '), status ' w-review-status
              move '00' to w-review-status
              go to 2192-check-review-return-exit
           end-if
           perform until w-review-status not = '00'
                      or not review-not-returned
              read review-file
                 at end
                    move '10' to w-review-status
                 not at end
                    move review-line to ww42-review
                    if ww42-is-proposed
                       and ww42-stamp = w-rvw-stamp
                       and ww42-proposal = w-rvw-want
                       and ww42-uuid (1:32) = w-prop-messageuuid
                       if w-rvw-want = 'RELEASE'
                          set review-released to true
                       else
                          set review-rejected to true
                       end-if
                    end-if
              end-read
           end-perform
           close review-file
           move '00' to w-review-status
      *
           if review-released
              add 1 to cnt-rvw-released
              display pgm-name ' - msgid ' q_msgid
                      ' released on blocklist review'
           end-if
           if review-not-returned
              display pgm-name ' - msgid ' q_msgid ' review '
                      function trim(w-rvw-want)
                      ' not on the register, screening as usual'
           end-if.
      *
       2192-check-review-return-exit.
           exit.
      *
      * ---------------------------------------------------------------
           move 'FORWARDED' to w-auditdb-disposition
           move w-output-queue to w-auditdb-dispqueue
           perform 9027-update-audit-disposition.
      *
           if ledger-postings-due
              perform 9030-write-ledger-postings
                 thru 9030-write-ledger-postings-exit
           end-if.
      *
      *    perform 9003-show-msg.
      *
           close archive-file
           close checkpoint-file
           close ckptidx-file
           if quotause-is-open
              close quotause-file
           end-if
           if velact-is-open
              close velact-file
           end-if
           close tranlog-file
           close ledger-file
           if spool-is-open
              close spool-file
           end-if
           if warehouse-is-open
              close warehouse-file
           end-if
           if auditpend-is-open
              close auditpend-file
           end-if
           if refdata-is-open
              close refdata-file
           end-if
           if lineage-available
              move 'CLOSE' to WW51-FUNCTION
              call 'linwrite' using WW51-LINEAGE
                 on exception
                    continue
              end-call
           end-if
           perform 2000-msg
           move function current-date to full-current-date
           goback.
           move q_input (1:20)   to w-audit-queue
           move w-instance-id    to w-audit-instance
           move w-test-flag      to w-audit-testrun
           evaluate w-audit-event
              when 'ERROR'
                 move w-reject-reason to w-audit-reason
              when 'DEBAT'
                 move spaces      to w-audit-reason
                 move w-dbt-count to w-audit-reason (1:5)
      *
      *       a delivery names the queue it went to, so a receipt
      *       matcher can judge each destination on its own.
      *
              when 'WRITE'
                 move w-output-queue (1:32) to w-audit-reason
              when 'UNPRK'
                 move w-prk-dest (1:32)     to w-audit-reason
              when 'UNSPL'
                 move w-unspool-dest (1:32) to w-audit-reason
              when 'WRELS'
                 move w-whs-dest (1:32)     to w-audit-reason
      *
      *       a rejection notice names the queue the sender was
      *       told on.
      *
              when 'NOTIF'
                 move w-ntf-queue (1:32)    to w-audit-reason
      *
      *       a quota or velocity hold names the hold queue it went
      *       to ; a velocity hit names the measure that tripped and
      *       the key it tripped on ; a blocklist hold names the
      *       hit, so msgtrace shows why the message waits.
      *
              when 'QHOLD'
              when 'VHOLD'
              when 'SUSPD'
                 move w-hold-queue (1:32) to w-audit-reason
              when 'VELOC'
                 move w-vel-reason to w-audit-reason
              when 'SCREN'
                 move w-blk-reason to w-audit-reason
      *
      *       an authentication failure names why it failed.
      *
              when 'UNAUT'
                 move w-auth-reason to w-audit-reason
              when other
                 move spaces      to w-audit-reason
           end-evaluate
           move w-audit-line     to audit-record
           write audit-record.
      *
       9011-write-archive-record.
      *
           move full-datetime    to ww10-date
           move w-business-date   to ww10-date (18:8)
           move q_msgid           to ww10-msgid
           move q_messageUUID     to ww10-uuid
           move q_input (1:20)    to ww10-queue
           move spaces to w-tranlog-line
           move rc           to w-tranlog-rc
           move w-retry-num  to w-retry-num-disp
      *
      *    the payloadDigest rolling hash of the bytes as received,
      *    the figure a sender's hash total is the sum of.
      *
           move zero to w-hash
           perform varying w-hash-i from 1 by 1
                   until w-hash-i > rc
              compute w-hash = function mod
                      (w-hash * 31
                       + function ord(q_message (w-hash-i:1)),
                       1000000007)
           end-perform
           move w-hash to w-read-digest
           string full-datetime          delimited by size
                  ','                    delimited by size
                  function trim(q_msgid) delimited by size
                  function trim(w-prop-category) delimited by size
                  ','                    delimited by size
                  w-test-flag            delimited by size
                  ','                    delimited by size
                  w-business-date        delimited by size
                  ','                    delimited by size
                  function trim(w-prop-seqno) delimited by size
                  ','                    delimited by size
                  w-read-digest          delimited by size
             into w-tranlog-line
           end-string
           write w-tranlog-line.
           move spaces to w-auditdb-dispqueue
           move zero to w-auditdb-retry
           perform 9028-call-auditdb
              thru 9028-call-auditdb-exit
           if w-auditdb-failed = 1 then
              display pgm-name ' - AUDITDB insert failed for msgid : '
                      q_msgid
           move 'UPDATE' to w-auditdb-action
           move w-retry-num to w-auditdb-retry
           perform 9028-call-auditdb
              thru 9028-call-auditdb-exit
           if w-auditdb-failed = 1 then
              display pgm-name ' - AUDITDB disposition update '
                      'failed for msgid : ' q_msgid
           exit.
      *
       9028-call-auditdb.
      *
      *    an UPDATE for a row whose INSERT is itself still pending
      *    has nothing to update yet : it follows its INSERT into
      *    the pending file, in order.
      *
           if w-auditdb-action = 'UPDATE'
              move 'N' to w-auditpend-pended-sw
              if auditpend-all-updates
                 set auditpend-insert-pended to true
              end-if
              perform varying w-apu-i from 1 by 1
                      until w-apu-i > w-apu-count
                         or auditpend-insert-pended
                 if apu-uuid (w-apu-i) = q_messageUUID
                    set auditpend-insert-pended to true
                 end-if
              end-perform
              if auditpend-insert-pended
                 move 0 to w-auditdb-failed
                 perform 9029-pend-audit-row
                    thru 9029-pend-audit-row-exit
                 go to 9028-call-auditdb-exit
              end-if
           end-if
      *
           call 'AUDITDB' using
                by reference q_msgid,
                by reference w-test-flag
           on exception
              display pgm-name ' - AUDITDB not available, skipping'
           end-call
           if w-auditdb-failed = 1
              perform 9029-pend-audit-row
                 thru 9029-pend-audit-row-exit
           end-if.
      *
       9028-call-auditdb-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    keeps the row AUDITDB could not persist in the AUDITPEND
      *    file, in AUDITDB's own field order, for AUDITLOAD.  the
      *    file is opened on first use and extended across runs
      *    until AUDITLOAD has loaded it.  a pending file that
      *    cannot be written leaves only the log line, as before.
      * ---------------------------------------------------------------
       9029-pend-audit-row.
      *
           if not auditpend-is-open
              open extend auditpend-file
              if w-auditpend-status = '35'
                 open output auditpend-file
              end-if
              if w-auditpend-status not = '00'
                 display pgm-name ' - can not open pending audit '
                         'file (' function trim(ws-auditpend-file)
                         '), status ' w-auditpend-status
                 go to 9029-pend-audit-row-exit
              end-if
              set auditpend-is-open to true
           end-if
      *
           move q_msgid               to ap-msgid
           move q_mimetype            to ap-mimetype
           move w-masked-message      to ap-message
           move w-auditdb-timestamp   to ap-timestamp
           move q_messageUUID         to ap-messageuuid
           move w-auditdb-action      to ap-action
           move w-auditdb-disposition to ap-disposition
           move w-auditdb-dispqueue   to ap-dispqueue
           move w-auditdb-retry       to ap-retrycount
           move w-auditdb-runid       to ap-runid
           move w-test-flag           to ap-testrun
           write auditpend-record
           if w-auditpend-status not = '00'
              display pgm-name ' - pending audit write failed, '
                      'status ' w-auditpend-status ' for msgid : '
                      q_msgid
              go to 9029-pend-audit-row-exit
           end-if
           add 1 to cnt-auditpend
      *
           if w-auditdb-action not = 'UPDATE'
              if w-apu-count < 200
                 add 1 to w-apu-count
                 move q_messageUUID to apu-uuid (w-apu-count)
              else
                 set auditpend-all-updates to true
              end-if
           end-if.
      *
       9029-pend-audit-row-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    one ledger line per posting segment of the WW02 record
      *    2121 kept, stamped with the message's identity and the
      *    forwarding time.  the switch is dropped once written, so
      *    a message can never be posted twice.
      * ---------------------------------------------------------------
       9030-write-ledger-postings.
      *
           move 'N' to w-ledger-due-sw
           move function current-date to full-current-date
           perform varying w-ledger-i from 1 by 1
                   until w-ledger-i > ww02-seg-count
              move spaces to ledger-record
              move full-datetime   to ldg-posted-at
              move q_msgid         to ldg-msgid
              move q_messageUUID   to ldg-uuid
              move w-prop-senderid to ldg-senderid
              move w-ledger-i      to ldg-seg-no
              move ww02-seg-account (w-ledger-i)   to ldg-account
              move ww02-seg-amount (w-ledger-i)    to ldg-amount
              move ww02-seg-currency (w-ledger-i)  to ldg-currency
              move ww02-seg-narrative (w-ledger-i) to ldg-narrative
              move w-test-flag     to ldg-testrun
              write ledger-record
              if w-ledger-status = '00'
                 add 1 to cnt-ledger
              else
                 display pgm-name ' - ledger write failed, status '
                         w-ledger-status ' for msgid : ' q_msgid
              end-if
           end-perform.
      *
       9030-write-ledger-postings-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    hands the link the caller built in WW51-LINEAGE (relation,
      *    parent, child) to linwrite.cob, stamped with this
      *    instance.  a link that can not be recorded is reported
      *    there and the message flows on regardless -- lineage is
      *    history, never a reason to hold a message up.
      * ---------------------------------------------------------------
       9031-write-lineage.
      *
           if not lineage-available
              go to 9031-write-lineage-exit
           end-if
           move 'LINK' to WW51-FUNCTION
           move w-instance-id to WW51-INSTANCE
           move 'cobclient' to WW51-PROGRAM
           call 'linwrite' using WW51-LINEAGE
              on exception
                 display pgm-name ' - linwrite not available, '
                         'lineage not recorded'
                 move 'N' to w-lin-sw
           end-call.
      *
       9031-write-lineage-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    marks this msgid as fully disposed of (forwarded to output
      *    or dead-lettered to q_error) by appending it to the
      *    checkpoint file, so a restart after an abend can tell this
           if cnt-reply > 0
              display pgm-name ' - replies published : ' cnt-reply
           end-if
      *
           if cnt-debat > 0
              display pgm-name ' - debatching : ' cnt-debat
                      ' message(s) split into ' cnt-debat-child
                      ' child message(s)'
           end-if
      *
           if cnt-expired > 0
              display pgm-name ' - expiry : ' cnt-expired
                      cnt-gap-dlq ' gap timeout(s), '
                      w-rsq-count ' still held'
           end-if
      *
           if cnt-ctl > 0
              display pgm-name ' - sender control messages : '
                      cnt-ctl ' recorded in '
                      function trim(ws-senderctl-file)
           end-if
      *
           if cnt-test > 0
              display pgm-name ' - test traffic : ' cnt-test
                         'next run resumes it'
              end-if
           end-if
      *
           if cnt-whold > 0 or cnt-wrelease > 0
              display pgm-name ' - warehouse : ' cnt-whold
                      ' future-dated message(s) held, '
                      cnt-wrelease ' released when due'
           end-if
      *
           if cnt-bd-rolled > 0
              display pgm-name ' - business date : ' cnt-bd-rolled
                      ' message(s) belong to a later business day '
                      '(cutoff, weekend or holiday)'
           end-if
      *
           if cnt-ntf-sent > 0 or cnt-ntf-failed > 0
              display pgm-name ' - rejection notices : '
                      cnt-ntf-sent ' sent, ' cnt-ntf-failed
                      ' not confirmed'
           end-if
      *
           if cnt-parked > 0 or cnt-redriven > 0
              display pgm-name ' - circuit breaker : ' cnt-parked
                         ' : ' viol-count (i)
              end-perform
           end-if
      *
           if cnt-quota-rejected > 0 or cnt-quota-held > 0
              or cnt-quota-alerts > 0
              display pgm-name ' - daily quotas : '
                      cnt-quota-rejected ' rejected, '
                      cnt-quota-held ' held, '
                      cnt-quota-alerts ' alert(s) raised'
           end-if
      *
           if cnt-vel-screened > 0
              display pgm-name ' - velocity screening : '
                      cnt-vel-screened ' posting(s) screened, '
                      cnt-vel-hits ' hit(s), '
                      cnt-vel-held ' message(s) held for review, '
                      cnt-vel-rejected ' rejected'
           end-if
      *
           if cnt-auth-ok > 0 or cnt-auth-unsigned > 0
              or cnt-auth-rejected > 0
              display pgm-name ' - sender authentication : '
                      cnt-auth-ok ' authenticated, '
                      cnt-auth-unsigned ' unsigned, '
                      cnt-auth-rejected ' rejected'
           end-if
      *
           if cnt-susp-held > 0 or cnt-susp-released > 0
              or cnt-susp-rejected > 0
              display pgm-name ' - sender suspension : '
                      cnt-susp-held ' message(s) held, '
                      cnt-susp-rejected ' rejected, '
                      cnt-susp-released ' released message(s) let '
                      'through'
           end-if
      *
           if cnt-blk-screened > 0
              display pgm-name ' - blocklist screening : '
                      cnt-blk-screened ' message(s) screened, '
                      cnt-blk-held ' held for review, '
                      cnt-blk-rejected ' rejected'
           end-if
           if cnt-rvw-released > 0 or cnt-rvw-rejected > 0
              display pgm-name ' - blocklist review : '
                      cnt-rvw-released ' released message(s) let '
                      'through, '
                      cnt-rvw-rejected ' rejected'
           end-if
      *
           if cnt-conv > 0
              display pgm-name ' - schema conversions : ' cnt-conv
                      ' message(s) up-converted to version '
                      function trim(w-schema-current)
           end-if
      *
           if cnt-ledger > 0
              display pgm-name ' - posting ledger : ' cnt-ledger
                      ' WW02 segment(s) written to '
                      function trim(ws-ledger-file)
           end-if
      *
           if cnt-auditpend > 0
              display pgm-name ' - pending audit rows : '
                      cnt-auditpend ' kept in '
                      function trim(ws-auditpend-file)
                      ' for AUDITLOAD'
           end-if
      *
           if cnt-batched > 0
              display pgm-name ' - micro-batching : ' cnt-batched
