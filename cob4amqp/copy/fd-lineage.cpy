      *
      * fd-lineage.cpy : the indexed lineage store, one record per
      * parent-to-child link, written (through linwrite.cob) at the
      * moment a derived message is made from an original : a part
      * forwarded as a member of its set, a posting absorbed into a
      * micro-batch, a reply, a resequence release, a park re-drive,
      * a spool drain, a dead-letter replay, a desk repair.  one
      * store across dates and shared (un-suffixed) by every
      * parallel instance, same as QUOTAUSE ; lineinq.cob walks it,
      * recdetail.cob explains what it otherwise could not match.
      * the RECORD KEY clause lives in each program's SELECT, the
      * key field lives here.
      *
      *    LIN-KEY           - child msgid then parent msgid : a
      *                        START on the child alone finds its
      *                        parents (a batch or a set has many),
      *                        the alternate key on LIN-PARENT-MSGID
      *                        (with duplicates) finds its children
      *    LIN-CHILD-UUID    - the messageUUID the child went out
      *                        with ; for a SET, which has none of
      *                        its own, the setId its parts carry.
      *                        an alternate key (with duplicates) :
      *                        the broker gives a derived message
      *                        its own msgid, which is the one the
      *                        AUDITLOG, ARCHIVE and TRANLOG carry
      *                        when the bridge reads it again, and
      *                        only the messageUUID leads from that
      *                        msgid back to the link
      *    LIN-RELATION      - SET, BATCH, REPLY, RESEQ, UNPARK,
      *                        UNSPOOL, REPLAY or REPAIR
      *    LIN-PARENT-UUID   - the parent's messageUUID
      *    LIN-STAMP         - yyyymmddhhmmsscc the link was made
      *    LIN-INSTANCE      - the bridge instance, or the tool
      *    LIN-PROGRAM         (POLI, REPR) and program, that made it
      *
      * the broker names a message only when it takes it, and never
      * tells the sender, so a child the bridge sends is recorded
      * under an id the bridge gives it, the debatch children's way
      * (the broker's own msgid is reached through LIN-CHILD-UUID) :
      * the parent's msgid (cut to 52) plus '-' and the relation --
      * a reply to ID:x is ID:x-REPLY.  a batch is named by its first
      * posting's messageUUID, the id the offline spool already
      * keeps a batch under, a set by its first part's msgid plus
      * '-SET', and a desk repair by the RPR- id the desk gives it.
      *
       FD LINEAGE-FILE
            VALUE OF FILE-ID IS WS-LINEAGE-FILE
            LABEL RECORD STANDARD
            BLOCK 0.
      *
       01 LIN-RECORD.
          05 LIN-KEY.
             10 LIN-CHILD-MSGID  PIC X(61).
             10 LIN-PARENT-MSGID PIC X(61).
          05 LIN-RELATION        PIC X(08).
             88 LIN-IS-SET              VALUE 'SET'.
             88 LIN-IS-BATCH            VALUE 'BATCH'.
             88 LIN-IS-REPLY            VALUE 'REPLY'.
             88 LIN-IS-RESEQ            VALUE 'RESEQ'.
             88 LIN-IS-UNPARK           VALUE 'UNPARK'.
             88 LIN-IS-UNSPOOL          VALUE 'UNSPOOL'.
             88 LIN-IS-REPLAY           VALUE 'REPLAY'.
             88 LIN-IS-REPAIR           VALUE 'REPAIR'.
          05 LIN-CHILD-UUID      PIC X(61).
          05 LIN-PARENT-UUID     PIC X(61).
          05 LIN-STAMP           PIC X(16).
          05 LIN-INSTANCE        PIC X(04).
          05 LIN-PROGRAM         PIC X(10).
