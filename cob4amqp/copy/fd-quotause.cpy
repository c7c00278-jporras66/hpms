      *
      * fd-quotause.cpy : the indexed per-sender quota usage store
      * behind cobclient's 2158-check-sender-quota.  one record per
      * senderId per business day, keyed on business date then
      * senderId, so a sequential read lists a day's senders
      * together and the newest day last -- which is how
      * bridgecon.cob's quota usage listing finds "today".
      * shared (un-suffixed) by every parallel instance, same as
      * CKPTIDX : each message's read-add-rewrite happens under the
      * record lock, so two instances can not both spend the last
      * message of a quota.  the RECORD KEY clause lives in each
      * program's SELECT, the key field lives here.
      *
      *    QUSE-MSGS / QUSE-BYTES - admitted so far this business day
      *    QUSE-REFUSED           - messages the quota turned away
      *                             (rejected or held)
      *    QUSE-ALERT-STATE       - N none sent yet, W threshold
      *                             warning sent, X over-quota alert
      *                             sent : one of each per sender per
      *                             day, whichever instance sends it
      *    QUSE-LAST-STAMP        - yyyymmddhhmmss of the last change
      *    QUSE-INSTANCE          - the instance that made it
      *
      * a new business day starts new records ; old days are never
      * read again by the bridge and may be pruned at leisure.
      *
       FD QUOTAUSE-FILE
            VALUE OF FILE-ID IS WS-QUOTAUSE-FILE
            LABEL RECORD STANDARD
            BLOCK 0.
      *
       01 QUSE-RECORD.
          05 QUSE-KEY.
             10 QUSE-BIZDATE     PIC X(08).
             10 QUSE-SENDER      PIC X(32).
          05 QUSE-MSGS           PIC 9(09).
          05 QUSE-BYTES          PIC 9(15).
          05 QUSE-REFUSED        PIC 9(09).
          05 QUSE-ALERT-STATE    PIC X(01).
             88 QUSE-NOT-ALERTED        VALUE 'N'.
             88 QUSE-WARNED             VALUE 'W'.
             88 QUSE-EXCEEDED           VALUE 'X'.
          05 QUSE-LAST-STAMP     PIC X(14).
          05 QUSE-INSTANCE       PIC X(04).
      *
