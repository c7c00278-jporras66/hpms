      * deferred retry gets the same check when it comes back due.
      *
       01 EXPIRESAT   pic x(09) value "expiresAt".
      *
      * parent-msgid property name : stamped on each child message
      * the bridge cuts out of a multi-record message (see
      * cobclient's 2172-debatch-message), naming the msgid of the
      * message it arrived in, so a consumer can tie the records
      * of one sender batch back together.
      *
       01 PARENTMSGID pic x(11) value "parentMsgId".
      *
      * deliver-after property name : the GMT yyyymmddhhmmss before
      * which this message must not reach its consumer -- a payment
      * instruction submitted today for release at 07:00 on value
      * date.  the message is processed on arrival and held in the
      * WAREHOUSE file until due, then released by the heartbeat
      * (see cobclient's 2176-warehouse-message and
      * 2177-release-warehouse).
      *
       01 DELIVERAFTER pic x(12) value "deliverAfter".
      *
      * business-date property name : the yyyymmdd business day the
      * bridge assigned this message on arrival, from its
      * msgCategory's cutoff time and the shop calendar -- a payment
      * arriving after the 17:30 cutoff on a Friday belongs to
      * Monday (see cobclient's 2110-assign-business-date).  a
      * message arriving with one already stamped keeps it.
      *
       01 BUSINESSDATE pic x(12) value "businessDate".
      *
      * review property names : a message blocklist screening
      * diverted to the review queue carries the destination it was
      * bound for (see cobclient's 2192-divert-for-review) ; the
      * four-eyes decision revcon.cob takes on it is stamped on the
      * message as it leaves the review queue -- RELEASE or REJECT,
      * proposer/confirmer, and when -- so the consumer (or the
      * dead-letter queue) sees who let it through.
      *
       01 REVIEWDEST     pic x(17) value "reviewDestination".
       01 REVIEWDECISION pic x(14) value "reviewDecision".
       01 REVIEWEDBY     pic x(10) value "reviewedBy".
       01 REVIEWTS       pic x(15) value "reviewTimestamp".
      *
      * repair property names : a dead-lettered message corrected on
      * repdesk.cob's repair desk goes back to the input queue under
      * a new messageUUID, carrying the msgid it was dead-lettered
      * under and who repaired it (repairer/countersigner), so the
      * consumer -- and the REPAIRS journal -- can tie the two
      * together.
      *
       01 REPAIREDFROM   pic x(12) value "repairedFrom".
       01 REPAIREDBY     pic x(10) value "repairedBy".
      *
      * sender control property names : a sender's end-of-day
      * control message carries controlType EOD, its senderId, the
      * businessDate it closes (or gets the one the bridge assigns)
      * and what it says it sent that day -- the message count, the
      * last sequenceNo, and a hash total : the plain sum, over
      * every payload, of the payloadDigest rolling hash of its
      * bytes as sent.  the bridge records it in SENDERCTL and
      * never forwards it (see cobclient's 2199-record-sender-
      * control) ; sendrec.cob holds it against the day's traffic.
      *
       01 CTLTYPE        pic x(11) value "controlType".
       01 CTLCOUNT       pic x(12) value "controlCount".
       01 CTLLASTSEQ     pic x(14) value "controlLastSeq".
       01 CTLHASH        pic x(16) value "controlHashTotal".
      *
      * sender authentication property names : the HMAC-SHA-256 of
      * the payload bytes as sent under the sender's shared secret,
      * first 128 bits as 32 lower-case hex digits (hmacsig.cob),
      * and optionally the id of the key it was made with ; checked
      * against SENDERKEYS (see cobclient's 2183-authenticate-
      * sender).
      *
       01 SIGNATURE      pic x(09) value "signature".
       01 SIGKEYID       pic x(14) value "signatureKeyId".
      *
      * a message held while its sender was suspended goes back on
      * the input queue with suspendReleased set to the stamp the
      * suspension began at (the SUSPENDS register's WW48-SINCE), so
      * cobclient lets it through while that suspension is still
      * being released (see suspdesk.cob).
      *
       01 SUSPRELEASED   pic x(15) value "suspendReleased".
      *
      * a message held on blocklist review goes back on the input
      * queue once a second operator confirms the decision on it,
      * carrying the stamp of the proposal confirmed (the REVIEWS
      * register's WW42-STAMP) in reviewReleased or reviewRejected,
      * so cobclient delivers or dead-letters it without screening
      * it again (see revcon.cob).
      *
       01 REVIEWRELEASED pic x(14) value "reviewReleased".
       01 REVIEWREJECTED pic x(14) value "reviewRejected".
       01 prefix-retrycount pic x(04) value zeros.
       01 prefix-dummy       pic x(12) value low-values.
      *
