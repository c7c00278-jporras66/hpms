      *
      * fd-partner.cpy : the indexed partner master, one record per
      * senderId -- who the partner is, who owns the relationship,
      * whom to call and when, what it is expected to send, and
      * where it stands.  partmaint.cob maintains it, partinq.cob
      * shows it beside the partner's entitlements, tariff and
      * today's traffic, partname.cob gives the reports the name to
      * print next to the senderId, partcert.cob records the
      * partner's certification run on it, and cobclient treats
      * traffic from a RETIRED partner as an entitlement violation.
      * the RECORD KEY clause lives in each program's SELECT, the
      * key field lives here.
      *
      *    PTNR-SHORT-NAME     - what the reports print ; the legal
      *                          name when left blank
      *    PTNR-HOURS-DAYS     - Monday to Sunday, Y the partner
      *                          sends (and answers) that day, N not
      *    PTNR-HOURS-FROM/TO  - hhmm, the partner's business hours
      *    PTNR-MIMETYPES      - the mimetypes it is expected to
      *    PTNR-CATEGORIES       send and the msgCategories, each a
      *                          comma-separated list
      *    PTNR-STATUS         - ONBOARDING until it goes live,
      *                          ACTIVE, RETIRED once it must no
      *                          longer send
      *    PTNR-GO-LIVE        - yyyymmdd it went (or goes) live
      *    PTNR-CHANGED        - yyyymmddhhmmss of the last change,
      *    PTNR-CHANGED-BY       and the operator who made it
      *    PTNR-CERT-...       - the last certification run
      *                          (partcert.cob) : PASS or FAIL, when,
      *                          the certificate file and its keyed
      *                          digest under the seal key ring's
      *                          PTNR-CERT-KEYID.  a PASS on record is
      *                          what partmaint.cob asks for before an
      *                          ONBOARDING partner may go ACTIVE
      *
       FD PARTNER-FILE
            VALUE OF FILE-ID IS WS-PARTNER-FILE
            LABEL RECORD STANDARD
            BLOCK 0.
      *
       01 PTNR-RECORD.
          05 PTNR-SENDER         PIC X(32).
          05 PTNR-LEGAL-NAME     PIC X(60).
          05 PTNR-SHORT-NAME     PIC X(24).
          05 PTNR-DEPARTMENT     PIC X(30).
          05 PTNR-CONTACT-NAME   PIC X(40).
          05 PTNR-CONTACT-PHONE  PIC X(20).
          05 PTNR-CONTACT-EMAIL  PIC X(60).
          05 PTNR-ESC-NAME       PIC X(40).
          05 PTNR-ESC-PHONE      PIC X(20).
          05 PTNR-HOURS-DAYS     PIC X(07).
          05 PTNR-HOURS-FROM     PIC X(04).
          05 PTNR-HOURS-TO       PIC X(04).
          05 PTNR-MIMETYPES      PIC X(100).
          05 PTNR-CATEGORIES     PIC X(100).
          05 PTNR-STATUS         PIC X(10).
             88 PTNR-IS-ONBOARDING      VALUE 'ONBOARDING'.
             88 PTNR-IS-ACTIVE          VALUE 'ACTIVE'.
             88 PTNR-IS-RETIRED         VALUE 'RETIRED'.
          05 PTNR-GO-LIVE        PIC X(08).
          05 PTNR-CHANGED        PIC X(14).
          05 PTNR-CHANGED-BY     PIC X(08).
          05 PTNR-CERT-RESULT    PIC X(04).
             88 PTNR-CERT-PASSED        VALUE 'PASS'.
          05 PTNR-CERT-STAMP     PIC X(14).
          05 PTNR-CERT-KEYID     PIC X(08).
          05 PTNR-CERT-DIGEST    PIC X(32).
          05 PTNR-CERT-FILE      PIC X(100).
