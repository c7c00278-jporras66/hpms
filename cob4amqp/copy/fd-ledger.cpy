      *
      * fd-ledger.cpy : the posting ledger.  cobclient writes one
      * record per WW02-SEG-ENTRY of every WW02 message it forwards
      * (see ww02-segment.cpy), into the date-stamped generation
      * LEDGER.yyyymmdd alongside the audit, archive and tranlog
      * generations ; acctstmt.cob reads the generations back for
      * the per-account statement.
      *
      * the segment fields are carried exactly as the partner sent
      * them ; LDG-POSTED-AT is the forwarding time (full-datetime,
      * yyyymmddhhmmsshh), LDG-TESTRUN is 'T' for testRun-stamped
      * traffic, space otherwise.
      *
       FD LEDGER-FILE
            RECORD CONTAINS 228 CHARACTERS.
       01 LEDGER-RECORD.
          05 LDG-POSTED-AT     PIC X(16).
          05 LDG-MSGID         PIC X(61).
          05 LDG-UUID          PIC X(61).
          05 LDG-SENDERID      PIC X(32).
          05 LDG-SEG-NO        PIC 9(03).
          05 LDG-ACCOUNT       PIC X(10).
          05 LDG-AMOUNT        PIC 9(09)V99.
          05 LDG-CURRENCY      PIC X(03).
          05 LDG-NARRATIVE     PIC X(30).
          05 LDG-TESTRUN       PIC X(01).
