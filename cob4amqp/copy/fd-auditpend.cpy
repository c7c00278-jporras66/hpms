      *
      * pending MESSAGE_AUDIT rows : one record per INSERT or UPDATE
      * AUDITDB could not persist (no connection, or the statement
      * failed), written by the bridge so it can keep bridging
      * through a database outage, and loaded into the table later
      * by AUDITLOAD.cbl.  the fields are AUDITDB's linkage, in the
      * order AUDITDB receives them (its LNK-FAILED output flag
      * aside) ; the payload is the masked copy the row would have
      * carried.
      *
      * fixed-length record sequential, not line sequential : the
      * payload may carry any byte, newlines included.
      *
       FD AUDITPEND-FILE
            RECORD CONTAINS 4427 CHARACTERS.
       01 AUDITPEND-RECORD.
          05 AP-MSGID          PIC X(61).
          05 AP-MIMETYPE       PIC X(51).
          05 AP-MESSAGE        PIC X(4096).
          05 AP-TIMESTAMP      PIC X(16).
          05 AP-MESSAGEUUID    PIC X(61).
          05 AP-ACTION         PIC X(06).
          05 AP-DISPOSITION    PIC X(10).
          05 AP-DISPQUEUE      PIC X(101).
          05 AP-RETRYCOUNT     PIC 9(04).
          05 AP-RUNID          PIC X(20).
          05 AP-TESTRUN        PIC X(01).
