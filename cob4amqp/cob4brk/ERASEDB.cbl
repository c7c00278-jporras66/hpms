      ******************************************************************
      *  ERASEDB -- MESSAGE_AUDIT side of erasure.cob
      *
      *  Callable, one row at a time, so the erasure program applies
      *  the same legal-hold check and the same redaction to a table
      *  row as to an archive record.  Selected by LNK-ACTION :
      *    FIND  - open a cursor over the rows whose PAYLOAD carries
      *            the identifier passed in LNK-MESSAGE ;
      *    NEXT  - hand back the next row's MSGID, MESSAGEUUID,
      *            PROCESSED_AT and PAYLOAD (LNK-FAILED 2 at the end
      *            of the rows) ;
      *    ERASE - replace that row's PAYLOAD with the redacted copy
      *            in LNK-MESSAGE, keyed on all three ;
      *    CLOSE - close the cursor and commit.  The redactions are
      *            one unit of work : a run that fails part way
      *            leaves the table as it found it.
      *
      *  Built in the AUDITDB.cbl mold : same CONNECT pattern, same
      *  overridable credentials, same sql-error-rtn.cpy handling.
      *  LNK-FAILED is 1 whenever the database could not do what was
      *  asked.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 ERASEDB.
       AUTHOR.                     fjavier.porras@gmail.com.
       DATE-WRITTEN.               15-10-2026.

      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       WORKING-STORAGE             SECTION.
       01  CONNECTED-SW            PIC X VALUE 'N'.
           88 DB-IS-CONNECTED            VALUE 'Y'.

       01  DBNAME-ENV               PIC X(30).
       01  USERNAME-ENV              PIC X(30).
       01  PASSWD-ENV                PIC X(10).

       01  SQL-DONE-SW              PIC X VALUE 'N'.
           88 SQL-IS-DONE                 VALUE 'Y'.
       01  SQL-RETRY-COUNT          PIC 9 VALUE ZERO.

           COPY "sql-error-ws.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE
                                        "HPS-CP@127.0.0.1:6432".
       01  USERNAME                PIC  X(30) VALUE "hps".
       01  PASSWD                  PIC  X(10) VALUE "password".
       01  ERASE-VALUE             PIC  X(64).
       01  ERASE-MSGID             PIC  X(61).
       01  ERASE-MESSAGEUUID       PIC  X(61).
       01  ERASE-TIMESTAMP         PIC  X(16).
       01  ERASE-MESSAGE           PIC  X(4096).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL DECLARE ERASECUR CURSOR FOR
           SELECT MSGID, MESSAGEUUID, PROCESSED_AT, PAYLOAD
             FROM MESSAGE_AUDIT
            WHERE POSITION(TRIM(:ERASE-VALUE) IN PAYLOAD) > 0
            ORDER BY PROCESSED_AT
       END-EXEC.

       LINKAGE                    SECTION.
       01  LNK-ACTION              PIC X(06).
       01  LNK-MSGID               PIC X(61).
       01  LNK-MESSAGEUUID         PIC X(61).
       01  LNK-TIMESTAMP           PIC X(16).
       01  LNK-MESSAGE             PIC X(4096).
       01  LNK-FAILED              PIC 9.
      ******************************************************************
       PROCEDURE                   DIVISION USING
                                   LNK-ACTION, LNK-MSGID,
                                   LNK-MESSAGEUUID, LNK-TIMESTAMP,
                                   LNK-MESSAGE, LNK-FAILED.
      ******************************************************************
       MAIN-RTN.
           MOVE 0 TO LNK-FAILED.
           IF NOT DB-IS-CONNECTED
              PERFORM CONNECT-RTN
           END-IF.
           IF LNK-FAILED = 1
              GOBACK
           END-IF.

           EVALUATE LNK-ACTION
               WHEN 'FIND'
                   PERFORM FIND-RTN
               WHEN 'NEXT'
                   PERFORM NEXT-RTN
               WHEN 'ERASE'
                   PERFORM ERASE-RTN
               WHEN 'CLOSE'
                   PERFORM CLOSE-RTN
               WHEN OTHER
                   MOVE 1 TO LNK-FAILED
           END-EVALUATE.

           GOBACK.
      ******************************************************************
       FIND-RTN.
           MOVE LNK-MESSAGE (1:64) TO ERASE-VALUE.
           EXEC SQL OPEN ERASECUR END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               MOVE 1 TO LNK-FAILED
           END-IF.
      ******************************************************************
       NEXT-RTN.
           EXEC SQL
               FETCH ERASECUR
                INTO :ERASE-MSGID, :ERASE-MESSAGEUUID,
                     :ERASE-TIMESTAMP, :ERASE-MESSAGE
           END-EXEC.
           IF  SQLCODE = 100
               MOVE 2 TO LNK-FAILED
           ELSE
               IF  SQLCODE NOT = ZERO
                   PERFORM SQL-ERROR-RTN
                   MOVE 1 TO LNK-FAILED
               ELSE
                   MOVE ERASE-MSGID       TO LNK-MSGID
                   MOVE ERASE-MESSAGEUUID TO LNK-MESSAGEUUID
                   MOVE ERASE-TIMESTAMP   TO LNK-TIMESTAMP
                   MOVE ERASE-MESSAGE     TO LNK-MESSAGE
               END-IF
           END-IF.
      ******************************************************************
      *  no COMMIT here : it would close the cursor under the
      *  caller.  CLOSE-RTN commits the lot.
      ******************************************************************
       ERASE-RTN.
           MOVE LNK-MSGID       TO ERASE-MSGID.
           MOVE LNK-MESSAGEUUID TO ERASE-MESSAGEUUID.
           MOVE LNK-TIMESTAMP   TO ERASE-TIMESTAMP.
           MOVE LNK-MESSAGE     TO ERASE-MESSAGE.
           EXEC SQL
               UPDATE MESSAGE_AUDIT
                  SET PAYLOAD      = :ERASE-MESSAGE
                WHERE MSGID        = :ERASE-MSGID
                  AND MESSAGEUUID  = :ERASE-MESSAGEUUID
                  AND PROCESSED_AT = :ERASE-TIMESTAMP
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               MOVE 1 TO LNK-FAILED
           END-IF.
      ******************************************************************
       CLOSE-RTN.
           EXEC SQL CLOSE ERASECUR END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               MOVE 1 TO LNK-FAILED
           END-IF.
      ******************************************************************
       CONNECT-RTN.
      *
      *    an unset auditdb_dbname/auditdb_username/auditdb_passwd
      *    must leave the demo DBNAME/USERNAME/PASSWD defaults alone ;
      *    accepting straight into those fields would blank them out
      *    instead, since a missing environment variable still runs
      *    the (uncoded) ON EXCEPTION path.
      *
           ACCEPT DBNAME-ENV FROM ENVIRONMENT "auditdb_dbname"
               NOT ON EXCEPTION MOVE DBNAME-ENV TO DBNAME
           END-ACCEPT.
           ACCEPT USERNAME-ENV FROM ENVIRONMENT "auditdb_username"
               NOT ON EXCEPTION MOVE USERNAME-ENV TO USERNAME
           END-ACCEPT.
           ACCEPT PASSWD-ENV FROM ENVIRONMENT "auditdb_passwd"
               NOT ON EXCEPTION MOVE PASSWD-ENV TO PASSWD
           END-ACCEPT.

           MOVE 'N' TO SQL-DONE-SW.
           MOVE 0   TO SQL-RETRY-COUNT.
           PERFORM DO-CONNECT-RTN THRU DO-CONNECT-RTN-EXIT
               UNTIL SQL-IS-DONE.
      ******************************************************************
       DO-CONNECT-RTN.
           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               IF  SQL-ERROR-IS-RETRYABLE AND SQL-RETRY-COUNT < 1
                   ADD 1 TO SQL-RETRY-COUNT
               ELSE
                   MOVE 1 TO LNK-FAILED
                   SET SQL-IS-DONE TO TRUE
               END-IF
           ELSE
               SET DB-IS-CONNECTED TO TRUE
               SET SQL-IS-DONE TO TRUE
           END-IF.
       DO-CONNECT-RTN-EXIT.
           EXIT.
      ******************************************************************
           COPY "sql-error-rtn.cpy".
      ******************************************************************
