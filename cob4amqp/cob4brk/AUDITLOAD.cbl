      ******************************************************************
      *  AUDITLOAD -- loads the pending MESSAGE_AUDIT rows the bridge
      *  could not persist
      *
      *  When AUDITDB cannot connect, or its INSERT/UPDATE fails,
      *  cobclient.cob writes the row to the AUDITPEND file
      *  (fd-auditpend.cpy, the fields in AUDITDB's own order) and
      *  goes on bridging.  This catch-up job loads that file into
      *  MESSAGE_AUDIT once the database is back, so an outage no
      *  longer leaves the table -- and AUDITRET's monthly summaries
      *  -- quietly short.
      *
      *  Two passes over the file :
      *    1. every INSERT row, unless a row with the same msgid,
      *       messageUUID, timestamp and run identifier is already
      *       in the table (AUDITDB's own INSERT may have committed
      *       before its failure was reported) ;
      *    2. every UPDATE row, after all the INSERTs, so a
      *       disposition always finds the row it completes.  the
      *       update keeps AUDITDB's "DISPOSITION IS NULL" guard, so
      *       one already applied is counted as skipped, not
      *       applied twice.
      *
      *  Ends with a loaded/skipped/failed count.  A clean run
      *  empties the pending file and ends with return-code 0 ; any
      *  failure keeps the whole file (a re-run skips what already
      *  went in) and ends with return-code 8, which dayclose.cob
      *  gates on.  No pending file means nothing to load.
      *
      *  Built in the AUDITDB.cbl mold : the same CONNECT pattern,
      *  the same overridable credentials (auditdb_dbname /
      *  auditdb_username / auditdb_passwd), and the same
      *  sql-error-rtn.cpy error handling with one re-drive of a
      *  transient (-30, already rolled back) failure.  The pending
      *  file name comes from q_auditpend_file (default AUDITPEND),
      *  the same variable the bridge reads.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 AUDITLOAD.
       AUTHOR.                     fjavier.porras@gmail.com.
       DATE-WRITTEN.               15-10-2026.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT AUDITPEND-FILE ASSIGN TO AUDITPEND-NAME
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS AUDITPEND-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
           COPY "fd-auditpend.cpy".

       WORKING-STORAGE             SECTION.
       01  DBNAME-ENV               PIC X(30).
       01  USERNAME-ENV              PIC X(30).
       01  PASSWD-ENV                PIC X(10).

       01  SQL-DONE-SW              PIC X VALUE 'N'.
           88 SQL-IS-DONE                 VALUE 'Y'.
       01  SQL-RETRY-COUNT          PIC 9 VALUE ZERO.
       01  RUN-FAILED-SW            PIC X VALUE 'N'.
           88 RUN-FAILED                  VALUE 'Y'.
       01  ROW-FAILED-SW            PIC X VALUE 'N'.
           88 ROW-FAILED                  VALUE 'Y'.

           COPY "sql-error-ws.cpy".

       01  AUDITPEND-NAME           PIC X(100) VALUE 'AUDITPEND'.
       01  AUDITPEND-NAME-ENV       PIC X(100).
       01  AUDITPEND-STATUS         PIC X(02) VALUE '00'.
       01  AUDITPEND-EOF-SW         PIC X VALUE 'N'.
           88 AUDITPEND-EOF               VALUE 'Y'.

      *
      *  the messageUUIDs whose INSERT failed this run : their
      *  UPDATEs have no row to land on and count as failed too.
      *  past the table's size, any UPDATE that finds no row is
      *  counted as failed rather than skipped.
      *
       01  FAILED-UUID-COUNT        PIC 9(04) VALUE ZERO.
       01  FAILED-UUID-I            PIC 9(04) VALUE ZERO.
       01  FAILED-UUID-TABLE.
           05 FAILED-UUID           PIC X(61) OCCURS 500 TIMES.
       01  FAILED-UUID-FULL-SW      PIC X VALUE 'N'.
           88 FAILED-UUID-FULL            VALUE 'Y'.
       01  INSERT-FAILED-SW         PIC X VALUE 'N'.
           88 INSERT-HAD-FAILED           VALUE 'Y'.

       01  LOADED-COUNT             PIC 9(09) VALUE ZERO.
       01  SKIPPED-COUNT            PIC 9(09) VALUE ZERO.
       01  FAILED-COUNT             PIC 9(09) VALUE ZERO.
       01  LOADED-DISP              PIC Z(8)9.
       01  SKIPPED-DISP             PIC Z(8)9.
       01  FAILED-DISP              PIC Z(8)9.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE
                                        "HPS-CP@127.0.0.1:6432".
       01  USERNAME                PIC  X(30) VALUE "hps".
       01  PASSWD                  PIC  X(10) VALUE "password".
       01  AUDIT-MSGID             PIC  X(61).
       01  AUDIT-MIMETYPE          PIC  X(51).
       01  AUDIT-MESSAGE           PIC  X(4096).
       01  AUDIT-TIMESTAMP         PIC  X(16).
       01  AUDIT-MESSAGEUUID       PIC  X(61).
       01  AUDIT-DISPOSITION       PIC  X(10).
       01  AUDIT-DISPQUEUE         PIC  X(101).
       01  AUDIT-RETRY             PIC  9(04).
       01  AUDIT-RUNID             PIC  X(20).
       01  AUDIT-TESTRUN           PIC  X(01).
       01  AUDIT-EXISTING          PIC S9(09) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "AUDITLOAD : start".
           ACCEPT AUDITPEND-NAME-ENV
               FROM ENVIRONMENT "q_auditpend_file"
               NOT ON EXCEPTION
                   MOVE AUDITPEND-NAME-ENV TO AUDITPEND-NAME
           END-ACCEPT.

           OPEN INPUT AUDITPEND-FILE.
           IF AUDITPEND-STATUS = '35'
               DISPLAY "AUDITLOAD : no pending audit file ("
                       FUNCTION TRIM(AUDITPEND-NAME)
                       "), nothing to load"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF AUDITPEND-STATUS NOT = '00'
               DISPLAY "AUDITLOAD : can not open "
                       FUNCTION TRIM(AUDITPEND-NAME)
                       ", status " AUDITPEND-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE AUDITPEND-FILE.

           PERFORM CONNECT-RTN.
           IF RUN-FAILED
               DISPLAY "AUDITLOAD : could not connect, "
                       "pending rows kept"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM INSERT-PASS-RTN THRU INSERT-PASS-RTN-EXIT.
           PERFORM UPDATE-PASS-RTN THRU UPDATE-PASS-RTN-EXIT.

           MOVE LOADED-COUNT  TO LOADED-DISP.
           MOVE SKIPPED-COUNT TO SKIPPED-DISP.
           MOVE FAILED-COUNT  TO FAILED-DISP.
           DISPLAY "AUDITLOAD : " LOADED-DISP " row(s) loaded".
           DISPLAY "AUDITLOAD : " SKIPPED-DISP
                   " row(s) skipped, already in MESSAGE_AUDIT".
           DISPLAY "AUDITLOAD : " FAILED-DISP " row(s) failed".

           IF FAILED-COUNT = ZERO
      *
      *        everything is in : empty the file so the bridge's
      *        next outage starts a fresh one.
      *
               OPEN OUTPUT AUDITPEND-FILE
               CLOSE AUDITPEND-FILE
               DISPLAY "AUDITLOAD : "
                       FUNCTION TRIM(AUDITPEND-NAME) " emptied"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "AUDITLOAD : "
                       FUNCTION TRIM(AUDITPEND-NAME)
                       " kept for a re-run"
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "AUDITLOAD : end".
           GOBACK.
      ******************************************************************
      *  pass 1 : the INSERT rows, in the order they were pended.
      ******************************************************************
       INSERT-PASS-RTN.
           MOVE 'N' TO AUDITPEND-EOF-SW.
           OPEN INPUT AUDITPEND-FILE.
           PERFORM READ-PENDING-RTN THRU READ-PENDING-RTN-EXIT.
           PERFORM LOAD-INSERT-RTN THRU LOAD-INSERT-RTN-EXIT
               UNTIL AUDITPEND-EOF.
           CLOSE AUDITPEND-FILE.
       INSERT-PASS-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  pass 2 : the UPDATE rows, once every INSERT has been tried.
      ******************************************************************
       UPDATE-PASS-RTN.
           MOVE 'N' TO AUDITPEND-EOF-SW.
           OPEN INPUT AUDITPEND-FILE.
           PERFORM READ-PENDING-RTN THRU READ-PENDING-RTN-EXIT.
           PERFORM LOAD-UPDATE-RTN THRU LOAD-UPDATE-RTN-EXIT
               UNTIL AUDITPEND-EOF.
           CLOSE AUDITPEND-FILE.
       UPDATE-PASS-RTN-EXIT.
           EXIT.
      ******************************************************************
       READ-PENDING-RTN.
           READ AUDITPEND-FILE
               AT END
                   SET AUDITPEND-EOF TO TRUE
           END-READ.
       READ-PENDING-RTN-EXIT.
           EXIT.
      ******************************************************************
       MOVE-PENDING-RTN.
           MOVE AP-MSGID        TO AUDIT-MSGID.
           MOVE AP-MIMETYPE     TO AUDIT-MIMETYPE.
           MOVE AP-MESSAGE      TO AUDIT-MESSAGE.
           MOVE AP-TIMESTAMP    TO AUDIT-TIMESTAMP.
           MOVE AP-MESSAGEUUID  TO AUDIT-MESSAGEUUID.
           MOVE AP-DISPOSITION  TO AUDIT-DISPOSITION.
           MOVE AP-DISPQUEUE    TO AUDIT-DISPQUEUE.
           MOVE AP-RETRYCOUNT   TO AUDIT-RETRY.
           MOVE AP-RUNID        TO AUDIT-RUNID.
           MOVE AP-TESTRUN      TO AUDIT-TESTRUN.
       MOVE-PENDING-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  anything not an UPDATE is an INSERT, as in AUDITDB.  a row
      *  that already made it in is skipped, never duplicated.
      ******************************************************************
       LOAD-INSERT-RTN.
           IF AP-ACTION = 'UPDATE'
               GO TO LOAD-INSERT-NEXT
           END-IF.
           PERFORM MOVE-PENDING-RTN THRU MOVE-PENDING-RTN-EXIT.

           MOVE 'N' TO ROW-FAILED-SW.
           MOVE 'N' TO SQL-DONE-SW.
           MOVE 0   TO SQL-RETRY-COUNT.
           PERFORM COUNT-EXISTING-RTN THRU COUNT-EXISTING-RTN-EXIT
               UNTIL SQL-IS-DONE.
           IF NOT ROW-FAILED AND AUDIT-EXISTING > 0
               ADD 1 TO SKIPPED-COUNT
               GO TO LOAD-INSERT-NEXT
           END-IF.

           IF NOT ROW-FAILED
               MOVE 'N' TO SQL-DONE-SW
               MOVE 0   TO SQL-RETRY-COUNT
               PERFORM INSERT-RTN THRU INSERT-RTN-EXIT
                   UNTIL SQL-IS-DONE
           END-IF.
           IF ROW-FAILED
               ADD 1 TO FAILED-COUNT
               DISPLAY "AUDITLOAD : insert failed for msgid : "
                       AP-MSGID
               IF FAILED-UUID-COUNT < 500
                   ADD 1 TO FAILED-UUID-COUNT
                   MOVE AP-MESSAGEUUID
                     TO FAILED-UUID (FAILED-UUID-COUNT)
               ELSE
                   SET FAILED-UUID-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO LOADED-COUNT
           END-IF.
       LOAD-INSERT-NEXT.
           PERFORM READ-PENDING-RTN THRU READ-PENDING-RTN-EXIT.
       LOAD-INSERT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  an UPDATE whose INSERT failed above has no row to complete ;
      *  one that finds no undisposed row was already applied.
      ******************************************************************
       LOAD-UPDATE-RTN.
           IF AP-ACTION NOT = 'UPDATE'
               GO TO LOAD-UPDATE-NEXT
           END-IF.
           PERFORM MOVE-PENDING-RTN THRU MOVE-PENDING-RTN-EXIT.

           MOVE 'N' TO INSERT-FAILED-SW.
           PERFORM VARYING FAILED-UUID-I FROM 1 BY 1
                   UNTIL FAILED-UUID-I > FAILED-UUID-COUNT
                      OR INSERT-HAD-FAILED
               IF FAILED-UUID (FAILED-UUID-I) = AP-MESSAGEUUID
                   SET INSERT-HAD-FAILED TO TRUE
               END-IF
           END-PERFORM.
           IF INSERT-HAD-FAILED
               ADD 1 TO FAILED-COUNT
               DISPLAY "AUDITLOAD : update held back, its insert "
                       "failed, msgid : " AP-MSGID
               GO TO LOAD-UPDATE-NEXT
           END-IF.

           MOVE 'N' TO ROW-FAILED-SW.
           MOVE 'N' TO SQL-DONE-SW.
           MOVE 0   TO SQL-RETRY-COUNT.
           PERFORM UPDATE-RTN THRU UPDATE-RTN-EXIT
               UNTIL SQL-IS-DONE.
           EVALUATE TRUE
               WHEN ROW-FAILED
                   ADD 1 TO FAILED-COUNT
                   DISPLAY "AUDITLOAD : update failed for msgid : "
                           AP-MSGID
               WHEN SQLERRD(3) = 0 AND FAILED-UUID-FULL
                   ADD 1 TO FAILED-COUNT
                   DISPLAY "AUDITLOAD : update found no row for "
                           "msgid : " AP-MSGID
               WHEN SQLERRD(3) = 0
                   ADD 1 TO SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO LOADED-COUNT
           END-EVALUATE.
       LOAD-UPDATE-NEXT.
           PERFORM READ-PENDING-RTN THRU READ-PENDING-RTN-EXIT.
       LOAD-UPDATE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  is the row already in ?  AUDITDB's INSERT can have committed
      *  before the failure the bridge saw (a lost reply), so the
      *  pending copy is matched on the identity it was written with.
      ******************************************************************
       COUNT-EXISTING-RTN.
           MOVE ZERO TO AUDIT-EXISTING.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :AUDIT-EXISTING
                 FROM MESSAGE_AUDIT
                WHERE MSGID        = :AUDIT-MSGID
                  AND MESSAGEUUID  = :AUDIT-MESSAGEUUID
                  AND PROCESSED_AT = :AUDIT-TIMESTAMP
                  AND RUN_ID       = :AUDIT-RUNID
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               IF  SQL-ERROR-IS-RETRYABLE AND SQL-RETRY-COUNT < 1
                   ADD 1 TO SQL-RETRY-COUNT
               ELSE
                   SET ROW-FAILED TO TRUE
                   SET SQL-IS-DONE TO TRUE
               END-IF
           ELSE
               SET SQL-IS-DONE TO TRUE
           END-IF.
       COUNT-EXISTING-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  the same statement AUDITDB's INSERT-RTN issues.
      ******************************************************************
       INSERT-RTN.
           EXEC SQL
               INSERT INTO MESSAGE_AUDIT
                      (MSGID, MIMETYPE, PAYLOAD, PROCESSED_AT,
                       MESSAGEUUID, RUN_ID, TESTRUN_FLAG)
               VALUES (:AUDIT-MSGID, :AUDIT-MIMETYPE,
                       :AUDIT-MESSAGE, :AUDIT-TIMESTAMP,
                       :AUDIT-MESSAGEUUID, :AUDIT-RUNID,
                       :AUDIT-TESTRUN)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               IF  SQL-ERROR-IS-RETRYABLE AND SQL-RETRY-COUNT < 1
                   ADD 1 TO SQL-RETRY-COUNT
               ELSE
                   SET ROW-FAILED TO TRUE
                   SET SQL-IS-DONE TO TRUE
               END-IF
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
               SET SQL-IS-DONE TO TRUE
           END-IF.
       INSERT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  the same statement AUDITDB's UPDATE-RTN issues, with its
      *  "not yet disposed" guard ; SQLERRD(3) tells the caller
      *  whether a row was completed.
      ******************************************************************
       UPDATE-RTN.
           EXEC SQL
               UPDATE MESSAGE_AUDIT
                  SET DISPOSITION    = :AUDIT-DISPOSITION,
                      DISPOSED_QUEUE = :AUDIT-DISPQUEUE,
                      RETRY_COUNT    = :AUDIT-RETRY,
                      DISPOSED_AT    = :AUDIT-TIMESTAMP,
                      RUN_ID         = :AUDIT-RUNID
                WHERE MESSAGEUUID    = :AUDIT-MESSAGEUUID
                  AND DISPOSITION IS NULL
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               IF  SQL-ERROR-IS-RETRYABLE AND SQL-RETRY-COUNT < 1
                   ADD 1 TO SQL-RETRY-COUNT
               ELSE
                   SET ROW-FAILED TO TRUE
                   SET SQL-IS-DONE TO TRUE
               END-IF
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
               SET SQL-IS-DONE TO TRUE
           END-IF.
       UPDATE-RTN-EXIT.
           EXIT.
      ******************************************************************
       CONNECT-RTN.
      *
      *    an unset auditdb_dbname/auditdb_username/auditdb_passwd
      *    must leave the demo DBNAME/USERNAME/PASSWD defaults alone.
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
                   SET RUN-FAILED TO TRUE
                   SET SQL-IS-DONE TO TRUE
               END-IF
           ELSE
               SET SQL-IS-DONE TO TRUE
           END-IF.
       DO-CONNECT-RTN-EXIT.
           EXIT.
      ******************************************************************
           COPY "sql-error-rtn.cpy".
      ******************************************************************
