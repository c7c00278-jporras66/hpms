      ******************************************************************
      *  RUNHLIST -- the RUN_HISTORY rows RUNHIST.cbl wrote for one
      *  time window, handed back to the caller in the
      *  ww44-runlist.cpy table : every run that ended at or after
      *  WW44-FROM and before WW44-TO (both yyyymmddhhmmss), oldest
      *  first, up to 100 of them.  Written for handover.cob, whose
      *  shift report lists the runs of the shift without a second
      *  connection of its own.
      *
      *  Built in the AUDITDB.cbl mold : the same CONNECT pattern,
      *  the same overridable credentials (auditdb_dbname /
      *  auditdb_username / auditdb_passwd), and the same
      *  sql-error-rtn.cpy error handling with one re-drive of a
      *  transient (-30, already rolled back) connect failure.  A
      *  table that can not be read is reported through WW44-FAILED
      *  and never stops the caller.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 RUNHLIST.
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
       01  FETCH-DONE-SW            PIC X VALUE 'N'.
           88 FETCH-IS-DONE               VALUE 'Y'.

           COPY "sql-error-ws.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE
                                        "HPS-CP@127.0.0.1:6432".
       01  USERNAME                PIC  X(30) VALUE "hps".
       01  PASSWD                  PIC  X(10) VALUE "password".
       01  RH-FROM                 PIC  X(14).
       01  RH-TO                   PIC  X(14).
       01  RH-RUNID                PIC  X(20).
       01  RH-READ                 PIC  9(09).
       01  RH-WRITE                PIC  9(09).
       01  RH-ERR                  PIC  9(09).
       01  RH-DUPE                 PIC  9(09).
       01  RH-ELAPSED              PIC  9(07).
       01  RH-REASON               PIC  X(10).
       01  RH-ENDED                PIC  X(14).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       EXEC SQL DECLARE WINCUR CURSOR FOR
           SELECT RUN_ID, READ_COUNT, WRITE_COUNT, ERROR_COUNT,
                  DUPE_COUNT, ELAPSED_SECS, END_REASON,
                  TO_CHAR(ENDED_AT, 'YYYYMMDDHH24MISS')
             FROM RUN_HISTORY
            WHERE ENDED_AT >= TO_TIMESTAMP(:RH-FROM,
                                           'YYYYMMDDHH24MISS')
              AND ENDED_AT <  TO_TIMESTAMP(:RH-TO,
                                           'YYYYMMDDHH24MISS')
            ORDER BY ENDED_AT
       END-EXEC.

       LINKAGE                    SECTION.
           COPY "ww44-runlist.cpy".
      ******************************************************************
       PROCEDURE                   DIVISION USING WW44-RUN-LIST.
      ******************************************************************
       MAIN-RTN.
           MOVE 0      TO WW44-FAILED.
           MOVE ZERO   TO WW44-COUNT.
           MOVE 'N'    TO WW44-MORE.
           IF NOT DB-IS-CONNECTED
              PERFORM CONNECT-RTN
           END-IF.
           IF WW44-FAILED = 1
              GOBACK
           END-IF.

           MOVE WW44-FROM TO RH-FROM.
           MOVE WW44-TO   TO RH-TO.
           EXEC SQL OPEN WINCUR END-EXEC.
           IF SQLCODE NOT = ZERO
              PERFORM SQL-ERROR-RTN
              MOVE 1 TO WW44-FAILED
              GOBACK
           END-IF.

           MOVE 'N' TO FETCH-DONE-SW.
           PERFORM FETCH-RTN THRU FETCH-RTN-EXIT
               UNTIL FETCH-IS-DONE.

           EXEC SQL CLOSE WINCUR END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.
           GOBACK.
      ******************************************************************
       FETCH-RTN.
           EXEC SQL
               FETCH WINCUR
                INTO :RH-RUNID, :RH-READ, :RH-WRITE, :RH-ERR,
                     :RH-DUPE, :RH-ELAPSED, :RH-REASON, :RH-ENDED
           END-EXEC.
           IF SQLCODE = 100
               SET FETCH-IS-DONE TO TRUE
               GO TO FETCH-RTN-EXIT
           END-IF.
           IF SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               MOVE 1 TO WW44-FAILED
               SET FETCH-IS-DONE TO TRUE
               GO TO FETCH-RTN-EXIT
           END-IF.
      *
      *    past the table's size the rest are only counted as more.
      *
           IF WW44-COUNT >= 100
               MOVE 'Y' TO WW44-MORE
               GO TO FETCH-RTN-EXIT
           END-IF.
           ADD 1 TO WW44-COUNT.
           MOVE RH-RUNID   TO WW44-RUNID   (WW44-COUNT).
           MOVE RH-ENDED   TO WW44-ENDED   (WW44-COUNT).
           MOVE RH-READ    TO WW44-READ    (WW44-COUNT).
           MOVE RH-WRITE   TO WW44-WRITE   (WW44-COUNT).
           MOVE RH-ERR     TO WW44-ERR     (WW44-COUNT).
           MOVE RH-DUPE    TO WW44-DUPE    (WW44-COUNT).
           MOVE RH-ELAPSED TO WW44-ELAPSED (WW44-COUNT).
           MOVE RH-REASON  TO WW44-REASON  (WW44-COUNT).
       FETCH-RTN-EXIT.
           EXIT.
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
                   MOVE 1 TO WW44-FAILED
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
