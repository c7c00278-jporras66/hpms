      *  aggregation and the purge share one transaction, so a crash
      *  between them can never lose detail that was not yet
      *  summarized.
      *
      *  Rows covered by an ACTIVE hold in the legal hold register
      *  (LEGALHOLD, legal_hold_file ; see legalhold.cob) are
      *  neither summarized nor purged, however old : a row is held
      *  when its PROCESSED_AT falls inside the hold's days and it
      *  matches the hold's msgid and messageUUID where the hold
      *  names them (the table carries no senderId, so a sender
      *  hold keeps its whole range).  The holds ride into the
      *  statements as the session table AUDITRET_HOLD.  After the
      *  commit the rows each hold kept past the cutoff are counted,
      *  reported, and written to HOLDROWS (hold_rows_file), one
      *  holdId,rows,stamp line per active hold, for the legalhold
      *  report.  A register that exists but can not be read stops
      *  the run before anything is purged.
      *
      *  The fact tables FACTLOAD.cbl fills from the TRANLOG and
      *  AUDITLOG generations are aged in the same transaction, on
      *  their own, longer period -- factret_days (default 730),
      *  since they carry no payload and are the history analysts
      *  query : TRANLOG_FACT rows whose PROCESSED_AT, and AUDIT_FACT
      *  rows whose EVENT_AT, is before midnight of (today -
      *  factret_days) are purged, under the same legal holds (a
      *  TRANLOG_FACT row carries no messageUUID, so a hold naming
      *  one keeps the rows of its msgid and days).  FACT_LOAD_CONTROL
      *  is left as the record of what was once loaded.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       AUTHOR.                     fjavier.porras@gmail.com.
       DATE-WRITTEN.               22-08-2026.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO HOLD-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS HOLD-STATUS.
           SELECT HOLDROWS-FILE ASSIGN TO HOLDROWS-NAME
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS HOLDROWS-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  HOLD-FILE.
       01  HOLD-RECORD              PIC X(335).
       FD  HOLDROWS-FILE.
       01  HOLDROWS-RECORD          PIC X(80).

       WORKING-STORAGE             SECTION.
       01  DBNAME-ENV               PIC X(30).
       01  USERNAME-ENV              PIC X(30).
       01  MOVED-DISP               PIC -(8)9.
       01  PURGED-DISP              PIC -(8)9.

       01  FACT-DAYS                PIC 9(04) VALUE 730.
       01  FACT-DAYS-ENV            PIC X(05).
       01  FACT-CUTOFF-DATE         PIC 9(08) VALUE ZERO.
       01  FACT-TRAN-COUNT          PIC S9(09) VALUE ZERO.
       01  FACT-AUDIT-COUNT         PIC S9(09) VALUE ZERO.

      *
      *  the active legal holds, from the register.
      *
       01  HOLD-NAME                PIC X(100) VALUE 'LEGALHOLD'.
       01  HOLD-NAME-ENV            PIC X(100).
       01  HOLD-STATUS              PIC X(02) VALUE '00'.
       01  HOLDROWS-NAME            PIC X(100) VALUE 'HOLDROWS'.
       01  HOLDROWS-NAME-ENV        PIC X(100).
       01  HOLDROWS-STATUS          PIC X(02) VALUE '00'.
       01  HOLD-COUNT               PIC 9(03) VALUE ZERO.
       01  HOLD-I                   PIC 9(03) VALUE ZERO.
       01  HOLD-TABLE.
           05 HOLD-ENTRY            PIC X(335) OCCURS 500 TIMES.
           COPY "ww41-hold.cpy".
       01  HELD-DISP                PIC -(8)9.
       01  RUN-STAMP                PIC X(14).

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE
                                        "HPS-CP@127.0.0.1:6432".
       01  USERNAME                PIC  X(30) VALUE "hps".
       01  PASSWD                  PIC  X(10) VALUE "password".
       01  CUTOFF-STAMP            PIC  X(16).
       01  FACT-CUTOFF-STAMP       PIC  X(16).
       01  HOLD-ID                 PIC  X(12).
       01  HOLD-FROM-TS            PIC  X(16).
       01  HOLD-TO-TS              PIC  X(16).
       01  HOLD-MSGID              PIC  X(61).
       01  HOLD-UUID               PIC  X(61).
       01  HELD-ROWS               PIC S9(09) VALUE ZERO.
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
       MAIN-RTN.
           DISPLAY "AUDITRET : start".
           PERFORM INIT-RTN THRU INIT-RTN-EXIT.
           PERFORM LOAD-HOLDS-RTN THRU LOAD-HOLDS-RTN-EXIT.
           PERFORM CONNECT-RTN.
           IF RUN-FAILED
               DISPLAY "AUDITRET : could not connect, nothing done"
               GOBACK
           END-IF.

           PERFORM FACT-PURGE-RTN THRU FACT-PURGE-RTN-EXIT.
           IF RUN-FAILED
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "AUDITRET : fact table purge failed, "
                       "move rolled back"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.

           MOVE MOVED-COUNT  TO MOVED-DISP.
                   " summary row(s) written".
           DISPLAY "AUDITRET : " PURGED-DISP
                   " detail row(s) purged".
           MOVE FACT-TRAN-COUNT TO PURGED-DISP.
           DISPLAY "AUDITRET : fact cutoff " FACT-CUTOFF-STAMP.
           DISPLAY "AUDITRET : " PURGED-DISP
                   " TRANLOG_FACT row(s) purged".
           MOVE FACT-AUDIT-COUNT TO PURGED-DISP.
           DISPLAY "AUDITRET : " PURGED-DISP
                   " AUDIT_FACT row(s) purged".
           IF HOLD-COUNT > ZERO
               PERFORM COUNT-HELD-RTN THRU COUNT-HELD-RTN-EXIT
           END-IF.
           DISPLAY "AUDITRET : end".
           MOVE 0 TO RETURN-CODE.
           GOBACK.
           STRING CUTOFF-DATE '00000000' DELIMITED BY SIZE
               INTO CUTOFF-STAMP
           END-STRING.

           ACCEPT FACT-DAYS-ENV FROM ENVIRONMENT "factret_days"
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(FACT-DAYS-ENV) IS NUMERIC
                       MOVE FUNCTION NUMVAL(FACT-DAYS-ENV)
                         TO FACT-DAYS
                   END-IF
           END-ACCEPT.
           COMPUTE FACT-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (TODAY-INT)
                    - FACT-DAYS).
           MOVE SPACES TO FACT-CUTOFF-STAMP.
           STRING FACT-CUTOFF-DATE '00000000' DELIMITED BY SIZE
               INTO FACT-CUTOFF-STAMP
           END-STRING.
       INIT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  the active holds.  no register means nothing is held ; one
      *  that can not be read, or holds more than the table, must
      *  not be guessed at.
      ******************************************************************
       LOAD-HOLDS-RTN.
           ACCEPT HOLD-NAME-ENV FROM ENVIRONMENT "legal_hold_file"
               NOT ON EXCEPTION MOVE HOLD-NAME-ENV TO HOLD-NAME
           END-ACCEPT.
           ACCEPT HOLDROWS-NAME-ENV FROM ENVIRONMENT "hold_rows_file"
               NOT ON EXCEPTION MOVE HOLDROWS-NAME-ENV TO HOLDROWS-NAME
           END-ACCEPT.

           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS = '35'
               GO TO LOAD-HOLDS-RTN-EXIT
           END-IF.
           IF HOLD-STATUS NOT = '00'
               DISPLAY "AUDITRET : can not read the legal hold "
                       "register " FUNCTION TRIM(HOLD-NAME)
                       ", status " HOLD-STATUS ", nothing purged"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL HOLD-STATUS = '10'
               READ HOLD-FILE
                   AT END
                       MOVE '10' TO HOLD-STATUS
                   NOT AT END
                       MOVE HOLD-RECORD TO WW41-HOLD
                       IF HOLD-RECORD NOT = SPACES
                          AND HOLD-RECORD (1:1) NOT = '*'
                          AND WW41-IS-ACTIVE
                           IF HOLD-COUNT >= 500
                               DISPLAY "AUDITRET : more than 500 "
                                       "active legal holds, nothing "
                                       "purged"
                               CLOSE HOLD-FILE
                               MOVE 8 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO HOLD-COUNT
                           MOVE HOLD-RECORD TO HOLD-ENTRY (HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HOLD-FILE.
           DISPLAY "AUDITRET : " HOLD-COUNT
                   " active legal hold(s) from "
                   FUNCTION TRIM(HOLD-NAME).
       LOAD-HOLDS-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  one hold's days, msgid and uuid into the host variables.
      ******************************************************************
       HOLD-KEYS-RTN.
           MOVE HOLD-ENTRY (HOLD-I) TO WW41-HOLD.
           MOVE WW41-ID TO HOLD-ID.
           MOVE SPACES TO HOLD-FROM-TS HOLD-TO-TS.
           STRING WW41-FROM-DATE '00000000' DELIMITED BY SIZE
               INTO HOLD-FROM-TS
           END-STRING.
           STRING WW41-TO-DATE '99999999' DELIMITED BY SIZE
               INTO HOLD-TO-TS
           END-STRING.
           MOVE WW41-MSGID TO HOLD-MSGID.
           MOVE WW41-UUID TO HOLD-UUID.
       HOLD-KEYS-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  the holds as the session table the aggregate and the purge
      *  test against.  run at the head of every aggregate attempt :
      *  a re-drive follows a rollback, which took the table's
      *  contents with it.  an empty table holds nothing.
      ******************************************************************
       HOLD-SETUP-RTN.
           EXEC SQL
               CREATE TEMP TABLE IF NOT EXISTS AUDITRET_HOLD
                      (HOLD_ID VARCHAR(12), FROM_TS VARCHAR(16),
                       TO_TS VARCHAR(16), MSGID VARCHAR(61),
                       UUID VARCHAR(61))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               GO TO HOLD-SETUP-RTN-EXIT
           END-IF.
           EXEC SQL
               DELETE FROM AUDITRET_HOLD
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               GO TO HOLD-SETUP-RTN-EXIT
           END-IF.
           MOVE ZERO TO SQLCODE.
           PERFORM VARYING HOLD-I FROM 1 BY 1
                   UNTIL HOLD-I > HOLD-COUNT OR SQLCODE NOT = ZERO
               PERFORM HOLD-KEYS-RTN THRU HOLD-KEYS-RTN-EXIT
               EXEC SQL
                   INSERT INTO AUDITRET_HOLD
                          (HOLD_ID, FROM_TS, TO_TS, MSGID, UUID)
                   VALUES (TRIM(:HOLD-ID), :HOLD-FROM-TS,
                           :HOLD-TO-TS, TRIM(:HOLD-MSGID),
                           TRIM(:HOLD-UUID))
               END-EXEC
           END-PERFORM.
       HOLD-SETUP-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  fold everything older than the cutoff into the monthly
      *  summary table : one row per day, mimetype and disposition,
      *  carrying the message count and the byte volume.
      ******************************************************************
       AGGREGATE-RTN.
           PERFORM HOLD-SETUP-RTN THRU HOLD-SETUP-RTN-EXIT.
           IF  SQLCODE = ZERO
               EXEC SQL
                   INSERT INTO MESSAGE_AUDIT_MONTHLY
                          (AUDIT_DAY, MIMETYPE, DISPOSITION,
                           MSG_COUNT, BYTE_VOLUME)
                   SELECT SUBSTR(PROCESSED_AT, 1, 8),
                          MIMETYPE,
                          DISPOSITION,
                          COUNT(*),
                          SUM(LENGTH(PAYLOAD))
                     FROM MESSAGE_AUDIT
                    WHERE PROCESSED_AT < :CUTOFF-STAMP
                      AND NOT EXISTS
                          (SELECT 1 FROM AUDITRET_HOLD H
                            WHERE MESSAGE_AUDIT.PROCESSED_AT
                                  BETWEEN H.FROM_TS AND H.TO_TS
                              AND (H.MSGID = ''
                                   OR H.MSGID =
                                      TRIM(MESSAGE_AUDIT.MSGID))
                              AND (H.UUID = ''
                                   OR H.UUID =
                                   TRIM(MESSAGE_AUDIT.MESSAGEUUID)))
                    GROUP BY SUBSTR(PROCESSED_AT, 1, 8),
                             MIMETYPE, DISPOSITION
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM SQL-ERROR-RTN
               IF  SQL-ERROR-IS-RETRYABLE AND SQL-RETRY-COUNT < 1
           EXEC SQL
               DELETE FROM MESSAGE_AUDIT
                WHERE PROCESSED_AT < :CUTOFF-STAMP
                  AND NOT EXISTS
                      (SELECT 1 FROM AUDITRET_HOLD H
                        WHERE MESSAGE_AUDIT.PROCESSED_AT
                              BETWEEN H.FROM_TS AND H.TO_TS
                          AND (H.MSGID = ''
                               OR H.MSGID = TRIM(MESSAGE_AUDIT.MSGID))
                          AND (H.UUID = ''
                               OR H.UUID =
                                  TRIM(MESSAGE_AUDIT.MESSAGEUUID)))
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM SQL-ERROR-RTN
           END-IF.
       PURGE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  the fact tables past their own cutoff, inside the move's
      *  transaction and for the same reason as PURGE-RTN without a
      *  single-statement re-drive.
      ******************************************************************
       FACT-PURGE-RTN.
           EXEC SQL
               DELETE FROM TRANLOG_FACT
                WHERE PROCESSED_AT < :FACT-CUTOFF-STAMP
                  AND NOT EXISTS
                      (SELECT 1 FROM AUDITRET_HOLD H
                        WHERE TRANLOG_FACT.PROCESSED_AT
                              BETWEEN H.FROM_TS AND H.TO_TS
                          AND (H.MSGID = ''
                               OR H.MSGID = TRANLOG_FACT.MSGID))
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM SQL-ERROR-RTN
               SET RUN-FAILED TO TRUE
               GO TO FACT-PURGE-RTN-EXIT
           END-IF.
           MOVE SQLERRD(3) TO FACT-TRAN-COUNT.
           EXEC SQL
               DELETE FROM AUDIT_FACT
                WHERE EVENT_AT < :FACT-CUTOFF-STAMP
                  AND NOT EXISTS
                      (SELECT 1 FROM AUDITRET_HOLD H
                        WHERE AUDIT_FACT.EVENT_AT
                              BETWEEN H.FROM_TS AND H.TO_TS
                          AND (H.MSGID = ''
                               OR H.MSGID = AUDIT_FACT.MSGID)
                          AND (H.UUID = ''
                               OR H.UUID = AUDIT_FACT.MESSAGEUUID))
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM SQL-ERROR-RTN
               SET RUN-FAILED TO TRUE
               GO TO FACT-PURGE-RTN-EXIT
           END-IF.
           MOVE SQLERRD(3) TO FACT-AUDIT-COUNT.
       FACT-PURGE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  after the commit : what each hold kept past the cutoff,
      *  reported and left in HOLDROWS for the legalhold report.  a
      *  count that fails is reported and left out -- the purge it
      *  describes is already safely done.
      ******************************************************************
       COUNT-HELD-RTN.
           MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-STAMP.
           OPEN OUTPUT HOLDROWS-FILE.
           IF HOLDROWS-STATUS NOT = '00'
               DISPLAY "AUDITRET : can not write "
                       FUNCTION TRIM(HOLDROWS-NAME)
                       ", status " HOLDROWS-STATUS
           END-IF.
           PERFORM COUNT-ONE-HOLD-RTN THRU COUNT-ONE-HOLD-RTN-EXIT
               VARYING HOLD-I FROM 1 BY 1
               UNTIL HOLD-I > HOLD-COUNT.
           IF HOLDROWS-STATUS = '00'
               CLOSE HOLDROWS-FILE
           END-IF.
       COUNT-HELD-RTN-EXIT.
           EXIT.
      ******************************************************************
       COUNT-ONE-HOLD-RTN.
           PERFORM HOLD-KEYS-RTN THRU HOLD-KEYS-RTN-EXIT.
           EXEC SQL
               SELECT COUNT(*) INTO :HELD-ROWS
                 FROM MESSAGE_AUDIT
                WHERE PROCESSED_AT < :CUTOFF-STAMP
                  AND PROCESSED_AT BETWEEN :HOLD-FROM-TS
                                       AND :HOLD-TO-TS
                  AND (TRIM(:HOLD-MSGID) = ''
                       OR TRIM(MSGID) = TRIM(:HOLD-MSGID))
                  AND (TRIM(:HOLD-UUID) = ''
                       OR TRIM(MESSAGEUUID) = TRIM(:HOLD-UUID))
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               DISPLAY "AUDITRET : legal hold "
                       FUNCTION TRIM(WW41-ID)
                       " : rows kept could not be counted"
               GO TO COUNT-ONE-HOLD-RTN-EXIT
           END-IF.
           MOVE HELD-ROWS TO HELD-DISP.
           DISPLAY "AUDITRET : legal hold " FUNCTION TRIM(WW41-ID)
                   " kept " HELD-DISP " row(s) past the cutoff, "
                   FUNCTION TRIM(WW41-REASON).
           IF HOLDROWS-STATUS = '00'
               MOVE SPACES TO HOLDROWS-RECORD
               STRING FUNCTION TRIM(WW41-ID) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      FUNCTION TRIM(HELD-DISP) DELIMITED BY SIZE
                      ',' DELIMITED BY SIZE
                      RUN-STAMP DELIMITED BY SIZE
                   INTO HOLDROWS-RECORD
               END-STRING
               WRITE HOLDROWS-RECORD
           END-IF.
       COUNT-ONE-HOLD-RTN-EXIT.
           EXIT.
      ******************************************************************
       CONNECT-RTN.
      *
