      ******************************************************************
      *  FACTLOAD -- nightly load of the closed TRANLOG and AUDITLOG
      *  generations into the Postgres fact tables
      *
      *  The TRANLOG.yyyymmdd and AUDITLOG.yyyymmdd generations are
      *  the fullest history the bridge keeps, but only as flat
      *  files : every question about last quarter meant finding the
      *  generations (online, or moved cold by genhouse.cob) and
      *  writing another report program.  This job loads each closed
      *  generation, one row per line, into two fact tables the
      *  analysts can query in SQL :
      *
      *    TRANLOG_FACT  - one row per TRANLOG line (cobclient's
      *                    9016-write-tranlog-record CSV) :
      *                    PROCESSED_AT, MSGID, MIMETYPE, MSGLEN,
      *                    RETRY_COUNT, INPUT_QUEUE, INSTANCE_ID, TIER,
      *                    SENDER_ID, CATEGORY, TESTRUN_FLAG,
      *                    BUSINESS_DATE, SEQNO, PAYLOAD_DIGEST
      *    AUDIT_FACT    - one row per AUDITLOG line (fd-audit.cpy) :
      *                    EVENT_AT, GMT_OFFSET, EVENT, MSGID,
      *                    MESSAGEUUID, QUEUE, INSTANCE_ID,
      *                    TESTRUN_FLAG, REASON
      *
      *  both also carry GENERATION (the name cobclient wrote in
      *  MANIFEST), LINE_NO and LOAD_DATE (the generation's date).
      *  EVENT_AT is yyyymmddhhmmss00, the same text form as
      *  PROCESSED_AT, so the two tables -- and MESSAGE_AUDIT -- join
      *  and age on the same kind of stamp.
      *
      *  The generations come from MANIFEST, the list cobclient's
      *  1031-write-manifest keeps of every generation it opened : a
      *  line annotated COLD <path> is read from its cold path, one
      *  annotated RETIRED is reported and passed over.  Only closed
      *  generations are loaded -- q_report_date (yyyymmdd) loads
      *  that one day, which must be before today ; otherwise every
      *  day from factload_days (default 7) back up to yesterday is
      *  looked at, so a night the job did not run is caught up on
      *  the next.
      *
      *  Every load is recorded in FACT_LOAD_CONTROL (FACT_TABLE,
      *  GENERATION, LOAD_DATE, LINES_READ, ROWS_LOADED, STATUS,
      *  LOADED_AT).  A generation with a LOADED row there is
      *  skipped, so the job is safe to re-run for the same date.
      *  One generation is one unit of work : its earlier rows (from
      *  a load that never reached LOADED) are deleted, every line
      *  inserted, the rows now in the table for it counted against
      *  the lines read, and only when the two agree is the LOADED
      *  row written and the whole committed.  Any failure or
      *  mismatch rolls the generation back and records it FAILED,
      *  for the next run to load again.
      *
      *  Ends with a loaded/skipped/retired/failed count of
      *  generations, and return-code 8 when any failed.  AUDITRET
      *  ages the fact tables (factret_days) alongside MESSAGE_AUDIT.
      *
      *  Built in the AUDITDB.cbl mold : the same CONNECT pattern,
      *  the same overridable credentials (auditdb_dbname /
      *  auditdb_username / auditdb_passwd), and the same
      *  sql-error-rtn.cpy error handling.  The base names come from
      *  q_tranlog_file (default TRANLOG) and q_audit_file (default
      *  AUDITLOG), the variables the bridge reads, and both take
      *  their instance variants (.I<id>) with them.
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       PROGRAM-ID.                 FACTLOAD.
       AUTHOR.                     fjavier.porras@gmail.com.
       DATE-WRITTEN.               15-10-2026.

      ******************************************************************
       ENVIRONMENT                 DIVISION.
      ******************************************************************
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-FILE ASSIGN TO "MANIFEST"
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS MANIFEST-STATUS.
           SELECT GEN-FILE ASSIGN TO GEN-PATH
                  ORGANIZATION LINE SEQUENTIAL
                  FILE STATUS IS GEN-STATUS.
      ******************************************************************
       DATA                        DIVISION.
      ******************************************************************
       FILE                        SECTION.
       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD          PIC X(120).
       FD  GEN-FILE.
       01  GEN-RECORD               PIC X(250).

       WORKING-STORAGE             SECTION.
       01  DBNAME-ENV               PIC X(30).
       01  USERNAME-ENV              PIC X(30).
       01  PASSWD-ENV                PIC X(10).

       01  SQL-DONE-SW              PIC X VALUE 'N'.
           88 SQL-IS-DONE                 VALUE 'Y'.
       01  SQL-RETRY-COUNT          PIC 9 VALUE ZERO.
       01  RUN-FAILED-SW            PIC X VALUE 'N'.
           88 RUN-FAILED                  VALUE 'Y'.
       01  GEN-FAILED-SW            PIC X VALUE 'N'.
           88 GEN-FAILED                  VALUE 'Y'.

           COPY "sql-error-ws.cpy".

       01  TRANLOG-BASE             PIC X(100) VALUE 'TRANLOG'.
       01  AUDIT-BASE               PIC X(100) VALUE 'AUDITLOG'.
       01  BASE-ENV                 PIC X(100).
       01  TRANLOG-PREFIX           PIC X(101).
       01  AUDIT-PREFIX             PIC X(101).
       01  TRANLOG-PREFIX-LEN       PIC 9(03) VALUE ZERO.
       01  AUDIT-PREFIX-LEN         PIC 9(03) VALUE ZERO.

       01  REPORT-DATE-ENV          PIC X(08).
       01  LOAD-DAYS                PIC 9(04) VALUE 7.
       01  LOAD-DAYS-ENV            PIC X(05).
       01  TODAY-DATE               PIC 9(08) VALUE ZERO.
       01  FIRST-DATE               PIC 9(08) VALUE ZERO.
       01  LAST-DATE                PIC 9(08) VALUE ZERO.

       01  MANIFEST-STATUS          PIC X(02) VALUE '00'.
       01  MANIFEST-EOF-SW          PIC X VALUE 'N'.
           88 MANIFEST-EOF                VALUE 'Y'.
       01  GEN-STATUS               PIC X(02) VALUE '00'.
       01  GEN-EOF-SW               PIC X VALUE 'N'.
           88 GEN-EOF                     VALUE 'Y'.
       01  GEN-PATH                 PIC X(100).

      *
      *  one MANIFEST line, split into its tokens.
      *
       01  MF-DATE                  PIC X(08).
       01  MF-NAME                  PIC X(100).
       01  MF-MARKER                PIC X(08).
       01  MF-PATH                  PIC X(100).

       01  GEN-KIND                 PIC X VALUE SPACE.
           88 GEN-IS-TRANLOG              VALUE 'T'.
           88 GEN-IS-AUDITLOG             VALUE 'A'.

      *
      *  the generations already handled this run : cobclient writes
      *  a MANIFEST line every time a run opens a generation, so one
      *  name is usually listed several times.  past the table's
      *  size the LOADED row in FACT_LOAD_CONTROL still keeps a
      *  generation from being loaded twice.
      *
       01  DONE-COUNT               PIC 9(03) VALUE ZERO.
       01  DONE-I                   PIC 9(03) VALUE ZERO.
       01  DONE-TABLE.
           05 DONE-NAME             PIC X(100) OCCURS 200 TIMES.
       01  DONE-SW                  PIC X VALUE 'N'.
           88 ALREADY-DONE                VALUE 'Y'.

       01  LINES-READ               PIC 9(09) VALUE ZERO.
       01  LINES-DISP               PIC Z(8)9.
       01  ROWS-DISP                PIC -(8)9.

       01  LOADED-COUNT             PIC 9(05) VALUE ZERO.
       01  SKIPPED-COUNT            PIC 9(05) VALUE ZERO.
       01  RETIRED-COUNT            PIC 9(05) VALUE ZERO.
       01  FAILED-COUNT             PIC 9(05) VALUE ZERO.
       01  COUNT-DISP               PIC Z(4)9.

      *
      *  a TRANLOG line split at its commas, before the numbers are
      *  checked.
      *
       01  TL-MSGLEN-X              PIC X(10).
       01  TL-RETRY-X               PIC X(10).

           COPY "fd-audit.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE
                                        "HPS-CP@127.0.0.1:6432".
       01  USERNAME                PIC  X(30) VALUE "hps".
       01  PASSWD                  PIC  X(10) VALUE "password".
       01  FACT-TABLE              PIC  X(12).
       01  FACT-GENERATION         PIC  X(100).
       01  FACT-LOAD-DATE          PIC  X(08).
       01  FACT-LINE-NO            PIC S9(09) VALUE ZERO.
       01  FACT-LINES-READ         PIC S9(09) VALUE ZERO.
       01  FACT-ROWS               PIC S9(09) VALUE ZERO.
       01  FACT-STATUS             PIC  X(08).
       01  FACT-LOADED-AT          PIC  X(14).
       01  FACT-EXISTING           PIC S9(09) VALUE ZERO.
       01  TF-PROCESSED-AT         PIC  X(16).
       01  TF-MSGID                PIC  X(61).
       01  TF-MIMETYPE             PIC  X(51).
       01  TF-MSGLEN               PIC S9(09) VALUE ZERO.
       01  TF-RETRY                PIC S9(04) VALUE ZERO.
       01  TF-QUEUE                PIC  X(101).
       01  TF-INSTANCE             PIC  X(04).
       01  TF-TIER                 PIC  X(01).
       01  TF-SENDERID             PIC  X(32).
       01  TF-CATEGORY             PIC  X(32).
       01  TF-TESTRUN              PIC  X(01).
       01  TF-BIZDATE              PIC  X(08).
       01  TF-SEQNO                PIC  X(32).
       01  TF-DIGEST               PIC  X(10).
       01  AF-EVENT-AT             PIC  X(16).
       01  AF-GMT-OFFSET           PIC  X(05).
       01  AF-EVENT                PIC  X(05).
       01  AF-MSGID                PIC  X(61).
       01  AF-UUID                 PIC  X(61).
       01  AF-QUEUE                PIC  X(20).
       01  AF-INSTANCE             PIC  X(04).
       01  AF-TESTRUN              PIC  X(01).
       01  AF-REASON               PIC  X(32).
       EXEC SQL END DECLARE SECTION END-EXEC.

       EXEC SQL INCLUDE SQLCA END-EXEC.
      ******************************************************************
       PROCEDURE                   DIVISION.
      ******************************************************************
       MAIN-RTN.
           DISPLAY "FACTLOAD : start".
           PERFORM INIT-RTN THRU INIT-RTN-EXIT.

           OPEN INPUT MANIFEST-FILE.
           IF MANIFEST-STATUS = '35'
               DISPLAY "FACTLOAD : no MANIFEST, nothing to load"
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF MANIFEST-STATUS NOT = '00'
               DISPLAY "FACTLOAD : can not open MANIFEST, status "
                       MANIFEST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CONNECT-RTN.
           IF RUN-FAILED
               CLOSE MANIFEST-FILE
               DISPLAY "FACTLOAD : could not connect, nothing loaded"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-MANIFEST-RTN THRU READ-MANIFEST-RTN-EXIT.
           PERFORM SCAN-LINE-RTN THRU SCAN-LINE-RTN-EXIT
               UNTIL MANIFEST-EOF.
           CLOSE MANIFEST-FILE.

           MOVE LOADED-COUNT TO COUNT-DISP.
           DISPLAY "FACTLOAD : " COUNT-DISP " generation(s) loaded".
           MOVE SKIPPED-COUNT TO COUNT-DISP.
           DISPLAY "FACTLOAD : " COUNT-DISP
                   " generation(s) skipped, already loaded".
           MOVE RETIRED-COUNT TO COUNT-DISP.
           DISPLAY "FACTLOAD : " COUNT-DISP
                   " generation(s) retired, not loadable".
           MOVE FAILED-COUNT TO COUNT-DISP.
           DISPLAY "FACTLOAD : " COUNT-DISP " generation(s) failed".

           IF FAILED-COUNT = ZERO
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           DISPLAY "FACTLOAD : end".
           GOBACK.
      ******************************************************************
      *  the base names, the days to look at, and the prefix each
      *  base's generations are named with.
      ******************************************************************
       INIT-RTN.
           ACCEPT BASE-ENV FROM ENVIRONMENT "q_tranlog_file"
               NOT ON EXCEPTION MOVE BASE-ENV TO TRANLOG-BASE
           END-ACCEPT.
           ACCEPT BASE-ENV FROM ENVIRONMENT "q_audit_file"
               NOT ON EXCEPTION MOVE BASE-ENV TO AUDIT-BASE
           END-ACCEPT.
           MOVE SPACES TO TRANLOG-PREFIX AUDIT-PREFIX.
           STRING FUNCTION TRIM(TRANLOG-BASE) '.' DELIMITED BY SIZE
               INTO TRANLOG-PREFIX
           END-STRING.
           STRING FUNCTION TRIM(AUDIT-BASE) '.' DELIMITED BY SIZE
               INTO AUDIT-PREFIX
           END-STRING.
           COMPUTE TRANLOG-PREFIX-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(TRANLOG-BASE)) + 1.
           COMPUTE AUDIT-PREFIX-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(AUDIT-BASE)) + 1.

           MOVE FUNCTION CURRENT-DATE (1:8) TO TODAY-DATE.
           ACCEPT LOAD-DAYS-ENV FROM ENVIRONMENT "factload_days"
               NOT ON EXCEPTION
                   IF FUNCTION TRIM(LOAD-DAYS-ENV) IS NUMERIC
                       MOVE FUNCTION NUMVAL(LOAD-DAYS-ENV)
                         TO LOAD-DAYS
                   END-IF
           END-ACCEPT.
           IF LOAD-DAYS = ZERO
               MOVE 1 TO LOAD-DAYS
           END-IF.
           COMPUTE FIRST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (TODAY-DATE)
                    - LOAD-DAYS).
           COMPUTE LAST-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (TODAY-DATE) - 1).

      *
      *    one named day instead : today's generations are still
      *    being written to, and a load of them would be short.
      *
           ACCEPT REPORT-DATE-ENV FROM ENVIRONMENT "q_report_date"
               NOT ON EXCEPTION
                   IF REPORT-DATE-ENV IS NUMERIC
                       IF REPORT-DATE-ENV NOT < TODAY-DATE
                           DISPLAY "FACTLOAD : " REPORT-DATE-ENV
                                   " is not closed yet, nothing "
                                   "loaded"
                           MOVE 8 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE REPORT-DATE-ENV TO FIRST-DATE LAST-DATE
                   END-IF
           END-ACCEPT.
           DISPLAY "FACTLOAD : generations of " FIRST-DATE
                   " to " LAST-DATE.
       INIT-RTN-EXIT.
           EXIT.
      ******************************************************************
       READ-MANIFEST-RTN.
           READ MANIFEST-FILE
               AT END
                   SET MANIFEST-EOF TO TRUE
           END-READ.
       READ-MANIFEST-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  one MANIFEST line : a TRANLOG or AUDITLOG generation of a
      *  day in range, not yet handled this run, is loaded from
      *  wherever genhouse says it now lives.
      ******************************************************************
       SCAN-LINE-RTN.
           MOVE SPACES TO MF-DATE MF-NAME MF-MARKER MF-PATH.
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL ' '
               INTO MF-DATE
                    MF-NAME
                    MF-MARKER
                    MF-PATH
           END-UNSTRING.
           IF MF-DATE IS NOT NUMERIC
              OR MF-DATE < FIRST-DATE
              OR MF-DATE > LAST-DATE
               GO TO SCAN-LINE-NEXT
           END-IF.

           MOVE SPACE TO GEN-KIND.
           IF MF-NAME (1:TRANLOG-PREFIX-LEN) =
              TRANLOG-PREFIX (1:TRANLOG-PREFIX-LEN)
               SET GEN-IS-TRANLOG TO TRUE
           END-IF.
           IF MF-NAME (1:AUDIT-PREFIX-LEN) =
              AUDIT-PREFIX (1:AUDIT-PREFIX-LEN)
               SET GEN-IS-AUDITLOG TO TRUE
           END-IF.
           IF GEN-KIND = SPACE
               GO TO SCAN-LINE-NEXT
           END-IF.

           MOVE 'N' TO DONE-SW.
           PERFORM VARYING DONE-I FROM 1 BY 1
                   UNTIL DONE-I > DONE-COUNT OR ALREADY-DONE
               IF DONE-NAME (DONE-I) = MF-NAME
                   SET ALREADY-DONE TO TRUE
               END-IF
           END-PERFORM.
           IF ALREADY-DONE
               GO TO SCAN-LINE-NEXT
           END-IF.
           IF DONE-COUNT < 200
               ADD 1 TO DONE-COUNT
               MOVE MF-NAME TO DONE-NAME (DONE-COUNT)
           END-IF.

           IF MF-MARKER = 'RETIRED'
               ADD 1 TO RETIRED-COUNT
               DISPLAY "FACTLOAD : generation "
                       FUNCTION TRIM(MF-NAME)
                       " has been retired per the retention policy"
               GO TO SCAN-LINE-NEXT
           END-IF.
           MOVE MF-NAME TO GEN-PATH.
           IF MF-MARKER = 'COLD' AND MF-PATH NOT = SPACES
               MOVE MF-PATH TO GEN-PATH
           END-IF.

           PERFORM LOAD-GEN-RTN THRU LOAD-GEN-RTN-EXIT.
       SCAN-LINE-NEXT.
           PERFORM READ-MANIFEST-RTN THRU READ-MANIFEST-RTN-EXIT.
       SCAN-LINE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  one generation, as one unit of work.
      ******************************************************************
       LOAD-GEN-RTN.
           IF GEN-IS-TRANLOG
               MOVE 'TRANLOG_FACT' TO FACT-TABLE
           ELSE
               MOVE 'AUDIT_FACT'   TO FACT-TABLE
           END-IF.
           MOVE MF-NAME TO FACT-GENERATION.
           MOVE MF-DATE TO FACT-LOAD-DATE.
           MOVE 'N' TO GEN-FAILED-SW.

           MOVE 'N' TO SQL-DONE-SW.
           MOVE 0   TO SQL-RETRY-COUNT.
           PERFORM CHECK-LOADED-RTN THRU CHECK-LOADED-RTN-EXIT
               UNTIL SQL-IS-DONE.
           IF GEN-FAILED
               ADD 1 TO FAILED-COUNT
               DISPLAY "FACTLOAD : " FUNCTION TRIM(MF-NAME)
                       " : load control could not be read"
               GO TO LOAD-GEN-RTN-EXIT
           END-IF.
           IF FACT-EXISTING > 0
               ADD 1 TO SKIPPED-COUNT
               DISPLAY "FACTLOAD : " FUNCTION TRIM(MF-NAME)
                       " already loaded"
               GO TO LOAD-GEN-RTN-EXIT
           END-IF.

           OPEN INPUT GEN-FILE.
           IF GEN-STATUS NOT = '00'
               DISPLAY "FACTLOAD : can not open "
                       FUNCTION TRIM(GEN-PATH)
                       ", status " GEN-STATUS
               MOVE ZERO TO LINES-READ FACT-ROWS
               PERFORM RECORD-FAILED-RTN THRU RECORD-FAILED-RTN-EXIT
               GO TO LOAD-GEN-RTN-EXIT
           END-IF.

           PERFORM CLEAR-GEN-RTN THRU CLEAR-GEN-RTN-EXIT.
           MOVE ZERO TO LINES-READ.
           MOVE 'N' TO GEN-EOF-SW.
           IF NOT GEN-FAILED
               PERFORM READ-GEN-RTN THRU READ-GEN-RTN-EXIT
               PERFORM LOAD-LINE-RTN THRU LOAD-LINE-RTN-EXIT
                   UNTIL GEN-EOF OR GEN-FAILED
           END-IF.
           CLOSE GEN-FILE.

           IF NOT GEN-FAILED
               PERFORM COUNT-ROWS-RTN THRU COUNT-ROWS-RTN-EXIT
           END-IF.
           IF NOT GEN-FAILED
               IF FACT-ROWS NOT = LINES-READ
                   MOVE LINES-READ TO LINES-DISP
                   MOVE FACT-ROWS  TO ROWS-DISP
                   DISPLAY "FACTLOAD : " FUNCTION TRIM(MF-NAME)
                           " : " LINES-DISP " line(s) read but "
                           ROWS-DISP " row(s) loaded"
                   SET GEN-FAILED TO TRUE
               END-IF
           END-IF.
           IF NOT GEN-FAILED
               MOVE 'LOADED' TO FACT-STATUS
               PERFORM WRITE-CONTROL-RTN THRU WRITE-CONTROL-RTN-EXIT
           END-IF.
           IF NOT GEN-FAILED
               EXEC SQL COMMIT WORK END-EXEC
               IF SQLCODE NOT = ZERO
                   PERFORM SQL-ERROR-RTN
                   SET GEN-FAILED TO TRUE
               END-IF
           END-IF.

           IF GEN-FAILED
               EXEC SQL ROLLBACK END-EXEC
               PERFORM RECORD-FAILED-RTN THRU RECORD-FAILED-RTN-EXIT
           ELSE
               ADD 1 TO LOADED-COUNT
               MOVE LINES-READ TO LINES-DISP
               DISPLAY "FACTLOAD : " FUNCTION TRIM(MF-NAME)
                       " loaded, " LINES-DISP " row(s) into "
                       FUNCTION TRIM(FACT-TABLE)
           END-IF.
       LOAD-GEN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  has this generation been loaded already ?
      ******************************************************************
       CHECK-LOADED-RTN.
           MOVE ZERO TO FACT-EXISTING.
           EXEC SQL
               SELECT COUNT(*)
                 INTO :FACT-EXISTING
                 FROM FACT_LOAD_CONTROL
                WHERE FACT_TABLE = TRIM(:FACT-TABLE)
                  AND GENERATION = TRIM(:FACT-GENERATION)
                  AND STATUS     = 'LOADED'
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               IF  SQL-ERROR-IS-RETRYABLE AND SQL-RETRY-COUNT < 1
                   ADD 1 TO SQL-RETRY-COUNT
               ELSE
                   SET GEN-FAILED TO TRUE
                   SET SQL-IS-DONE TO TRUE
               END-IF
           ELSE
               SET SQL-IS-DONE TO TRUE
           END-IF.
       CHECK-LOADED-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  rows left by a load that never reached LOADED go first, so
      *  the generation is only ever in the table once.
      ******************************************************************
       CLEAR-GEN-RTN.
           IF GEN-IS-TRANLOG
               EXEC SQL
                   DELETE FROM TRANLOG_FACT
                    WHERE GENERATION = TRIM(:FACT-GENERATION)
               END-EXEC
           ELSE
               EXEC SQL
                   DELETE FROM AUDIT_FACT
                    WHERE GENERATION = TRIM(:FACT-GENERATION)
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM SQL-ERROR-RTN
               SET GEN-FAILED TO TRUE
           END-IF.
       CLEAR-GEN-RTN-EXIT.
           EXIT.
      ******************************************************************
       READ-GEN-RTN.
           READ GEN-FILE
               AT END
                   SET GEN-EOF TO TRUE
           END-READ.
       READ-GEN-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  one line, one row.  no single-statement re-drive : a
      *  transient failure has already been rolled back by
      *  SQL-ERROR-RTN, taking the generation's earlier rows with
      *  it, so the whole generation is left for the next run.
      ******************************************************************
       LOAD-LINE-RTN.
           ADD 1 TO LINES-READ.
           MOVE LINES-READ TO FACT-LINE-NO.
           IF GEN-IS-TRANLOG
               PERFORM SPLIT-TRANLOG-RTN THRU SPLIT-TRANLOG-RTN-EXIT
               EXEC SQL
                   INSERT INTO TRANLOG_FACT
                          (GENERATION, LINE_NO, LOAD_DATE,
                           PROCESSED_AT, MSGID, MIMETYPE, MSGLEN,
                           RETRY_COUNT, INPUT_QUEUE, INSTANCE_ID,
                           TIER, SENDER_ID, CATEGORY, TESTRUN_FLAG,
                           BUSINESS_DATE, SEQNO, PAYLOAD_DIGEST)
                   VALUES (TRIM(:FACT-GENERATION), :FACT-LINE-NO,
                           :FACT-LOAD-DATE, :TF-PROCESSED-AT,
                           TRIM(:TF-MSGID), TRIM(:TF-MIMETYPE),
                           :TF-MSGLEN, :TF-RETRY, TRIM(:TF-QUEUE),
                           TRIM(:TF-INSTANCE), :TF-TIER,
                           TRIM(:TF-SENDERID), TRIM(:TF-CATEGORY),
                           :TF-TESTRUN, TRIM(:TF-BIZDATE),
                           TRIM(:TF-SEQNO), TRIM(:TF-DIGEST))
               END-EXEC
           ELSE
               PERFORM SPLIT-AUDIT-RTN THRU SPLIT-AUDIT-RTN-EXIT
               EXEC SQL
                   INSERT INTO AUDIT_FACT
                          (GENERATION, LINE_NO, LOAD_DATE,
                           EVENT_AT, GMT_OFFSET, EVENT, MSGID,
                           MESSAGEUUID, QUEUE, INSTANCE_ID,
                           TESTRUN_FLAG, REASON)
                   VALUES (TRIM(:FACT-GENERATION), :FACT-LINE-NO,
                           :FACT-LOAD-DATE, :AF-EVENT-AT,
                           :AF-GMT-OFFSET, TRIM(:AF-EVENT),
                           TRIM(:AF-MSGID), TRIM(:AF-UUID),
                           TRIM(:AF-QUEUE), TRIM(:AF-INSTANCE),
                           :AF-TESTRUN, TRIM(:AF-REASON))
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               MOVE LINES-READ TO LINES-DISP
               DISPLAY "FACTLOAD : " FUNCTION TRIM(MF-NAME)
                       " : line " LINES-DISP " failed to load"
               SET GEN-FAILED TO TRUE
               GO TO LOAD-LINE-RTN-EXIT
           END-IF.
           PERFORM READ-GEN-RTN THRU READ-GEN-RTN-EXIT.
       LOAD-LINE-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  a TRANLOG line, cut at its commas as tranrpt.cob cuts it.
      *  a count that is not a number is loaded as zero : the line
      *  still counts, and is still there to be looked at.
      ******************************************************************
       SPLIT-TRANLOG-RTN.
           MOVE SPACES TO TF-PROCESSED-AT TF-MSGID TF-MIMETYPE
                          TL-MSGLEN-X TL-RETRY-X TF-QUEUE
                          TF-INSTANCE TF-TIER TF-SENDERID
                          TF-CATEGORY TF-TESTRUN TF-BIZDATE
                          TF-SEQNO TF-DIGEST.
           UNSTRING GEN-RECORD DELIMITED BY ','
               INTO TF-PROCESSED-AT
                    TF-MSGID
                    TF-MIMETYPE
                    TL-MSGLEN-X
                    TL-RETRY-X
                    TF-QUEUE
                    TF-INSTANCE
                    TF-TIER
                    TF-SENDERID
                    TF-CATEGORY
                    TF-TESTRUN
                    TF-BIZDATE
                    TF-SEQNO
                    TF-DIGEST
           END-UNSTRING.
           MOVE ZERO TO TF-MSGLEN TF-RETRY.
           IF TL-MSGLEN-X NOT = SPACES
              AND FUNCTION TRIM(TL-MSGLEN-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(TL-MSGLEN-X) TO TF-MSGLEN
           END-IF.
           IF TL-RETRY-X NOT = SPACES
              AND FUNCTION TRIM(TL-RETRY-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(TL-RETRY-X) TO TF-RETRY
           END-IF.
       SPLIT-TRANLOG-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  an AUDITLOG line, over its fd-audit.cpy layout.  the
      *  yyyy/mm/dd hh:mm:ss stamp becomes yyyymmddhhmmss00.
      ******************************************************************
       SPLIT-AUDIT-RTN.
           MOVE GEN-RECORD TO W-AUDIT-LINE.
           MOVE SPACES TO AF-EVENT-AT.
           STRING W-AUDIT-LINE (1:4) W-AUDIT-LINE (6:2)
                  W-AUDIT-LINE (9:2) W-AUDIT-HH W-AUDIT-MM
                  W-AUDIT-SS '00' DELIMITED BY SIZE
               INTO AF-EVENT-AT
           END-STRING.
           MOVE W-AUDIT-LINE (22:5) TO AF-GMT-OFFSET.
           MOVE W-AUDIT-EVENT       TO AF-EVENT.
           MOVE W-AUDIT-MSGID       TO AF-MSGID.
           MOVE W-AUDIT-UUID        TO AF-UUID.
           MOVE W-AUDIT-QUEUE       TO AF-QUEUE.
           MOVE W-AUDIT-INSTANCE    TO AF-INSTANCE.
           MOVE W-AUDIT-TESTRUN     TO AF-TESTRUN.
           MOVE W-AUDIT-REASON      TO AF-REASON.
       SPLIT-AUDIT-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  what the table now holds for the generation, inside the
      *  same unit of work, to set against the lines read.
      ******************************************************************
       COUNT-ROWS-RTN.
           MOVE ZERO TO FACT-ROWS.
           IF GEN-IS-TRANLOG
               EXEC SQL
                   SELECT COUNT(*) INTO :FACT-ROWS
                     FROM TRANLOG_FACT
                    WHERE GENERATION = TRIM(:FACT-GENERATION)
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT COUNT(*) INTO :FACT-ROWS
                     FROM AUDIT_FACT
                    WHERE GENERATION = TRIM(:FACT-GENERATION)
               END-EXEC
           END-IF.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               DISPLAY "FACTLOAD : " FUNCTION TRIM(MF-NAME)
                       " : rows loaded could not be counted"
               SET GEN-FAILED TO TRUE
           END-IF.
       COUNT-ROWS-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  the generation's one FACT_LOAD_CONTROL row, replaced.
      ******************************************************************
       WRITE-CONTROL-RTN.
           MOVE LINES-READ TO FACT-LINES-READ.
           MOVE FUNCTION CURRENT-DATE (1:14) TO FACT-LOADED-AT.
           EXEC SQL
               DELETE FROM FACT_LOAD_CONTROL
                WHERE FACT_TABLE = TRIM(:FACT-TABLE)
                  AND GENERATION = TRIM(:FACT-GENERATION)
           END-EXEC.
           IF  SQLCODE NOT = ZERO AND SQLCODE NOT = +10
               PERFORM SQL-ERROR-RTN
               SET GEN-FAILED TO TRUE
               GO TO WRITE-CONTROL-RTN-EXIT
           END-IF.
           EXEC SQL
               INSERT INTO FACT_LOAD_CONTROL
                      (FACT_TABLE, GENERATION, LOAD_DATE,
                       LINES_READ, ROWS_LOADED, STATUS, LOADED_AT)
               VALUES (TRIM(:FACT-TABLE), TRIM(:FACT-GENERATION),
                       :FACT-LOAD-DATE, :FACT-LINES-READ,
                       :FACT-ROWS, TRIM(:FACT-STATUS),
                       :FACT-LOADED-AT)
           END-EXEC.
           IF  SQLCODE NOT = ZERO
               PERFORM SQL-ERROR-RTN
               SET GEN-FAILED TO TRUE
           END-IF.
       WRITE-CONTROL-RTN-EXIT.
           EXIT.
      ******************************************************************
      *  after the rollback : the failed attempt on the record, with
      *  the lines it read.  a control table that can not take even
      *  this is reported ; the generation has no LOADED row either
      *  way, so the next run loads it again.
      ******************************************************************
       RECORD-FAILED-RTN.
           ADD 1 TO FAILED-COUNT.
           MOVE 'FAILED' TO FACT-STATUS.
           MOVE ZERO TO FACT-ROWS.
           MOVE 'N' TO GEN-FAILED-SW.
           PERFORM WRITE-CONTROL-RTN THRU WRITE-CONTROL-RTN-EXIT.
           IF GEN-FAILED
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY "FACTLOAD : " FUNCTION TRIM(MF-NAME)
                       " : failure could not be recorded"
           ELSE
               EXEC SQL COMMIT WORK END-EXEC
           END-IF.
           DISPLAY "FACTLOAD : " FUNCTION TRIM(MF-NAME)
                   " not loaded, rolled back for a re-run".
       RECORD-FAILED-RTN-EXIT.
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
