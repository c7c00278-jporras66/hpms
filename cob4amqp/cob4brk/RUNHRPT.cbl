      *  overridable credentials, same sql-error-rtn.cpy handling.
      *  runh_days limits how far back the report reaches (default
      *  31 days).
      *
      *  With report_output=CSV or JSON the listing also goes to
      *  RUNHRPT.yyyymmdd.csv/.json (dated today) through rptout.cob,
      *  in ww49-rptout.cpy's columns :
      *
      *    section  key     measure
      *    run      run id  ended_at, read, forwarded, errors, dupes,
      *                     seqgaps, lossy, elapsed_secs, reason,
      *                     delta_read, delta_errors
      *    summary          runs
      ******************************************************************
       IDENTIFICATION              DIVISION.
      ******************************************************************
       01  RUNH-DAYS                PIC 9(04) VALUE 31.
       01  RUNH-DAYS-ENV            PIC X(05).

           COPY "ww49-rptout.cpy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME                  PIC  X(30) VALUE
                                        "HPS-CP@127.0.0.1:6432".
               GOBACK
           END-IF.

           MOVE 'OPEN' TO WW49-FUNCTION.
           MOVE 'RUNHRPT' TO WW49-REPORT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WW49-DATE.
           CALL 'rptout' USING WW49-RPTOUT.

           DISPLAY "run id               ended at            "
                   " read      fwd       err       reason    "
                   " d-read    d-err".
           EXEC SQL CLOSE RUNCUR END-EXEC.
           EXEC SQL COMMIT WORK END-EXEC.

           IF WW49-FILE NOT = SPACES
               MOVE 'summary' TO WW49-SECTION
               MOVE SPACES TO WW49-KEY
               MOVE 'runs' TO WW49-MEASURE
               MOVE ROW-COUNT TO WW49-NUMBER
               PERFORM OUT-NUMBER-RTN
               MOVE 'CLOSE' TO WW49-FUNCTION
               CALL 'rptout' USING WW49-RPTOUT
           END-IF.

           DISPLAY "RUNHRPT : " ROW-COUNT " run(s) listed".
           DISPLAY "RUNHRPT : end".
           MOVE 0 TO RETURN-CODE.
                   RH-READ " " RH-WRITE " " RH-ERR " "
                   RH-REASON " " DELTA-READ-DISP " "
                   DELTA-ERR-DISP.
           IF WW49-FILE NOT = SPACES
               PERFORM OUT-RUN-RTN
           END-IF.
           MOVE RH-READ TO PREV-READ.
           MOVE RH-ERR  TO PREV-ERR.
       FETCH-RTN-EXIT.
           EXIT.
      ******************************************************************
      *    the run just listed, one value per row.
      ******************************************************************
       OUT-RUN-RTN.
           MOVE 'run' TO WW49-SECTION.
           MOVE RH-RUNID TO WW49-KEY.
           MOVE 'ended_at' TO WW49-MEASURE.
           MOVE RH-ENDED (1:19) TO WW49-TEXT.
           PERFORM OUT-TEXT-RTN.
           MOVE 'read' TO WW49-MEASURE.
           MOVE RH-READ TO WW49-NUMBER.
           PERFORM OUT-NUMBER-RTN.
           MOVE 'forwarded' TO WW49-MEASURE.
           MOVE RH-WRITE TO WW49-NUMBER.
           PERFORM OUT-NUMBER-RTN.
           MOVE 'errors' TO WW49-MEASURE.
           MOVE RH-ERR TO WW49-NUMBER.
           PERFORM OUT-NUMBER-RTN.
           MOVE 'dupes' TO WW49-MEASURE.
           MOVE RH-DUPE TO WW49-NUMBER.
           PERFORM OUT-NUMBER-RTN.
           MOVE 'seqgaps' TO WW49-MEASURE.
           MOVE RH-SEQGAP TO WW49-NUMBER.
           PERFORM OUT-NUMBER-RTN.
           MOVE 'lossy' TO WW49-MEASURE.
           MOVE RH-LOSSY TO WW49-NUMBER.
           PERFORM OUT-NUMBER-RTN.
           MOVE 'elapsed_secs' TO WW49-MEASURE.
           MOVE RH-ELAPSED TO WW49-NUMBER.
           PERFORM OUT-NUMBER-RTN.
           MOVE 'reason' TO WW49-MEASURE.
           MOVE RH-REASON TO WW49-TEXT.
           PERFORM OUT-TEXT-RTN.
           MOVE 'delta_read' TO WW49-MEASURE.
           MOVE DELTA-READ TO WW49-NUMBER.
           PERFORM OUT-NUMBER-RTN.
           MOVE 'delta_errors' TO WW49-MEASURE.
           MOVE DELTA-ERR TO WW49-NUMBER.
           PERFORM OUT-NUMBER-RTN.
      ******************************************************************
       OUT-NUMBER-RTN.
           MOVE 'ROW' TO WW49-FUNCTION.
           MOVE 'N' TO WW49-KIND.
           CALL 'rptout' USING WW49-RPTOUT.
      ******************************************************************
       OUT-TEXT-RTN.
           MOVE 'ROW' TO WW49-FUNCTION.
           MOVE 'T' TO WW49-KIND.
           CALL 'rptout' USING WW49-RPTOUT.
      ******************************************************************
       CONNECT-RTN.
      *
