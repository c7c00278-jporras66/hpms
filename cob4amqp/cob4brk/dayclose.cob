      *         cobclient's final snapshot writes once the drain
      *         completed -- or dayclose_wait_secs (default 600)
      *         passes
      *      3. run AUDITLOAD, so MESSAGE_AUDIT rows the bridge had
      *         to keep pending through a database outage are in
      *         the table before anything reports on it ; a row
      *         that fails to load is a no-go
      *      4. run reconcile ; a discrepancy also runs recdetail so
      *         the bad msgids are on the record by name
      *      5. run sendrec, holding each sender's declared
      *         end-of-day control totals against what was received
      *         from it (the tolerance is sendrec_tolerance)
      *      6. run tranrpt and dlqrpt for the day's reports
      *      7. with dayclose_seal_gate=Y, run sealvfy over
      *         yesterday : yesterday must be sealed (sealday.cob)
      *         and its seal chain must verify
      *      8. apply the tolerance policy : reconcile must balance
      *         (zero unresolved), every declaring sender must be
      *         within sendrec's tolerance, and the run's
      *         dead-letter count (the errors field of the final
      *         snapshot) must not exceed dayclose_max_dlq
      *         (default 0)
      *      9. write the machine-readable flag file DAYCLOSE.FLAG
      *         ('GO' or 'NOGO <reason>') the scheduler gates on,
      *         and end with return-code 0 (go) or 8 (no-go)
      *     10. append the same verdict to the OUTCOMES history
      *         (q_outcome_file, ww43-outcome.cpy), where the flag
      *         file's yesterday is not overwritten -- the shift
      *         handover report lists every NOGO from it
      *
      *      lnk_error   - the dead-letter queue dlqrpt reads
      *      lnk_timeout - poll timeout handed to dlqrpt
           select flag-file assign to "DAYCLOSE.FLAG"
                  organization line sequential
                  file status is w-flag-status.
      *
           select outcome-file assign to ws-outcome-file
                  organization line sequential
                  file status is w-outcome-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
      *
       fd  flag-file.
       01  flag-record     pic x(80).
      *
       fd  outcome-file.
       01  outcome-record  pic x(106).
      *
       working-storage section.
      *-----------------------.
       01 ws-status-env      pic x(100).
       01 w-status-status    pic x(02) value '00'.
       01 w-flag-status      pic x(02) value '00'.
       01 ws-outcome-file    pic x(100) value 'OUTCOMES'.
       01 ws-outcome-env     pic x(100).
       01 w-outcome-status   pic x(02) value '00'.
      *
           copy "ww43-outcome.cpy".
      *
       01 w-wait-secs        pic 9(05) value 600.
       01 w-wait-env         pic x(06).
           88 verdict-nogo        value 'Y'.
       01 w-nogo-reason      pic x(60) value spaces.
       01 w-reconcile-rc     pic s9(04) value zero.
       01 w-auditload-rc     pic s9(04) value zero.
       01 w-sendrec-rc       pic s9(04) value zero.
       01 w-sealvfy-rc       pic s9(04) value zero.
       01 w-seal-gate        pic x value 'N'.
           88 seal-gate-on        value 'Y'.
       01 w-seal-gate-env    pic x(01).
       01 w-seal-day         pic x(08) value spaces.
       01 w-seal-day-int     usage binary-long value zero.
      *
       01  filler pic x(050)
                  value  'pgm-dayclose-ws-end'.
              not on exception
                 move ws-status-env to ws-status-file
           end-accept.
           accept ws-outcome-env from environment 'q_outcome_file'
              not on exception
                 move ws-outcome-env to ws-outcome-file
           end-accept.
           accept w-wait-env from environment 'dayclose_wait_secs'
              not on exception
                 if function trim(w-wait-env) is numeric
                    move function numval(w-max-dlq-env) to w-max-dlq
                 end-if
           end-accept.
           accept w-seal-gate-env from environment
                  'dayclose_seal_gate'
              not on exception
                 move function upper-case(w-seal-gate-env)
                   to w-seal-gate
           end-accept.
      *
           perform 2100-send-drain thru 2100-send-drain-exit
           perform 2200-await-drained thru 2200-await-drained-exit
                to w-nogo-reason
           end-if
      *
           perform 2250-load-pending-audit
              thru 2250-load-pending-audit-exit
           perform 2300-run-reconciliation
              thru 2300-run-reconciliation-exit
           perform 2350-run-sender-reconciliation
              thru 2350-run-sender-reconciliation-exit
           perform 2400-run-reports
              thru 2400-run-reports-exit
           perform 2450-verify-seal
              thru 2450-verify-seal-exit
           perform 2500-apply-tolerance
              thru 2500-apply-tolerance-exit
           perform 2600-write-flag
              thru 2600-write-flag-exit
           perform 2700-record-outcome
              thru 2700-record-outcome-exit
      *
           display ' '
           if verdict-nogo
           exit.
      *
      * ---------------------------------------------------------------
      *    pending MESSAGE_AUDIT rows go in once the bridge is down
      *    and before the day is reported on.  AUDITLOAD ends 8 when
      *    any row failed to load (it keeps them for a re-run), and
      *    the day cannot close with the audit table short.  a site
      *    without the database has no AUDITLOAD linked in and
      *    nothing pending : that is not a reason to stop.
      * ---------------------------------------------------------------
       2250-load-pending-audit.
      *
           move zero to return-code
           call 'AUDITLOAD'
           on exception
              display pgm-name ' - AUDITLOAD not linked in'
              go to 2250-load-pending-audit-exit
           end-call
           move return-code to w-auditload-rc
           cancel 'AUDITLOAD'
           move zero to return-code
      *
           if w-auditload-rc not = zero and not verdict-nogo
              set verdict-nogo to true
              move 'pending audit rows failed to load'
                to w-nogo-reason
           end-if.
      *
       2250-load-pending-audit-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    reconcile balances the day ; when it does not, recdetail
      *    puts the unbalanced msgids on the record by name before
      *    the verdict goes out.  both are one-shot mains, CANCELed
      *
       2300-run-reconciliation-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the senders' own end-of-day control totals : sendrec ends
      *    1 when any declaring sender is short, over, silent or off
      *    on its hash total beyond the tolerance.  it has already
      *    listed which ones ; the gate only needs the answer.
      * ---------------------------------------------------------------
       2350-run-sender-reconciliation.
      *
           move zero to return-code
           call 'sendrec'
           on exception
              display pgm-name ' - sendrec not linked in'
              if not verdict-nogo
                 set verdict-nogo to true
                 move 'sender reconciliation unavailable'
                   to w-nogo-reason
              end-if
              go to 2350-run-sender-reconciliation-exit
           end-call
           move return-code to w-sendrec-rc
           cancel 'sendrec'
           move zero to return-code.
      *
       2350-run-sender-reconciliation-exit.
           exit.
      *
       2400-run-reports.
      *
      *
       2400-run-reports-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the seal gate : yesterday's generations are closed and
      *    sealed by now, and sealvfy recomputes their chain.  it
      *    ends 4 when the day carries no seal and 8 when the chain
      *    is broken, having already named the date and generation.
      *    a site that asked for the gate and has no sealvfy linked
      *    in can not pass it.
      * ---------------------------------------------------------------
       2450-verify-seal.
      *
           if not seal-gate-on
              go to 2450-verify-seal-exit
           end-if
           move function integer-of-date(
                function numval(function current-date (1:8)))
             to w-seal-day-int
           subtract 1 from w-seal-day-int
           move function date-of-integer(w-seal-day-int)
             to w-seal-day
           display 'seal_from' upon environment-name
           display w-seal-day upon environment-value
           display 'seal_to' upon environment-name
           display w-seal-day upon environment-value
      *
           move zero to return-code
           call 'sealvfy'
           on exception
              display pgm-name ' - sealvfy not linked in'
              if not verdict-nogo
                 set verdict-nogo to true
                 move 'seal verification unavailable'
                   to w-nogo-reason
              end-if
              go to 2450-verify-seal-exit
           end-call
           move return-code to w-sealvfy-rc
           cancel 'sealvfy'
           move zero to return-code
      *
           if w-sealvfy-rc = 4 and not verdict-nogo
              set verdict-nogo to true
              move spaces to w-nogo-reason
              string w-seal-day ' is not sealed'
                delimited by size into w-nogo-reason
              end-string
           end-if
           if w-sealvfy-rc not = zero and not verdict-nogo
              set verdict-nogo to true
              move spaces to w-nogo-reason
              string 'the seal chain does not verify for '
                     w-seal-day
                delimited by size into w-nogo-reason
              end-string
           end-if.
      *
       2450-verify-seal-exit.
           exit.
      *
       2500-apply-tolerance.
      *
              move 'control totals do not balance'
                to w-nogo-reason
           end-if
           if w-sendrec-rc not = zero and not verdict-nogo
              set verdict-nogo to true
              move 'sender control totals out of tolerance'
                to w-nogo-reason
           end-if
           if w-final-err > w-max-dlq and not verdict-nogo
              set verdict-nogo to true
              move spaces to w-nogo-reason
      *
       2600-write-flag-exit.
           exit.
      *
      * ---------------------------------------------------------------
      *    the verdict kept : one OUTCOMES line per close.  a history
      *    that can not be written is reported ; the flag file the
      *    scheduler gates on is already down.
      * ---------------------------------------------------------------
       2700-record-outcome.
      *
           move spaces to ww43-outcome
           move function current-date (1:14) to ww43-stamp
           move 'DAYCLOSE' to ww43-source
           move ww43-stamp (1:8) to ww43-bizdate
           if verdict-nogo
              move 'NOGO' to ww43-verdict
              move w-nogo-reason to ww43-detail
           else
              move 'GO' to ww43-verdict
           end-if
           open extend outcome-file
           if w-outcome-status = '35'
              open output outcome-file
           end-if
           if w-outcome-status not = '00'
              display pgm-name ' - can not record the verdict in '
                      function trim(ws-outcome-file) ', status '
                      w-outcome-status
              go to 2700-record-outcome-exit
           end-if
           move ww43-outcome to outcome-record
           write outcome-record
           close outcome-file.
      *
       2700-record-outcome-exit.
           exit.
      *
       end program dayclose.
