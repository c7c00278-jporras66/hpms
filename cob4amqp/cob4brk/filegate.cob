      *    discrepancy report is written to the job log, and nothing
      *    is published.
      *
      *    each published detail also carries a messageUUID of
      *    GATE-<run yyyymmddhhmmss>-<sequenceNo>, which cobclient
      *    carries through as-is into every AUDITLOG event for the
      *    message, and the run is recorded in a register file
      *    (gate_register, default GATEREG, suffixed with the run
      *    timestamp) :
      *
      *      RUN<run 14><senderId 8><yyyymmdd><msgCategory 20>
      *         <detail count 9(9)><input file name 100>
      *      PUB<sequenceNo 9(9)><messageUUID 32>  (one per publish)
      *
      *    gateack.cob reads the register back against the AUDITLOG
      *    to build the ACK/NAK return file for the branch system.
      *
      *      lnk_target   - queue to publish to (required)
      *      lnk_mimetype - mimetype to stamp on each message ;
      *                     blank defaults to text/plain
           select quarantine-file assign to ws-quarantine-file
                  organization line sequential
                  file status is ws-quarantine-status.
      *
           select register-file assign to ws-register-file
                  organization line sequential
                  file status is ws-register-status.
      *---------------------------------------------------------------*
      *                    d a t a   d i v i s i o n                  *
      *---------------------------------------------------------------*
      *
       fd  quarantine-file.
       01  quarantine-record pic x(300).
      *
       fd  register-file.
       01  register-record  pic x(170).
      *
       working-storage section.
      *-----------------------.
       01 ws-quarantine-base pic x(100) value 'GATEQUAR'.
       01 ws-quarantine-env  pic x(100).
       01 ws-quarantine-status pic x(02) value '00'.
       01 ws-register-file   pic x(100) value spaces.
       01 ws-register-base   pic x(100) value 'GATEREG'.
       01 ws-register-env    pic x(100).
       01 ws-register-status pic x(02) value '00'.
       01 w-register-sw      pic x value 'N'.
           88 register-is-open    value 'Y'.
      *
       01 w-run-stamp        pic x(16) value spaces.
      *
       01 w-hash-i           pic 9(04) value zero.
       01 w-seq              pic 9(09) value zero.
       01 w-seq-disp         pic 9(09) value zero.
       01 w-msg-uuid         pic x(32) value spaces.
      *
       01 w-run-line.
          05 filler             pic x(03) value 'RUN'.
          05 w-run-id           pic x(14).
          05 w-run-senderid     pic x(08).
          05 w-run-date         pic x(08).
          05 w-run-category     pic x(20).
          05 w-run-count        pic 9(09).
          05 w-run-file         pic x(100).
       01 w-pub-line.
          05 filler             pic x(03) value 'PUB'.
          05 w-pub-seq          pic 9(09).
          05 w-pub-uuid         pic x(32).
      *
           copy "message.cpy" replacing leading
           ==prefix-== BY ==q_==.
              not on exception
                 move ws-quarantine-env to ws-quarantine-base
           end-accept.
           accept ws-register-env from environment 'gate_register'
              not on exception
                 move ws-register-env to ws-register-base
           end-accept.
      *
           display pgm-name ' - target queue : ' q_output
           display pgm-name ' - mimetype     : ' q_mimetype
              delimited by size into err
              perform 3000-end
           end-if.
      *
      *    the register is opened before the first publish : a
      *    detail on the bridge that the register does not list
      *    could never be acknowledged back to the branch.
      *
           move spaces to ws-register-file
           string function trim(ws-register-base)
                      delimited by size
                  '.' delimited by size
                  w-run-stamp (1:14) delimited by size
             into ws-register-file
           end-string
           open output register-file
           if ws-register-status not = '00' then
              close gate-file
              string 'can not open register file, status '
                     ws-register-status
              delimited by size into err
              perform 3000-end
           end-if.
           set register-is-open to true
           move w-run-stamp (1:14) to w-run-id
           move w-hdr-senderid     to w-run-senderid
           move w-hdr-date         to w-run-date
           move w-hdr-category     to w-run-category
           move w-trl-count        to w-run-count
           move ws-gate-file       to w-run-file
           move w-run-line to register-record
           write register-record
           display pgm-name ' - register     : '
                   function trim(ws-register-file)
      *
           set neof to true
           perform 2800-publish-one-record
              move gate-record (4:q_msglen) to q_message (1:q_msglen)
           end-if
      *
           move w-seq to w-seq-disp
           move spaces to w-msg-uuid
           string 'GATE-' delimited by size
                  w-run-stamp (1:14) delimited by size
                  '-' delimited by size
                  w-seq-disp delimited by size
             into w-msg-uuid
           end-string
      *
           move 4 to q_num
           move SENDERID to q_name (1)
           move w-hdr-senderid to q_value (1)
           move SEQUENCENO to q_name (2)
           move w-seq-disp to q_value (2)
           move MSGCATEGORY to q_name (3)
           move w-hdr-category to q_value (3)
           move MESSAGEUUID to q_name (4)
           move w-msg-uuid to q_value (4)
      *
           call 'amqpSendMessageCC' using
                by reference q_output,
           end-if.
      *
           add 1 to cnt-published.
           move w-seq-disp to w-pub-seq
           move w-msg-uuid to w-pub-uuid
           move w-pub-line to register-record
           write register-record.
      *
       2800-publish-one-record-exit.
           exit.
       3000-end.
      *
           display 'end   : ' pgm-name.
      *
           if register-is-open
              close register-file
           end-if.
      *
           call 'amqpDisconnectCC' using
                by reference errstatus
