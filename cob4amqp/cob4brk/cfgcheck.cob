              when 'ebcdic_codepage'
              when 'archive_file'
              when 'tranlog_file'
              when 'ledger_file'
              when 'audit_file'
              when 'transmap_file'
              when 'control_file'
              when 'park_queue'
              when 'broker_list'
              when 'spool_file'
              when 'auditpend_file'
              when 'test_output_queue'
              when 'archkeys_file'
              when 'debatch_file'
              when 'warehouse_file'
              when 'cutoff_file'
              when 'calendar_file'
              when 'notify_file'
              when 'cfghist_file'
              when 'reseq_senders'
                 continue
              when other
