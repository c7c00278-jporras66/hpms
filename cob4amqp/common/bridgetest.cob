      *          (2118's boundary)                  -> q_output
      *      C09 image/png, not on the allow-list
      *          (2115)                             -> q_error
      *      C10 text/csv, header and rows agree    -> q_output
      *      C11 text/csv, a row wider than its
      *          header, bizcsv rejects it          -> q_error
      *
      *    a broker-side msgid redelivery (2106's duplicate path)
      *    cannot be forced from the sending side -- the send call
      *    ('O' = q_output, 'E' = q_error), and where it was in
      *    fact found ('-' until seen).
      *
       01 w-case-count  pic 9(02) value 11.
       01 w-case-table.
          05 filler pic x(04) value 'C01O'.
          05 filler pic x(04) value 'C02O'.
          05 filler pic x(04) value 'C07E'.
          05 filler pic x(04) value 'C08O'.
          05 filler pic x(04) value 'C09E'.
          05 filler pic x(04) value 'C10O'.
          05 filler pic x(04) value 'C11E'.
       01 w-case-tab redefines w-case-table.
          05 case-entry occurs 11 times.
             10 case-id     pic x(03).
             10 case-expect pic x(01).
       01 w-case-found.
          05 case-found pic x(01) occurs 11 times value '-'.
      *
       01 w-found-id    pic x(03).
      *
           end-string
           move 19 to q_msglen
           move 'image/png' to q_mimetype
           perform 2900-send-one
      *
      *    C10 : a csv extract whose rows match its header -- with
      *    no layout for it bizcsv's structural checks pass it.
      *
           move low-values to q_message
           string 'id,note' x'0A' '1,TCASE=C10' x'0A'
                  delimited by size
             into q_message
           end-string
           move 20 to q_msglen
           move 'text/csv' to q_mimetype
           perform 2900-send-one
      *
      *    C11 : a csv row one column wider than its header --
      *    bizcsv must dead-letter it.
      *
           move low-values to q_message
           string 'id,note' x'0A' '1,2,TCASE=C11' x'0A'
                  delimited by size
             into q_message
           end-string
           move 22 to q_msglen
           move 'text/csv' to q_mimetype
           perform 2900-send-one.
      *
       2000-publish-corpus-exit.
