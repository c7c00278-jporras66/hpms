      *
      * fd-velact.cpy : the indexed rolling activity store behind
      * cobclient's velocity screening (2135-screen-velocity).  one
      * record per screened key -- msgCategory, the field the rule
      * keys on, and that field's value (an account number, say) --
      * holding the key's recent postings as 60 time buckets, so
      * "how many, and how much, in the last M minutes" survives a
      * restart and is the same answer for every parallel instance.
      * shared (un-suffixed) like CKPTIDX and QUOTAUSE, and updated
      * read-add-rewrite under the record lock.  the RECORD KEY
      * clause lives in each program's SELECT, the key field here.
      *
      *    VACT-WIDTH   - minutes per bucket : the rule's window
      *                   over 60, rounded up, so a window of an
      *                   hour or less is exact to the minute and a
      *                   longer one to 1/60 of itself.  a rule
      *                   whose window changes starts its keys over.
      *    VACT-B-SLOT  - which bucket-width slot of time (minutes
      *                   since day zero over VACT-WIDTH) the bucket
      *                   currently counts ; a bucket left over from
      *                   an older slot is stale and counts nothing
      *    VACT-B-COUNT - postings in that slot
      *    VACT-B-CENTS - their amount, in cents
      *
       FD VELACT-FILE
            VALUE OF FILE-ID IS WS-VELACT-FILE
            LABEL RECORD STANDARD
            BLOCK 0.
      *
       01 VACT-RECORD.
          05 VACT-KEY.
             10 VACT-CATEGORY    PIC X(20).
             10 VACT-FIELD       PIC X(32).
             10 VACT-VALUE       PIC X(32).
          05 VACT-WIDTH          PIC 9(04).
          05 VACT-LAST-STAMP     PIC X(14).
          05 VACT-INSTANCE       PIC X(04).
          05 VACT-BUCKET OCCURS 60 TIMES.
             10 VACT-B-SLOT      PIC 9(10).
             10 VACT-B-COUNT     PIC 9(07).
             10 VACT-B-CENTS     PIC 9(15).
      *
