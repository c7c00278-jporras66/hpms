      * that exact record.  zero means "written before checksums
      * existed", which the checker skips rather than flags.
      *
      * WW10-DATE carries the arrival stamp (yyyymmddhhmmsscc) in
      * bytes 1-16 and, in bytes 18-25, the yyyymmdd business date
      * the bridge assigned the message (cobclient's
      * 2110-assign-business-date) ; spaces there mean a record
      * written before business dates existed, which readers take
      * as belonging to its arrival date.
      *
      * WW10-TESTRUN carries 'T' when the message arrived stamped
      * with the testRun property, space otherwise, so the archive
      * tools can keep drill traffic apart from production.
