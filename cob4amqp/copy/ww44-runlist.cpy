      *
      * ww44-runlist.cpy : the RUN_HISTORY rows for one time window,
      * as RUNHLIST.cbl hands them back to its caller (the shift
      * handover report).  the caller fills WW44-FROM / WW44-TO,
      * yyyymmddhhmmss, and gets every run that ENDED inside the
      * window, oldest first ; a run's id is its instance and its
      * start stamp, so the caller can tell which of them also
      * started inside it.
      *
      *    WW44-COUNT  - rows returned, at most 100
      *    WW44-MORE   - 'Y' when the window held more runs than fit
      *    WW44-FAILED - 1 when the table could not be read at all
      *
       01 WW44-RUN-LIST.
          05 WW44-FROM         PIC X(14).
          05 WW44-TO           PIC X(14).
          05 WW44-COUNT        PIC 9(04).
          05 WW44-MORE         PIC X(01).
          05 WW44-FAILED       PIC 9(01).
          05 WW44-RUN OCCURS 100 TIMES.
             10 WW44-RUNID     PIC X(20).
             10 WW44-ENDED     PIC X(14).
             10 WW44-READ      PIC 9(09).
             10 WW44-WRITE     PIC 9(09).
             10 WW44-ERR       PIC 9(09).
             10 WW44-DUPE      PIC 9(09).
             10 WW44-ELAPSED   PIC 9(07).
             10 WW44-REASON    PIC X(10).
