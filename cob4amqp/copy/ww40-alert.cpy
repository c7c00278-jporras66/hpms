      *
      * ww40-alert.cpy : one open alert, as alertmgr.cob keeps it in
      * the ALERTS state file and alertcon.cob shows it on the
      * acknowledge/close screen.  an alert is OPEN from the first
      * time its type and key arrive on q_monitor_queue, ACK once an
      * operator takes ownership of it, and leaves the state file
      * when it is closed -- the ALERTHIST history keeps the open,
      * acknowledge, escalate and close times for good.
      *
      * the layout is fixed-column with a blank between fields, so
      * the state file reads by eye ; both programs hold the file in
      * a table of plain entries and MOVE one over WW40-ALERT to
      * make its fields addressable, the same overlay-by-MOVE
      * pattern bizfixed uses for WW02-FILE-DATA.
      *
      *    WW40-TYPE      - the "alert" value of the JSON, e.g. STALL
      *    WW40-KEY       - what the alert is about : the queue, or
      *                     senderId/msgCategory, or (bridge) for the
      *                     bridge-wide stall and error-rate alerts
      *    WW40-SEVERITY  - CRITICAL, MAJOR or MINOR (see ALERTSEV)
      *    WW40-REPEATS   - arrivals suppressed while it was open
      *    WW40-DETAIL    - the latest alert text as published
      *
       01 WW40-ALERT.
          05 WW40-ID          PIC 9(06).
          05 FILLER           PIC X(01).
          05 WW40-SEVERITY    PIC X(08).
             88 WW40-IS-CRITICAL      VALUE 'CRITICAL'.
          05 FILLER           PIC X(01).
          05 WW40-STATUS      PIC X(06).
             88 WW40-IS-OPEN          VALUE 'OPEN'.
             88 WW40-IS-ACKED         VALUE 'ACK'.
          05 FILLER           PIC X(01).
          05 WW40-TYPE        PIC X(24).
          05 FILLER           PIC X(01).
          05 WW40-KEY         PIC X(40).
          05 FILLER           PIC X(01).
          05 WW40-FIRST-SEEN  PIC X(14).
          05 FILLER           PIC X(01).
          05 WW40-LAST-SEEN   PIC X(14).
          05 FILLER           PIC X(01).
          05 WW40-REPEATS     PIC 9(06).
          05 FILLER           PIC X(01).
          05 WW40-ESCALATED   PIC X(01).
             88 WW40-WAS-ESCALATED    VALUE 'Y'.
          05 FILLER           PIC X(01).
          05 WW40-OWNER       PIC X(08).
          05 FILLER           PIC X(01).
          05 WW40-ACK-TIME    PIC X(14).
          05 FILLER           PIC X(01).
          05 WW40-DETAIL      PIC X(120).
