      *
      * ww45-operator.cpy : one line of the operator registry
      * (q_operator_file, default OPERATORS), the file opsignon.cob
      * checks every operator tool's sign-on against and opreg.cob
      * maintains.  fixed-column with a blank between fields, like
      * the other ww4x histories, so a reader MOVEs a line over
      * WW45-OPERATOR to address its fields ; '*' lines are
      * comments.
      *
      *    WW45-OPER-ID    - the name the tools log under (operator_id)
      *    WW45-NAME       - the person behind it
      *    WW45-ROLE       - VIEWER, OPERATOR or SUPERVISOR, each
      *                      allowed everything the one before is
      *    WW45-PIN-HASH   - the PIN, hashed with the id by
      *                      opsignon's HASH function ; the PIN
      *                      itself is never written anywhere
      *    WW45-STATUS     - A active, D disabled (kept for the
      *                      history of who held the id)
      *    WW45-CHANGED    - yyyymmddhhmmss of the last change
      *    WW45-CHANGED-BY - the supervisor who made it
      *
       01 WW45-OPERATOR.
          05 WW45-OPER-ID      PIC X(08).
          05 FILLER            PIC X(01).
          05 WW45-NAME         PIC X(30).
          05 FILLER            PIC X(01).
          05 WW45-ROLE         PIC X(10).
             88 WW45-IS-VIEWER        VALUE 'VIEWER'.
             88 WW45-IS-OPERATOR      VALUE 'OPERATOR'.
             88 WW45-IS-SUPERVISOR    VALUE 'SUPERVISOR'.
             88 WW45-ROLE-VALID       VALUE 'VIEWER' 'OPERATOR'
                                            'SUPERVISOR'.
          05 FILLER            PIC X(01).
          05 WW45-PIN-HASH     PIC X(20).
          05 FILLER            PIC X(01).
          05 WW45-STATUS       PIC X(01).
             88 WW45-IS-ACTIVE        VALUE 'A'.
             88 WW45-IS-DISABLED      VALUE 'D'.
          05 FILLER            PIC X(01).
          05 WW45-CHANGED      PIC X(14).
          05 FILLER            PIC X(01).
          05 WW45-CHANGED-BY   PIC X(08).
