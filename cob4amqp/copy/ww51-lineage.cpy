      *
      * ww51-lineage.cpy : the request block every program that
      * makes a message out of another hands linwrite.cob, which
      * adds the link to the LINEAGE store (fd-lineage.cpy).
      *
      *    LINK  - record WW51-PARENT-... -> WW51-CHILD-... under
      *            WW51-RELATION ; a blank WW51-CHILD-MSGID is
      *            named here the store's way, the parent's msgid
      *            (cut to 52) plus '-' and the relation, and comes
      *            back filled in.  WW51-STATUS is the file status :
      *            00 written, 22 the link was already on record
      *            (a re-driven send), anything else not recorded
      *    CLOSE - close the store at the end of the run
      *
      * the store is opened on the first LINK and stays open ; one
      * that can not be opened is reported once and every later
      * LINK comes back with its status, so a program carries on --
      * the link is history, never a reason to stop a message.
      *
       01 WW51-LINEAGE.
          05 WW51-FUNCTION     PIC X(08).
          05 WW51-RELATION     PIC X(08).
          05 WW51-PARENT-MSGID PIC X(61).
          05 WW51-PARENT-UUID  PIC X(61).
          05 WW51-CHILD-MSGID  PIC X(61).
          05 WW51-CHILD-UUID   PIC X(61).
          05 WW51-INSTANCE     PIC X(04).
          05 WW51-PROGRAM      PIC X(10).
          05 WW51-STATUS       PIC X(02).
