      *
      * ww47-repair.cpy : one record of the REPAIRS journal, where
      * repdesk.cob keeps a before and an after copy of every
      * dead-lettered message it corrected and resubmitted.  each
      * repair writes two records, BEFORE (the payload as it sat
      * on the dead-letter queue) and AFTER (the payload as it was
      * put back on the input queue), sharing the same stamp,
      * msgids and operators, so a repair can always be shown to
      * the sender -- or undone -- byte for byte.
      *
      * the payload may hold binary fields (a fixed-layout record's
      * COMP / COMP-3 bytes, the x'00' terminator), so the journal
      * is a record-sequential file of fixed-length records, not a
      * line-sequential one ; only the first WW47-MSGLEN bytes of
      * WW47-PAYLOAD are the message.
      *
      *    WW47-ORIG-MSGID  - the dead-lettered message's msgid
      *    WW47-NEW-ID      - the messageUUID the repaired message
      *                       was resubmitted under ; it also
      *                       carries repairedFrom = WW47-ORIG-MSGID
      *    WW47-REASON      - the rejectReason it was dead-lettered
      *                       with
      *    WW47-EDITS       - how many field edits were made
      *
       01 WW47-REPAIR.
          05 WW47-STAMP          PIC X(14).
          05 FILLER              PIC X(01).
          05 WW47-IMAGE          PIC X(06).
             88 WW47-IS-BEFORE          VALUE 'BEFORE'.
             88 WW47-IS-AFTER           VALUE 'AFTER'.
          05 FILLER              PIC X(01).
          05 WW47-ORIG-MSGID     PIC X(61).
          05 FILLER              PIC X(01).
          05 WW47-NEW-ID         PIC X(32).
          05 FILLER              PIC X(01).
          05 WW47-REPAIRED-BY    PIC X(08).
          05 FILLER              PIC X(01).
          05 WW47-CONFIRMED-BY   PIC X(08).
          05 FILLER              PIC X(01).
          05 WW47-CATEGORY       PIC X(20).
          05 FILLER              PIC X(01).
          05 WW47-MIMETYPE       PIC X(51).
          05 FILLER              PIC X(01).
          05 WW47-REASON         PIC X(32).
          05 FILLER              PIC X(01).
          05 WW47-EDITS          PIC 9(03).
          05 FILLER              PIC X(01).
          05 WW47-MSGLEN         PIC 9(05).
          05 FILLER              PIC X(01).
          05 WW47-PAYLOAD        PIC X(4096).
