                leading ==WS-ARCHIVE== by ==WS-REBUILT==.
      *
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
       sd  sort-work.
       01  sort-rec.
                 at end
                    move '10' to ws-audit-status
                 not at end
      *
      *             a child cut out of a debatched parent is archived
      *             under its own msgid, on its CHILD event.
      *
                    if w-audit-event = 'READ'
                       or w-audit-event = 'CHILD'
                       add 1 to cnt-read-events
                       move w-audit-msgid to sort-msgid
                       release sort-rec
