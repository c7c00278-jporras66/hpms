       data division.
       file section.
       fd  audit-file
           record contains 217 characters.
       01  audit-record pic x(217).
      *
           copy "fd-archive.cpy".
      *
