      *                 COMP-3  : packed nibbles checked (digits
      *                 0-9, valid sign nibble in the last byte)
      *                 DISPLAY : every byte a decimal digit
      *                 DISPLAY-S : signed zoned -- every byte a
      *                 decimal digit but the last, which may
      *                 carry the negative overpunch 'p'-'y'
      *                 CHAR    : text ; REQ means non-blank
      *       value   - the single delimiter character expected at
      *                 offset, or X00 for the x'00' terminator
      *       WW02,DELIM,1999,-
      *       WW02,DELIM,2000,X00
      *
      *    a new partner's lines need not be counted by hand :
      *    cpyimport.cob reads the partner's copybook and stages
      *    candidate FIXRULES (and TRANSMAP) lines for cfgpromo.
      *
      *    a corrupt record is permanently bad (a redelivery will
      *    carry the same bytes), so every failure here dead-letters
      *    through the existing msg-failed mechanism instead of
             10 def-kind     pic x(05).
             10 def-offset   pic 9(05).
             10 def-length   pic 9(04).
             10 def-usage    pic x(09).
             10 def-req      pic x(03).
             10 def-delim    pic x(03).
       01 w-def-i            pic 9(03) value zero.
                 perform 5300-check-packed
                    thru 5300-check-packed-exit
              when 'DISPLAY '
              when 'DISPLAY-S'
                 perform 5400-check-display
                    thru 5400-check-display-exit
              when other
           perform varying w-chk-i from def-offset (w-def-i) by 1
                   until w-chk-i > w-field-end
                      or lnk_failed = 1
              if (lnk_message (w-chk-i:1) < '0'
                  or lnk_message (w-chk-i:1) > '9')
                 and not (def-usage (w-def-i) = 'DISPLAY-S'
                          and w-chk-i = w-field-end
                          and lnk_message (w-chk-i:1) >= 'p'
                          and lnk_message (w-chk-i:1) <= 'y')
                 display pgm-name ' - DISPLAY field at offset '
                         def-offset (w-def-i)
                         ' not numeric, rejecting'
