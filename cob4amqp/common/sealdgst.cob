      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   the keyed digests the seal chain is built from,
      *            shared by sealday.cob (which writes the SEALREG
      *            register) and sealvfy.cob (which recomputes it) :
      *
      *              FILE - the digest of a whole file's bytes, read
      *                     as a byte stream the way drpack.cob reads
      *                     its members : starting from 32 zeros,
      *                     each 4064-byte piece is appended to the
      *                     digest so far and the two signed with
      *                     hmacsig.cob ; lnk_subject is the file
      *                     name, lnk_bytes comes back its size.
      *              LINE - one register line folded into a running
      *                     seal : hmacsig over the seal so far
      *                     (32 zeros when blank) and the 229-byte
      *                     line in lnk_subject.
      *
      *            every step is keyed, so the result can not be
      *            recomputed over altered bytes without the key.
      * Tectonics: cobc -m -I ../copy sealdgst.cob
      *     Usage: CALL 'sealdgst' USING function x(04),
      *            subject x(250), key x(64), digest x(32),
      *            bytes 9(12) -- RETURN-CODE 0 done, 4 the file is
      *            not there, 8 it could not be read (or no key, or
      *            an unknown function) ; lnk_digest is only
      *            changed on 0.
      *-----------------------------------------------------------------
       identification division.
       program-id. sealdgst.
      *
       environment      division.
       configuration    section.
      *
       data division.
       working-storage section.
       01 pgm-name pic x(15)
                 value 'sealdgst.cob'.
      *
      *    byte-stream access, as drpack.cob.
      *
       01 w-bs-read          pic x comp-x value 1.
       01 w-bs-deny          pic x comp-x value 0.
       01 w-bs-device        pic x comp-x value 0.
       01 w-bs-flags         pic x comp-x value 0.
       01 w-in-handle        pic x(04).
       01 w-in-offset        pic x(08) comp-x value zero.
       01 w-chunk            pic x(04) comp-x value zero.
       01 w-file-details.
          05 w-fd-size       pic x(08) comp-x.
          05 filler          pic x(08).
       01 w-call-rc          usage binary-long value zero.
       01 w-remaining        pic 9(12) value zero.
      *
      *    what hmacsig signs : the digest so far, then the piece.
      *
       01 w-buffer.
          05 w-buf-digest    pic x(32).
          05 w-buf-data      pic x(4064).
       01 w-sign-len         usage binary-long value zero.
       01 w-running          pic x(32) value spaces.
       01 w-zero-digest      pic x(32) value all '0'.
      *
       linkage section.
       01 lnk_function   pic x(04).
       01 lnk_subject    pic x(250).
       01 lnk_key        pic x(64).
       01 lnk_digest     pic x(32).
       01 lnk_bytes      pic 9(12).
      *-----------------------------------------------------------------
       procedure division using
               by reference lnk_function,
               by reference lnk_subject,
               by reference lnk_key,
               by reference lnk_digest,
               by reference lnk_bytes.
      *
       000-main.
      *
           move 8 to return-code
           if lnk_key = spaces
              goback
           end-if
           evaluate lnk_function
              when 'FILE'
                 perform 100-digest-file
                    thru 100-digest-file-exit
              when 'LINE'
                 perform 200-fold-line
                    thru 200-fold-line-exit
              when other
                 continue
           end-evaluate
           goback.
      *-----------------------------------------------------------------
       100-digest-file.
      *
           call 'CBL_CHECK_FILE_EXIST' using lnk_subject
                                             w-file-details
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              move 4 to return-code
              go to 100-digest-file-exit
           end-if
           call 'CBL_OPEN_FILE' using lnk_subject w-bs-read
                                      w-bs-deny w-bs-device
                                      w-in-handle
           returning w-call-rc
           end-call
           if w-call-rc not = zero
              go to 100-digest-file-exit
           end-if
      *
      *    an empty file still takes one step, so it has a digest
      *    of its own rather than the starting zeros.
      *
           move w-zero-digest to w-running
           move zero to w-in-offset
           move w-fd-size to w-remaining
           move zero to w-call-rc
           perform 110-digest-chunk thru 110-digest-chunk-exit
           perform 110-digest-chunk thru 110-digest-chunk-exit
              until w-remaining = zero or w-call-rc not = zero
           call 'CBL_CLOSE_FILE' using w-in-handle
           end-call
           if w-call-rc not = zero or w-running = spaces
              go to 100-digest-file-exit
           end-if
      *
           move w-running to lnk_digest
           move w-fd-size to lnk_bytes
           move 0 to return-code.
      *
       100-digest-file-exit.
           exit.
      *-----------------------------------------------------------------
       110-digest-chunk.
      *
           if w-remaining > length of w-buf-data
              move length of w-buf-data to w-chunk
           else
              move w-remaining to w-chunk
           end-if
           if w-chunk > zero
              call 'CBL_READ_FILE' using w-in-handle w-in-offset
                                         w-chunk w-bs-flags
                                         w-buf-data
              returning w-call-rc
              end-call
              if w-call-rc not = zero
                 go to 110-digest-chunk-exit
              end-if
           end-if
           move w-running to w-buf-digest
           compute w-sign-len = length of w-buf-digest + w-chunk
           call 'hmacsig' using
                by reference w-buffer,
                by reference w-sign-len,
                by reference lnk_key,
                by reference w-running
           on exception
              display 'sealdgst : hmacsig not available'
              end-display
              move 1 to w-call-rc
           end-call
           add w-chunk to w-in-offset
           subtract w-chunk from w-remaining.
      *
       110-digest-chunk-exit.
           exit.
      *-----------------------------------------------------------------
       200-fold-line.
      *
           if lnk_digest = spaces
              move w-zero-digest to w-buf-digest
           else
              move lnk_digest to w-buf-digest
           end-if
           move lnk_subject (1:229) to w-buf-data
           compute w-sign-len = length of w-buf-digest + 229
           move spaces to w-running
           call 'hmacsig' using
                by reference w-buffer,
                by reference w-sign-len,
                by reference lnk_key,
                by reference w-running
           on exception
              display 'sealdgst : hmacsig not available'
              end-display
              go to 200-fold-line-exit
           end-call
           if w-running = spaces
              go to 200-fold-line-exit
           end-if
           move w-running to lnk_digest
           move 0 to return-code.
      *
       200-fold-line-exit.
           exit.
      *
       end program sealdgst.
