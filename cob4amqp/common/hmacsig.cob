      *-----------------------------------------------------------------
      * Author:    fjavier.porras@gmail.com
      * Date:      15-Oct-2026
      * Purpose:   the message signature every sender-authentication
      *            check shares : HMAC-SHA-256 (RFC 2104 over FIPS
      *            180-4 SHA-256) of the buffer's first lnk_length
      *            bytes under the key text, truncated to its
      *            left-most 128 bits and returned as 32 lower-case
      *            hex digits -- the HMAC-SHA-256-128 of RFC 4868,
      *            sized to fit a 32-byte message property.  any
      *            partner's standard crypto library produces the
      *            same value : hmac(key, payload, sha256), hex,
      *            first 32 characters.
      *
      *            the key is the key text up to its last non-blank,
      *            at most the 64 bytes of one block, so it is
      *            never hashed down first.  the 32-bit word
      *            arithmetic is done in decimal, the bitwise steps
      *            ride the CBL_XOR / CBL_AND / CBL_NOT system
      *            routines over the words' own bytes, which is byte
      *            order blind.
      * Tectonics: cobc -m -I ../copy hmacsig.cob
      *     Usage: CALL 'hmacsig' USING buffer x(4096),
      *            length(binary-long), key x(64), signature x(32)
      *            -- the signature comes back spaces when there is
      *            no key or the length is out of range.
      *-----------------------------------------------------------------
       identification division.
       program-id. hmacsig.
      *
       environment      division.
       configuration    section.
      *
       data division.
       working-storage section.
       01 pgm-name pic x(15)
                 value 'hmacsig.cob'.
      *
      *    the SHA-256 round constants and initial hash value, in
      *    decimal.
      *
       01 w-k-values.
          05 filler pic 9(10) value 1116352408.
          05 filler pic 9(10) value 1899447441.
          05 filler pic 9(10) value 3049323471.
          05 filler pic 9(10) value 3921009573.
          05 filler pic 9(10) value 961987163.
          05 filler pic 9(10) value 1508970993.
          05 filler pic 9(10) value 2453635748.
          05 filler pic 9(10) value 2870763221.
          05 filler pic 9(10) value 3624381080.
          05 filler pic 9(10) value 310598401.
          05 filler pic 9(10) value 607225278.
          05 filler pic 9(10) value 1426881987.
          05 filler pic 9(10) value 1925078388.
          05 filler pic 9(10) value 2162078206.
          05 filler pic 9(10) value 2614888103.
          05 filler pic 9(10) value 3248222580.
          05 filler pic 9(10) value 3835390401.
          05 filler pic 9(10) value 4022224774.
          05 filler pic 9(10) value 264347078.
          05 filler pic 9(10) value 604807628.
          05 filler pic 9(10) value 770255983.
          05 filler pic 9(10) value 1249150122.
          05 filler pic 9(10) value 1555081692.
          05 filler pic 9(10) value 1996064986.
          05 filler pic 9(10) value 2554220882.
          05 filler pic 9(10) value 2821834349.
          05 filler pic 9(10) value 2952996808.
          05 filler pic 9(10) value 3210313671.
          05 filler pic 9(10) value 3336571891.
          05 filler pic 9(10) value 3584528711.
          05 filler pic 9(10) value 113926993.
          05 filler pic 9(10) value 338241895.
          05 filler pic 9(10) value 666307205.
          05 filler pic 9(10) value 773529912.
          05 filler pic 9(10) value 1294757372.
          05 filler pic 9(10) value 1396182291.
          05 filler pic 9(10) value 1695183700.
          05 filler pic 9(10) value 1986661051.
          05 filler pic 9(10) value 2177026350.
          05 filler pic 9(10) value 2456956037.
          05 filler pic 9(10) value 2730485921.
          05 filler pic 9(10) value 2820302411.
          05 filler pic 9(10) value 3259730800.
          05 filler pic 9(10) value 3345764771.
          05 filler pic 9(10) value 3516065817.
          05 filler pic 9(10) value 3600352804.
          05 filler pic 9(10) value 4094571909.
          05 filler pic 9(10) value 275423344.
          05 filler pic 9(10) value 430227734.
          05 filler pic 9(10) value 506948616.
          05 filler pic 9(10) value 659060556.
          05 filler pic 9(10) value 883997877.
          05 filler pic 9(10) value 958139571.
          05 filler pic 9(10) value 1322822218.
          05 filler pic 9(10) value 1537002063.
          05 filler pic 9(10) value 1747873779.
          05 filler pic 9(10) value 1955562222.
          05 filler pic 9(10) value 2024104815.
          05 filler pic 9(10) value 2227730452.
          05 filler pic 9(10) value 2361852424.
          05 filler pic 9(10) value 2428436474.
          05 filler pic 9(10) value 2756734187.
          05 filler pic 9(10) value 3204031479.
          05 filler pic 9(10) value 3329325298.
       01 w-k-table redefines w-k-values.
          05 w-k                pic 9(10) occurs 64 times.
      *
       01 w-h-init-values.
          05 filler pic 9(10) value 1779033703.
          05 filler pic 9(10) value 3144134277.
          05 filler pic 9(10) value 1013904242.
          05 filler pic 9(10) value 2773480762.
          05 filler pic 9(10) value 1359893119.
          05 filler pic 9(10) value 2600822924.
          05 filler pic 9(10) value 528734635.
          05 filler pic 9(10) value 1541459225.
       01 w-h-init-table redefines w-h-init-values.
          05 w-h-init           pic 9(10) occurs 8 times.
      *
      *    powers of two, 2**0 in the first slot : the shifts and
      *    rotations are divisions and multiplications by these.
      *
       01 w-p2-values.
          05 filler pic 9(10) value 1.
          05 filler pic 9(10) value 2.
          05 filler pic 9(10) value 4.
          05 filler pic 9(10) value 8.
          05 filler pic 9(10) value 16.
          05 filler pic 9(10) value 32.
          05 filler pic 9(10) value 64.
          05 filler pic 9(10) value 128.
          05 filler pic 9(10) value 256.
          05 filler pic 9(10) value 512.
          05 filler pic 9(10) value 1024.
          05 filler pic 9(10) value 2048.
          05 filler pic 9(10) value 4096.
          05 filler pic 9(10) value 8192.
          05 filler pic 9(10) value 16384.
          05 filler pic 9(10) value 32768.
          05 filler pic 9(10) value 65536.
          05 filler pic 9(10) value 131072.
          05 filler pic 9(10) value 262144.
          05 filler pic 9(10) value 524288.
          05 filler pic 9(10) value 1048576.
          05 filler pic 9(10) value 2097152.
          05 filler pic 9(10) value 4194304.
          05 filler pic 9(10) value 8388608.
          05 filler pic 9(10) value 16777216.
          05 filler pic 9(10) value 33554432.
          05 filler pic 9(10) value 67108864.
          05 filler pic 9(10) value 134217728.
          05 filler pic 9(10) value 268435456.
          05 filler pic 9(10) value 536870912.
          05 filler pic 9(10) value 1073741824.
          05 filler pic 9(10) value 2147483648.
          05 filler pic 9(10) value 4294967296.
       01 w-p2-table redefines w-p2-values.
          05 w-p2               pic 9(10) occurs 33 times.
      *
       01 w-h-table.
          05 w-h                usage binary-long unsigned
                                occurs 8 times.
       01 w-w-table.
          05 w-w                usage binary-long unsigned
                                occurs 64 times.
      *
      *    the working variables a-h of the compression function.
      *
       01 w-ra                  usage binary-long unsigned.
       01 w-rb                  usage binary-long unsigned.
       01 w-rc                  usage binary-long unsigned.
       01 w-rd                  usage binary-long unsigned.
       01 w-re                  usage binary-long unsigned.
       01 w-rf                  usage binary-long unsigned.
       01 w-rg                  usage binary-long unsigned.
       01 w-rh                  usage binary-long unsigned.
      *
      *    words the bitwise routines work on in place.
      *
       01 w-x1                  usage binary-long unsigned.
       01 w-x2                  usage binary-long unsigned.
       01 w-x3                  usage binary-long unsigned.
       01 w-sig0                usage binary-long unsigned.
       01 w-sig1                usage binary-long unsigned.
       01 w-ch                  usage binary-long unsigned.
       01 w-maj                 usage binary-long unsigned.
       01 w-temp1               usage binary-long unsigned.
       01 w-temp2               usage binary-long unsigned.
      *
       01 w-rot-in              usage binary-long unsigned.
       01 w-rot-out             usage binary-long unsigned.
       01 w-rot-n               pic 9(02) value zero.
       01 w-quot                pic 9(10) value zero.
       01 w-rem                 pic 9(10) value zero.
       01 w-word                pic 9(10) value zero.
      *
      *    the message being hashed : the 64-byte key pad, then the
      *    payload (or the inner digest), then the padding.
      *
       01 w-sha-buf             pic x(4352).
       01 w-sha-len             pic 9(05) value zero.
       01 w-sha-padded          pic 9(05) value zero.
       01 w-sha-bits            pic 9(10) value zero.
       01 w-blk                 pic 9(05) value zero.
       01 w-pos                 pic 9(05) value zero.
       01 w-t                   pic 9(02) value zero.
       01 w-j                   pic 9(02) value zero.
       01 w-digest              pic x(32).
      *
       01 w-key-len             pic 9(03) value zero.
       01 w-key-block           pic x(64).
       01 w-pad                 pic x(64).
       01 w-inner               pic x(32).
       01 w-byte                pic 9(03) value zero.
       01 w-hi                  pic 9(02) value zero.
       01 w-lo                  pic 9(02) value zero.
       01 w-hex-digits          pic x(16) value '0123456789abcdef'.
      *
       linkage section.
       01 lnk_buffer     pic x(4096).
       01 lnk_length     usage binary-long.
       01 lnk_key        pic x(64).
       01 lnk_signature  pic x(32).
      *-----------------------------------------------------------------
       procedure division using
               by reference lnk_buffer,
               by reference lnk_length,
               by reference lnk_key,
               by reference lnk_signature.
      *
       0000-main.
      *
           move spaces to lnk_signature
           if lnk_key = spaces
              or lnk_length < 0
              or lnk_length > length of lnk_buffer
              goback
           end-if
      *
      *    the key block : the key text zero-padded to 64 bytes.
      *
           move function length(function trim(lnk_key trailing))
             to w-key-len
           move low-values to w-key-block
           move lnk_key (1:w-key-len) to w-key-block (1:w-key-len)
      *
      *    inner hash : (key xor ipad) followed by the message.
      *
           move all x'36' to w-pad
           call 'CBL_XOR' using w-key-block, w-pad
                by value 64
           end-call
           move w-pad to w-sha-buf (1:64)
           if lnk_length > 0
              move lnk_buffer (1:lnk_length)
                to w-sha-buf (65:lnk_length)
           end-if
           compute w-sha-len = 64 + lnk_length
           perform 1000-sha256 thru 1000-sha256-exit
           move w-digest to w-inner
      *
      *    outer hash : (key xor opad) followed by the inner digest.
      *
           move all x'5c' to w-pad
           call 'CBL_XOR' using w-key-block, w-pad
                by value 64
           end-call
           move w-pad to w-sha-buf (1:64)
           move w-inner to w-sha-buf (65:32)
           move 96 to w-sha-len
           perform 1000-sha256 thru 1000-sha256-exit
      *
      *    the left-most 16 bytes, as hex.
      *
           perform varying w-j from 1 by 1 until w-j > 16
              compute w-byte = function ord(w-digest (w-j:1)) - 1
              divide w-byte by 16 giving w-hi remainder w-lo
              move w-hex-digits (w-hi + 1:1)
                to lnk_signature (w-j * 2 - 1:1)
              move w-hex-digits (w-lo + 1:1)
                to lnk_signature (w-j * 2:1)
           end-perform
           goback.
      *
       0000-main-exit.
           exit.
      *-----------------------------------------------------------------
      *    SHA-256 of w-sha-buf (1:w-sha-len) into w-digest.  the
      *    buffer is padded in place : x'80', zeros to 56 mod 64,
      *    then the bit length as a 64-bit big-endian number.
      *-----------------------------------------------------------------
       1000-sha256.
      *
           perform varying w-j from 1 by 1 until w-j > 8
              move w-h-init (w-j) to w-h (w-j)
           end-perform
           compute w-sha-bits = w-sha-len * 8
           compute w-pos = w-sha-len + 1
           move x'80' to w-sha-buf (w-pos:1)
           perform until function mod(w-pos, 64) = 56
              add 1 to w-pos
              move x'00' to w-sha-buf (w-pos:1)
           end-perform
           move low-values to w-sha-buf (w-pos + 1:4)
           move w-sha-bits to w-word
           compute w-pos = w-pos + 8
           move w-pos to w-sha-padded
           perform varying w-j from 1 by 1 until w-j > 4
              divide w-word by 256 giving w-word remainder w-byte
              move function char(w-byte + 1) to w-sha-buf (w-pos:1)
              subtract 1 from w-pos
           end-perform
      *
           perform varying w-blk from 0 by 64
                   until w-blk >= w-sha-padded
              perform 1100-sha-block thru 1100-sha-block-exit
           end-perform
      *
           perform varying w-j from 1 by 1 until w-j > 8
              move w-h (w-j) to w-word
              compute w-pos = w-j * 4
              perform varying w-t from 1 by 1 until w-t > 4
                 divide w-word by 256 giving w-word remainder w-byte
                 move function char(w-byte + 1)
                   to w-digest (w-pos:1)
                 subtract 1 from w-pos
              end-perform
           end-perform.
      *
       1000-sha256-exit.
           exit.
      *
      *    one 64-byte block at offset w-blk.
      *
       1100-sha-block.
      *
           perform varying w-t from 1 by 1 until w-t > 16
              compute w-pos = w-blk + (w-t - 1) * 4 + 1
              compute w-w (w-t) =
                   (function ord(w-sha-buf (w-pos:1)) - 1) * 16777216
                 + (function ord(w-sha-buf (w-pos + 1:1)) - 1) * 65536
                 + (function ord(w-sha-buf (w-pos + 2:1)) - 1) * 256
                 + (function ord(w-sha-buf (w-pos + 3:1)) - 1)
           end-perform
           perform varying w-t from 17 by 1 until w-t > 64
              perform 1110-schedule-word thru 1110-schedule-word-exit
           end-perform
      *
           move w-h (1) to w-ra
           move w-h (2) to w-rb
           move w-h (3) to w-rc
           move w-h (4) to w-rd
           move w-h (5) to w-re
           move w-h (6) to w-rf
           move w-h (7) to w-rg
           move w-h (8) to w-rh
           perform varying w-t from 1 by 1 until w-t > 64
              perform 1120-round thru 1120-round-exit
           end-perform
           compute w-h (1) = function mod(w-h (1) + w-ra, w-p2 (33))
           compute w-h (2) = function mod(w-h (2) + w-rb, w-p2 (33))
           compute w-h (3) = function mod(w-h (3) + w-rc, w-p2 (33))
           compute w-h (4) = function mod(w-h (4) + w-rd, w-p2 (33))
           compute w-h (5) = function mod(w-h (5) + w-re, w-p2 (33))
           compute w-h (6) = function mod(w-h (6) + w-rf, w-p2 (33))
           compute w-h (7) = function mod(w-h (7) + w-rg, w-p2 (33))
           compute w-h (8) = function mod(w-h (8) + w-rh, w-p2 (33)).
      *
       1100-sha-block-exit.
           exit.
      *
      *    w(t) = s1(w(t-2)) + w(t-7) + s0(w(t-15)) + w(t-16)
      *
       1110-schedule-word.
      *
           move w-w (w-t - 15) to w-rot-in
           move 7 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x1
           move 18 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x2
           divide w-rot-in by 8 giving w-x3
           call 'CBL_XOR' using w-x1, w-x2 by value 4 end-call
           call 'CBL_XOR' using w-x2, w-x3 by value 4 end-call
           move w-x3 to w-sig0
      *
           move w-w (w-t - 2) to w-rot-in
           move 17 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x1
           move 19 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x2
           divide w-rot-in by 1024 giving w-x3
           call 'CBL_XOR' using w-x1, w-x2 by value 4 end-call
           call 'CBL_XOR' using w-x2, w-x3 by value 4 end-call
           move w-x3 to w-sig1
      *
           compute w-w (w-t) = function mod(w-w (w-t - 16) + w-sig0
                                + w-w (w-t - 7) + w-sig1, w-p2 (33)).
      *
       1110-schedule-word-exit.
           exit.
      *
       1120-round.
      *
      *    S1 = rotr(e,6) xor rotr(e,11) xor rotr(e,25)
      *
           move w-re to w-rot-in
           move 6 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x1
           move 11 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x2
           move 25 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x3
           call 'CBL_XOR' using w-x1, w-x2 by value 4 end-call
           call 'CBL_XOR' using w-x2, w-x3 by value 4 end-call
           move w-x3 to w-sig1
      *
      *    ch = (e and f) xor ((not e) and g)
      *
           move w-re to w-x1
           call 'CBL_AND' using w-rf, w-x1 by value 4 end-call
           move w-re to w-x2
           call 'CBL_NOT' using w-x2 by value 4 end-call
           call 'CBL_AND' using w-rg, w-x2 by value 4 end-call
           call 'CBL_XOR' using w-x1, w-x2 by value 4 end-call
           move w-x2 to w-ch
      *
           compute w-temp1 = function mod(w-rh + w-sig1 + w-ch
                             + w-k (w-t) + w-w (w-t), w-p2 (33))
      *
      *    S0 = rotr(a,2) xor rotr(a,13) xor rotr(a,22)
      *
           move w-ra to w-rot-in
           move 2 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x1
           move 13 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x2
           move 22 to w-rot-n
           perform 1300-rotr thru 1300-rotr-exit
           move w-rot-out to w-x3
           call 'CBL_XOR' using w-x1, w-x2 by value 4 end-call
           call 'CBL_XOR' using w-x2, w-x3 by value 4 end-call
           move w-x3 to w-sig0
      *
      *    maj = (a and b) xor (a and c) xor (b and c)
      *
           move w-ra to w-x1
           call 'CBL_AND' using w-rb, w-x1 by value 4 end-call
           move w-ra to w-x2
           call 'CBL_AND' using w-rc, w-x2 by value 4 end-call
           move w-rb to w-x3
           call 'CBL_AND' using w-rc, w-x3 by value 4 end-call
           call 'CBL_XOR' using w-x1, w-x2 by value 4 end-call
           call 'CBL_XOR' using w-x2, w-x3 by value 4 end-call
           move w-x3 to w-maj
      *
           compute w-temp2 = function mod(w-sig0 + w-maj, w-p2 (33))
      *
           move w-rg to w-rh
           move w-rf to w-rg
           move w-re to w-rf
           compute w-re = function mod(w-rd + w-temp1, w-p2 (33))
           move w-rc to w-rd
           move w-rb to w-rc
           move w-ra to w-rb
           compute w-ra = function mod(w-temp1 + w-temp2, w-p2 (33)).
      *
       1120-round-exit.
           exit.
      *
      *    w-rot-out = w-rot-in rotated right by w-rot-n bits.
      *
       1300-rotr.
      *
           divide w-rot-in by w-p2 (w-rot-n + 1)
                  giving w-quot remainder w-rem
           compute w-rot-out = w-quot + w-rem * w-p2 (33 - w-rot-n).
      *
       1300-rotr-exit.
           exit.
      *
       end program hmacsig.
