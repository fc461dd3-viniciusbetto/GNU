       identification division.
       program-id. hmacsha256.
       environment division.
       data division.
       working-storage section.
      *> SHA-256 round constants and initial hash value (FIPS 180-4),
      *> as hex; turned into bit tables on the first call.
       01  hm-k-hex.
           02 filler pic x(32) value "428a2f9871374491b5c0fbcfe9b5dba5".
           02 filler pic x(32) value "3956c25b59f111f1923f82a4ab1c5ed5".
           02 filler pic x(32) value "d807aa9812835b01243185be550c7dc3".
           02 filler pic x(32) value "72be5d7480deb1fe9bdc06a7c19bf174".
           02 filler pic x(32) value "e49b69c1efbe47860fc19dc6240ca1cc".
           02 filler pic x(32) value "2de92c6f4a7484aa5cb0a9dc76f988da".
           02 filler pic x(32) value "983e5152a831c66db00327c8bf597fc7".
           02 filler pic x(32) value "c6e00bf3d5a7914706ca635114292967".
           02 filler pic x(32) value "27b70a852e1b21384d2c6dfc53380d13".
           02 filler pic x(32) value "650a7354766a0abb81c2c92e92722c85".
           02 filler pic x(32) value "a2bfe8a1a81a664bc24b8b70c76c51a3".
           02 filler pic x(32) value "d192e819d6990624f40e3585106aa070".
           02 filler pic x(32) value "19a4c1161e376c082748774c34b0bcb5".
           02 filler pic x(32) value "391c0cb34ed8aa4a5b9cca4f682e6ff3".
           02 filler pic x(32) value "748f82ee78a5636f84c878148cc70208".
           02 filler pic x(32) value "90befffaa4506cebbef9a3f7c67178f2".
       01  filler redefines hm-k-hex.
           02 hm-k-hexw     pic x(08) occurs 64 times.
       01  hm-h-hex.
           02 filler pic x(32) value "6a09e667bb67ae853c6ef372a54ff53a".
           02 filler pic x(32) value "510e527f9b05688c1f83d9ab5be0cd19".
       01  filler redefines hm-h-hex.
           02 hm-h-hexw     pic x(08) occurs 8 times.
       01  hm-hexdigits     pic x(16) value "0123456789abcdef".
       01  hm-loaded        pic x(01) value "N".
      *> Every 32-bit word is held as 32 bits, most significant first.
       01  hm-k-bits.
           02 hm-k          occurs 64 times.
               03 hm-kb     pic 9(01) occurs 32 times.
       01  hm-w-bits.
           02 hm-w          occurs 64 times.
               03 hm-wb     pic 9(01) occurs 32 times.
       01  hm-h-bits.
           02 hm-h          occurs 8 times.
               03 hm-hb     pic 9(01) occurs 32 times.
       01  hm-v-bits.
           02 hm-v          occurs 8 times.
               03 hm-vb     pic 9(01) occurs 32 times.
       01  hm-adds.
           02 hm-add        occurs 5 times.
               03 hm-addb   pic 9(01) occurs 32 times.
       01  hm-x.
           02 hm-xb         pic 9(01) occurs 32 times.
       01  hm-y.
           02 hm-yb         pic 9(01) occurs 32 times.
       01  hm-sum.
           02 hm-sumb       pic 9(01) occurs 32 times.
       01  hm-sig0.
           02 hm-sig0b      pic 9(01) occurs 32 times.
       01  hm-sig1.
           02 hm-sig1b      pic 9(01) occurs 32 times.
       01  hm-ch.
           02 hm-chb        pic 9(01) occurs 32 times.
       01  hm-maj.
           02 hm-majb       pic 9(01) occurs 32 times.
       01  hm-temp1.
           02 hm-temp1b     pic 9(01) occurs 32 times.
       01  hm-temp2.
           02 hm-temp2b     pic 9(01) occurs 32 times.
       01  hm-bits8.
           02 hm-bit8       pic 9(01) occurs 8 times.
       01  hm-msg           pic x(256) value spaces.
       01  hm-msglen        pic 9(04) comp value zeros.
       01  hm-pad           pic x(320) value spaces.
       01  hm-blocks        pic 9(04) comp value zeros.
       01  hm-blk           pic 9(04) comp value zeros.
       01  hm-ipad          pic x(64) value spaces.
       01  hm-opad          pic x(64) value spaces.
       01  hm-inner         pic x(32) value spaces.
       01  hm-digest        pic x(32) value spaces.
       01  hm-hexout        pic x(64) value spaces.
       01  hm-keylen        pic 9(04) comp value zeros.
       01  hm-datalen       pic 9(04) comp value zeros.
       01  hm-i             pic s9(04) comp value zeros.
       01  hm-j             pic s9(04) comp value zeros.
       01  hm-j2            pic s9(04) comp value zeros.
       01  hm-j3            pic s9(04) comp value zeros.
       01  hm-b             pic s9(04) comp value zeros.
       01  hm-t             pic s9(04) comp value zeros.
       01  hm-tt            pic s9(04) comp value zeros.
       01  hm-n             pic s9(04) comp value zeros.
       01  hm-off           pic s9(04) comp value zeros.
       01  hm-nadd          pic s9(04) comp value zeros.
       01  hm-a             pic s9(04) comp value zeros.
       01  hm-r1            pic s9(04) comp value zeros.
       01  hm-r2            pic s9(04) comp value zeros.
       01  hm-r3            pic s9(04) comp value zeros.
       01  hm-shift         pic x(01) value "N".
       01  hm-bit3          pic 9(01) value zeros.
       01  hm-s             pic 9(04) comp value zeros.
       01  hm-carry         pic 9(04) comp value zeros.
       01  hm-byte          pic 9(04) comp value zeros.
       01  hm-keybyte       pic 9(04) comp value zeros.
       01  hm-xa            pic 9(04) comp value zeros.
       01  hm-xc            pic 9(04) comp value zeros.
       01  hm-xr            pic 9(04) comp value zeros.
       01  hm-weight        pic 9(04) comp value zeros.
       01  hm-nibble        pic 9(04) comp value zeros.
       01  hm-bitlen        pic 9(09) comp value zeros.
       linkage section.
       01  lk-key           pic x(60).
       01  lk-message       pic x(120).
       01  lk-digest        pic x(64).
       procedure division using lk-key lk-message lk-digest.
      *> HMAC-SHA256 (RFC 2104 over FIPS 180-4) of LK-MESSAGE keyed
      *> with LK-KEY, returned in LK-DIGEST as 64 lower-case hex
      *> digits -- what payment providers sign their notices with.
      *> Trailing spaces are padding, not part of the key or the
      *> message. There is no bitwise arithmetic to lean on, so the
      *> words are worked a bit at a time; the messages signed here
      *> are a few blocks long.
       hmac-main.
           if hm-loaded = "N"
               perform load-constants
               move "Y" to hm-loaded
           end-if
           move zeros to hm-keylen
           perform varying hm-i from 60 by -1
                   until hm-i < 1 or hm-keylen > zeros
               if lk-key(hm-i:1) not = space
                   move hm-i to hm-keylen
               end-if
           end-perform
           move zeros to hm-datalen
           perform varying hm-i from 120 by -1
                   until hm-i < 1 or hm-datalen > zeros
               if lk-message(hm-i:1) not = space
                   move hm-i to hm-datalen
               end-if
           end-perform
      *> The key (never longer than a block here) padded with zero
      *> bytes, XORed with the inner and outer pad bytes.
           perform varying hm-i from 1 by 1 until hm-i > 64
               move zeros to hm-keybyte
               if hm-i <= hm-keylen
                   compute hm-keybyte = function ord(lk-key(hm-i:1)) - 1
               end-if
               move hm-keybyte to hm-xa
               move 54 to hm-xc
               perform xor-byte
               move function char(hm-xr + 1) to hm-ipad(hm-i:1)
               move hm-keybyte to hm-xa
               move 92 to hm-xc
               perform xor-byte
               move function char(hm-xr + 1) to hm-opad(hm-i:1)
           end-perform
           move low-values to hm-msg
           move hm-ipad to hm-msg(1:64)
           if hm-datalen > zeros
               move lk-message(1:hm-datalen) to hm-msg(65:hm-datalen)
           end-if
           compute hm-msglen = 64 + hm-datalen
           perform sha256-message
           move hm-digest to hm-inner
           move low-values to hm-msg
           move hm-opad  to hm-msg(1:64)
           move hm-inner to hm-msg(65:32)
           move 96 to hm-msglen
           perform sha256-message
           perform digest-to-hex
           move hm-hexout to lk-digest
           goback.
       load-constants.
           perform varying hm-t from 1 by 1 until hm-t > 64
               move hm-k-hexw(hm-t) to hm-hexout(1:8)
               perform hex-to-x
               move hm-x to hm-k(hm-t)
           end-perform.
       hex-to-x.
      *> Eight hex digits in HM-HEXOUT(1:8) into the bits of HM-X.
           perform varying hm-i from 1 by 1 until hm-i > 8
               move zeros to hm-nibble
               perform varying hm-j from 1 by 1 until hm-j > 16
                   if hm-hexdigits(hm-j:1) = hm-hexout(hm-i:1)
                       compute hm-nibble = hm-j - 1
                   end-if
               end-perform
               perform varying hm-b from 4 by -1 until hm-b < 1
                   compute hm-j = (hm-i - 1) * 4 + hm-b
                   compute hm-xb(hm-j) = function mod(hm-nibble, 2)
                   compute hm-nibble = hm-nibble / 2
               end-perform
           end-perform.
       sha256-message.
      *> Digest of HM-MSG(1:HM-MSGLEN) into HM-DIGEST (32 bytes).
      *> Padding: one 1 bit, zeros, then the length in bits as a
      *> 64-bit big-endian number, out to a whole number of blocks.
           perform varying hm-t from 1 by 1 until hm-t > 8
               move hm-h-hexw(hm-t) to hm-hexout(1:8)
               perform hex-to-x
               move hm-x to hm-h(hm-t)
           end-perform
           move low-values to hm-pad
           move hm-msg(1:hm-msglen) to hm-pad(1:hm-msglen)
           move function char(129) to hm-pad(hm-msglen + 1:1)
           compute hm-blocks = (hm-msglen + 8) / 64 + 1
           compute hm-bitlen = hm-msglen * 8
           compute hm-off = hm-blocks * 64
           perform until hm-bitlen = zeros
               compute hm-byte = function mod(hm-bitlen, 256)
               move function char(hm-byte + 1) to hm-pad(hm-off:1)
               compute hm-bitlen = hm-bitlen / 256
               subtract 1 from hm-off
           end-perform
           perform varying hm-blk from 1 by 1 until hm-blk > hm-blocks
               perform compress-block
           end-perform
           perform varying hm-t from 1 by 1 until hm-t > 8
               perform varying hm-b from 1 by 1 until hm-b > 4
                   move zeros to hm-byte
                   perform varying hm-i from 1 by 1 until hm-i > 8
                       compute hm-j = (hm-b - 1) * 8 + hm-i
                       compute hm-byte = hm-byte * 2 + hm-hb(hm-t, hm-j)
                   end-perform
                   compute hm-off = (hm-t - 1) * 4 + hm-b
                   move function char(hm-byte + 1)
                       to hm-digest(hm-off:1)
               end-perform
           end-perform.
       compress-block.
      *> Message schedule: the block's sixteen words, then the
      *> forty-eight derived from them.
           perform varying hm-t from 1 by 1 until hm-t > 16
               perform varying hm-b from 1 by 1 until hm-b > 4
                   compute hm-off =
                       (hm-blk - 1) * 64 + (hm-t - 1) * 4 + hm-b
                   compute hm-byte = function ord(hm-pad(hm-off:1)) - 1
                   perform byte-to-bits
                   perform varying hm-i from 1 by 1 until hm-i > 8
                       compute hm-j = (hm-b - 1) * 8 + hm-i
                       move hm-bit8(hm-i) to hm-wb(hm-t, hm-j)
                   end-perform
               end-perform
           end-perform
           perform varying hm-t from 17 by 1 until hm-t > 64
               compute hm-tt = hm-t - 15
               move hm-w(hm-tt) to hm-x
               move 7  to hm-r1
               move 18 to hm-r2
               move 3  to hm-r3
               move "Y" to hm-shift
               perform sigma
               move hm-y to hm-sig0
               compute hm-tt = hm-t - 2
               move hm-w(hm-tt) to hm-x
               move 17 to hm-r1
               move 19 to hm-r2
               move 10 to hm-r3
               move "Y" to hm-shift
               perform sigma
               move hm-y to hm-sig1
               compute hm-tt = hm-t - 16
               move hm-w(hm-tt) to hm-add(1)
               move hm-sig0     to hm-add(2)
               compute hm-tt = hm-t - 7
               move hm-w(hm-tt) to hm-add(3)
               move hm-sig1     to hm-add(4)
               move 4 to hm-nadd
               perform add-words
               move hm-sum to hm-w(hm-t)
           end-perform
      *> Sixty-four rounds over the working words a..h (1..8).
           move hm-h-bits to hm-v-bits
           perform varying hm-t from 1 by 1 until hm-t > 64
               move hm-v(5) to hm-x
               move 6  to hm-r1
               move 11 to hm-r2
               move 25 to hm-r3
               move "N" to hm-shift
               perform sigma
               move hm-y to hm-sig1
               move hm-v(1) to hm-x
               move 2  to hm-r1
               move 13 to hm-r2
               move 22 to hm-r3
               move "N" to hm-shift
               perform sigma
               move hm-y to hm-sig0
               perform varying hm-i from 1 by 1 until hm-i > 32
                   if hm-vb(5, hm-i) = 1
                       move hm-vb(6, hm-i) to hm-chb(hm-i)
                   else
                       move hm-vb(7, hm-i) to hm-chb(hm-i)
                   end-if
                   if hm-vb(1, hm-i) + hm-vb(2, hm-i)
                           + hm-vb(3, hm-i) >= 2
                       move 1 to hm-majb(hm-i)
                   else
                       move 0 to hm-majb(hm-i)
                   end-if
               end-perform
               move hm-v(8)    to hm-add(1)
               move hm-sig1    to hm-add(2)
               move hm-ch      to hm-add(3)
               move hm-k(hm-t) to hm-add(4)
               move hm-w(hm-t) to hm-add(5)
               move 5 to hm-nadd
               perform add-words
               move hm-sum to hm-temp1
               move hm-sig0 to hm-add(1)
               move hm-maj  to hm-add(2)
               move 2 to hm-nadd
               perform add-words
               move hm-sum to hm-temp2
               perform varying hm-n from 8 by -1 until hm-n < 2
                   compute hm-tt = hm-n - 1
                   move hm-v(hm-tt) to hm-v(hm-n)
               end-perform
               move hm-v(5)  to hm-add(1)
               move hm-temp1 to hm-add(2)
               move 2 to hm-nadd
               perform add-words
               move hm-sum to hm-v(5)
               move hm-temp1 to hm-add(1)
               move hm-temp2 to hm-add(2)
               move 2 to hm-nadd
               perform add-words
               move hm-sum to hm-v(1)
           end-perform
           perform varying hm-n from 1 by 1 until hm-n > 8
               move hm-h(hm-n) to hm-add(1)
               move hm-v(hm-n) to hm-add(2)
               move 2 to hm-nadd
               perform add-words
               move hm-sum to hm-h(hm-n)
           end-perform.
       sigma.
      *> HM-Y = ROTR(HM-R1) XOR ROTR(HM-R2) XOR ROTR(HM-R3) of HM-X,
      *> the third a plain right shift when HM-SHIFT is "Y".
           perform varying hm-i from 1 by 1 until hm-i > 32
               compute hm-j = hm-i - hm-r1
               if hm-j < 1
                   add 32 to hm-j
               end-if
               compute hm-j2 = hm-i - hm-r2
               if hm-j2 < 1
                   add 32 to hm-j2
               end-if
               compute hm-j3 = hm-i - hm-r3
               if hm-j3 < 1
                   if hm-shift = "Y"
                       move zeros to hm-bit3
                   else
                       add 32 to hm-j3
                       move hm-xb(hm-j3) to hm-bit3
                   end-if
               else
                   move hm-xb(hm-j3) to hm-bit3
               end-if
               compute hm-yb(hm-i) = function mod(
                   hm-xb(hm-j) + hm-xb(hm-j2) + hm-bit3, 2)
           end-perform.
       add-words.
      *> HM-SUM = the first HM-NADD words of HM-ADDS, modulo 2**32.
           move zeros to hm-carry
           perform varying hm-i from 32 by -1 until hm-i < 1
               move hm-carry to hm-s
               perform varying hm-a from 1 by 1 until hm-a > hm-nadd
                   add hm-addb(hm-a, hm-i) to hm-s
               end-perform
               compute hm-sumb(hm-i) = function mod(hm-s, 2)
               compute hm-carry = hm-s / 2
           end-perform.
       byte-to-bits.
           perform varying hm-i from 8 by -1 until hm-i < 1
               compute hm-bit8(hm-i) = function mod(hm-byte, 2)
               compute hm-byte = hm-byte / 2
           end-perform.
       xor-byte.
      *> HM-XR = HM-XA XOR HM-XC, bytes.
           move zeros to hm-xr
           move 1 to hm-weight
           perform 8 times
               if function mod(hm-xa, 2) not = function mod(hm-xc, 2)
                   add hm-weight to hm-xr
               end-if
               compute hm-xa = hm-xa / 2
               compute hm-xc = hm-xc / 2
               compute hm-weight = hm-weight * 2
           end-perform.
       digest-to-hex.
           move spaces to hm-hexout
           perform varying hm-i from 1 by 1 until hm-i > 32
               compute hm-byte = function ord(hm-digest(hm-i:1)) - 1
               compute hm-nibble = hm-byte / 16
               compute hm-j = (hm-i - 1) * 2 + 1
               move hm-hexdigits(hm-nibble + 1:1) to hm-hexout(hm-j:1)
               compute hm-nibble = function mod(hm-byte, 16)
               add 1 to hm-j
               move hm-hexdigits(hm-nibble + 1:1) to hm-hexout(hm-j:1)
           end-perform.
