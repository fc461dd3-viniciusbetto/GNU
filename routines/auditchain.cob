       identification division.
       program-id. auditchain.
       environment division.
       input-output section.
       file-control.
           select ac-chain assign to "auditchain.dat"
               organization is indexed
               access mode is dynamic
               record key is ac-name
               file status is ac-fstatus.
       data division.
       file section.
       fd  ac-chain.
       01  ac-reg-chain.
           02 ac-name          pic x(10).
           02 ac-base-hash     pic x(18).
           02 ac-last-hash     pic x(18).
           02 ac-count         pic 9(09).
           02 ac-updated       pic x(14).
       working-storage section.
       01  ac-fstatus        pic xx    value "00".
       01  ac-acc            pic 9(18) value zeros.
       01  ac-char           pic 9(03) value zeros.
       01  ac-idx            pic 9(04) value zeros.
       01  ac-text           pic x(654) value spaces.
       78  ac-prime          value 31.
       78  ac-modulus        value 999999999999999937.
       78  ac-body-len       value 636.
       linkage section.
       01  lk-mode           pic x(01).
       01  lk-line           pic x(674).
       01  lk-state.
           02 lk-base-hash   pic x(18).
           02 lk-last-hash   pic x(18).
           02 lk-count       pic 9(09).
       procedure division using lk-mode lk-line lk-state.
      *> Hash chain behind the audit trail. Every AUDIT.DAT line
      *> carries the digest of the line before it (AUDIT-PREV-HASH)
      *> and its own (AUDIT-HASH), a digest of that previous hash and
      *> the line's own text, so an edited, inserted or deleted line
      *> breaks the chain from that point on. AUDITCHAIN.DAT holds
      *> the running state: the last digest written, the count of
      *> chained lines in AUDIT.DAT, and the base -- the closing
      *> digest of whatever HOUSEKEEPING has archived away, which
      *> the first remaining line must point back to.
      *>   N  chain LK-LINE (an audit record about to be written):
      *>      fill its previous and own digest, advance the state.
      *>   D  digest only: recompute LK-LINE's own digest from its
      *>      stored previous digest, for AUDIT-VERIFY.
      *>   Q  return the state.
      *>   B  rebase after archiving: LK-BASE-HASH and LK-COUNT
      *>      become the new base and chained-line count.
      *> The digest is the salted polynomial HASHPWD uses, carried
      *> to 18 digits -- tamper-evident, not a cryptographic seal.
       auditchain-main.
           if lk-mode = "D"
               perform compute-digest
               goback
           end-if
           open i-o ac-chain
           if ac-fstatus = "35"
               open output ac-chain
               close ac-chain
               open i-o ac-chain
           end-if
           move "AUDIT" to ac-name
           read ac-chain invalid key
               move all "0" to ac-base-hash
               move all "0" to ac-last-hash
               move zeros to ac-count
               move function current-date(1:14) to ac-updated
               write ac-reg-chain
           end-read
           evaluate lk-mode
               when "N"
                   move ac-last-hash to lk-line(638:18)
                   perform compute-digest
                   move lk-line(657:18) to ac-last-hash
                   add 1 to ac-count
                   move function current-date(1:14) to ac-updated
                   rewrite ac-reg-chain
               when "B"
                   move lk-base-hash to ac-base-hash
                   move lk-count to ac-count
                   move function current-date(1:14) to ac-updated
                   rewrite ac-reg-chain
           end-evaluate
           move ac-base-hash to lk-base-hash
           move ac-last-hash to lk-last-hash
           move ac-count     to lk-count
           close ac-chain
           goback.
       compute-digest.
           move space to lk-line(637:1)
           move space to lk-line(656:1)
           move spaces to ac-text
           string lk-line(638:18) delimited by size
                  lk-line(1:ac-body-len) delimited by size
               into ac-text
           end-string
           move zeros to ac-acc
           perform varying ac-idx from 1 by 1 until ac-idx > 654
               compute ac-char =
                   function ord(ac-text(ac-idx:1)) - 1
               compute ac-acc =
                   function mod ((ac-acc * ac-prime) + ac-char + 1,
                   ac-modulus)
           end-perform
           move ac-acc to lk-line(657:18).
