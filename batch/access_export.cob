       environment division.
       input-output section.
       file-control.
           copy "mextract.sel".
           copy "acczones.sel".
           copy "badges.sel".
           select allow-out assign to "access-allow.csv"
               organization is line sequential
               file status is wo-fstatus.
               file status is wo-fstatus.
       data division.
       file section.
           copy "mextract.cpy".
           copy "acczones.cpy".
           copy "badges.cpy".
       fd  allow-out.
       01  allow-line       pic x(80).
       fd  delta-out.
       01  wi-fstatus        pic xx     value "00".
       01  wp-fstatus        pic xx     value "00".
       78  wmax-entries      value 2000.
       01  wcur-count        pic 9(04) value zeros.
       01  wcur-table.
           02 wcur-entry occurs 2000 times pic x(80).
       01  wzn-idx           pic 9(02) value zeros.
       01  wzone-text        pic x(16) value spaces.
       01  wdelcount         pic 9(04) value zeros.
       01  wb-fstatus        pic xx     value "00".
       01  wbadges-open      pic x(01) value "N".
       01  whas-badges       pic x(01) value "N".
       01  wdoor-id          pic 9(09) value zeros.
       01  wrl-job           pic x(30) value "ACCESS-EXPORT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       access-main.
      *> Nightly allow-list for the door-controller vendor, retiring
      *> the caretaker's hand-copied roster: every member who passes
      *> the standing rules (active, not suspended or frozen, dues
      *> current as the nightly member extract has it) lands in the
      *> vendor's fixed CSV of MEMBER-ID and name. The delta file
      *> carries only ADD/DEL lines against the previous run's
      *> snapshot, so the controller is not reloaded wholesale
      *> every night; the snapshot is then replaced for tomorrow's
      *> diff. The number sent is the member's issued badge serial
      *> from BADGES; a member who has never had a badge row still
      *> goes out on the printed card's MEMBER-ID, and one whose
      *> badges are all lost, returned or destroyed goes out on
      *> nothing -- so a badge reported lost today is a DEL (and its
      *> replacement an ADD) tonight.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input badges
           if fstatus = zeros
               move "Y" to wbadges-open
           end-if
           perform load-access-zones
           perform open-mextract
           perform until fstatus = "10"
      *> A member inside a freeze is off the list for its length.
               if mx-active and not mx-suspended
                       and not mx-frozen-now
                       and mx-dues-current
                   perform judge-and-collect
               end-if
               read mextract next record
                   at end move "10" to fstatus
               end-read
           end-perform.
           close mextract
           if wbadges-open = "Y"
               close badges
           end-if
           perform load-previous
           open output allow-out
           perform varying wc-idx from 1 by 1
           move wcur-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       judge-and-collect.
           if wcur-count >= wmax-entries
               exit paragraph
           end-if
           perform find-door-id
           if wdoor-id = zeros
               exit paragraph
           end-if
           add 1 to wcur-count
           perform build-zone-text
           move spaces to wcur-entry(wcur-count)
           string wdoor-id delimited by size
                  "," delimited by size
                  function trim(mx-name) delimited by size
                  "," delimited by size
                  wzone-text delimited by size
               into wcur-entry(wcur-count)
           end-string.
       find-door-id.
           move mx-member-id to wdoor-id
           if wbadges-open = "N"
               exit paragraph
           end-if
           move "N" to whas-badges
           move "00" to wb-fstatus
           move mx-login to bdg-login
           start badges key is equal to bdg-login
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read badges next
                   at end move "10" to wb-fstatus
               end-read
           end-if
           perform until wb-fstatus = "10"
                   or bdg-login not = mx-login
               if whas-badges = "N"
                   move "Y" to whas-badges
                   move zeros to wdoor-id
               end-if
               if bdg-active
                   move bdg-serial to wdoor-id
               end-if
               read badges next
                   at end move "10" to wb-fstatus
               end-read
           end-perform.
       load-access-zones.
      *> The per-type access windows ride along on every allow line
      *> (WDhh-hh,WEhh-hh) so the controller enforces the hours an
           move "WD00-24,WE00-24" to wzone-text
           perform varying wzn-idx from 1 by 1
                   until wzn-idx > wzone-count
               if wzn-type(wzn-idx) = mx-type
                   move spaces to wzone-text
                   string "WD" delimited by size
                          wzn-wd-start(wzn-idx) delimited by size
                   write delta-line
               end-if
           end-perform.
       copy "mextract-open.cpy".
