       identification division.
       program-id. incidents-export.
       environment division.
       input-output section.
       file-control.
           copy "incidents.sel".
           copy "resources.sel".
           select csv-out assign to "incidents-export.csv"
               organization is line sequential
               file status is wo-fstatus.
       data division.
       file section.
           copy "incidents.cpy".
           copy "resources.cpy".
       fd  csv-out.
       01  csv-line             pic x(1500).
       working-storage section.
       copy "wk-general.cpy".
       01  wo-fstatus        pic xx     value "00".
       01  wi-fstatus        pic xx     value "00".
       01  wfrom-date        pic x(08) value spaces.
       01  wto-date          pic x(08) value spaces.
       01  wonly-id          pic x(09) value spaces.
       01  wonly-id-n        pic 9(09) value zeros.
       01  wp-idx            pic 9(01) value zeros.
       01  wrowcount         pic 9(07) value zeros.
       01  wincount          pic 9(07) value zeros.
       01  wkind-display     pic x(09) value spaces.
       01  wptype-display    pic x(06) value spaces.
       01  wguest-seq        pic x(14) value spaces.
       01  wcsv-in              pic x(250) value spaces.
       01  wcsv-inlen           pic 9(04)  value zeros.
       01  wcsv-out             pic x(510) value spaces.
       01  wcsv-outlen          pic 9(04)  value zeros.
       01  wcsv-i               pic 9(04)  value zeros.
       01  wcsv-c               pic x(01)  value spaces.
       01  wcsv-location        pic x(510) value spaces.
       01  wcsv-desc            pic x(510) value spaces.
       01  wcsv-witness         pic x(510) value spaces.
       01  wcsv-aider           pic x(510) value spaces.
       01  wcsv-person          pic x(510) value spaces.
       01  wcsv-login           pic x(510) value spaces.
       01  wcsv-injury          pic x(510) value spaces.
       01  wcsv-ref             pic x(510) value spaces.
       01  wrl-job           pic x(30) value "INCIDENTS-EXPORT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       export-main.
      *> Incident export for the club's insurer: one CSV row per
      *> person involved (an incident nobody was hurt in still gives
      *> one row), with when and where, what happened, witnesses,
      *> first aid and ambulance, the person, their injury, the
      *> register status and the insurer's own claim reference.
      *> INC_ID exports a single incident for a claim; otherwise
      *> INC_FROM / INC_TO (CCYYMMDD, inclusive) limit the dates --
      *> both blank is the whole register. The file holds medical
      *> information and goes to the insurer only.
           accept wonly-id from environment "INC_ID"
           accept wfrom-date from environment "INC_FROM"
           accept wto-date from environment "INC_TO"
           if wonly-id not = spaces
               if function test-numval(wonly-id) not = 0
                   display "INVALID INC_ID " wonly-id
                   stop run
               end-if
               move function numval(wonly-id) to wonly-id-n
           end-if
           if wfrom-date = spaces
               move low-values to wfrom-date
           end-if
           if wto-date = spaces
               move high-values to wto-date
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input incidents
           if fstatus not = zeros
               display "ERRO ABRINDO incidents: " fstatus
               stop run
           end-if
           open input resources
           if fstatus not = zeros
               display "ERRO ABRINDO resources: " fstatus
               stop run
           end-if
           open output csv-out
           move spaces to csv-line
           string "INCIDENT,DATE,TIME,LOCATION,TYPE,DESCRIPTION,"
                  "WITNESSES,FIRST-AID,FIRST-AIDER,AMBULANCE,"
                  "PERSON-TYPE,PERSON,LOGIN,GUEST-SEQ,INJURY,"
                  "STATUS,CLOSED,INSURER-REF"
               delimited by size into csv-line
           end-string
           write csv-line
           move "00" to wi-fstatus
           move wonly-id-n to inc-id
           start incidents key is not less than inc-id
               invalid key move "10" to wi-fstatus
           end-start
           if wi-fstatus not = "10"
               read incidents next
                   at end move "10" to wi-fstatus
               end-read
           end-if
           perform until wi-fstatus = "10"
               if wonly-id-n > zeros
                   if inc-id not = wonly-id-n
                       move "10" to wi-fstatus
                   else
                       perform export-incident
                   end-if
               else
                   if inc-date >= wfrom-date and inc-date <= wto-date
                       perform export-incident
                   end-if
               end-if
               if wi-fstatus not = "10"
                   read incidents next
                       at end move "10" to wi-fstatus
                   end-read
               end-if
           end-perform
           close csv-out
           close resources
           close incidents
           display "INCIDENTS EXPORTED: " wincount " ROWS: " wrowcount
           move "OK   " to wrl-phase
           move wrowcount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       export-incident.
           add 1 to wincount
           move spaces to wcsv-in
           if inc-resource > zeros
               move inc-resource to res-id
               read resources invalid key
                   move spaces to res-name
               end-read
               string function trim(res-name) delimited by size
                      " " delimited by size
                      function trim(inc-place) delimited by size
                   into wcsv-in
               end-string
           else
               move inc-place to wcsv-in
           end-if
           perform quote-trimmed
           move wcsv-out(1:wcsv-outlen) to wcsv-location
           move inc-description to wcsv-in
           perform quote-trimmed
           move wcsv-out(1:wcsv-outlen) to wcsv-desc
           move inc-witnesses to wcsv-in
           perform quote-trimmed
           move wcsv-out(1:wcsv-outlen) to wcsv-witness
           move inc-first-aider to wcsv-in
           perform quote-trimmed
           move wcsv-out(1:wcsv-outlen) to wcsv-aider
           move inc-insurer-ref to wcsv-in
           perform quote-trimmed
           move wcsv-out(1:wcsv-outlen) to wcsv-ref
           evaluate true
               when inc-injury    move "INJURY"    to wkind-display
               when inc-near-miss move "NEAR MISS" to wkind-display
               when other         move "OTHER"     to wkind-display
           end-evaluate
           if inc-people = zeros
               move spaces to wptype-display
               move '""' to wcsv-person wcsv-login wcsv-injury
               move zeros to wp-idx
               perform write-export-row
           else
               perform varying wp-idx from 1 by 1
                       until wp-idx > inc-people
                   perform person-fields
                   perform write-export-row
               end-perform
           end-if.
       person-fields.
           evaluate true
               when inp-member(wp-idx) move "MEMBER" to wptype-display
               when inp-guest(wp-idx)  move "GUEST"  to wptype-display
               when other              move "OTHER"  to wptype-display
           end-evaluate
           move inp-name(wp-idx) to wcsv-in
           perform quote-trimmed
           move wcsv-out(1:wcsv-outlen) to wcsv-person
           move inp-login(wp-idx) to wcsv-in
           perform quote-trimmed
           move wcsv-out(1:wcsv-outlen) to wcsv-login
           move inp-injury(wp-idx) to wcsv-in
           perform quote-trimmed
           move wcsv-out(1:wcsv-outlen) to wcsv-injury.
       write-export-row.
           add 1 to wrowcount
           move spaces to wguest-seq
           if wp-idx > zeros
               move inp-guest-seq(wp-idx) to wguest-seq
           end-if
           move spaces to csv-line
           string inc-id delimited by size ","
                  inc-date delimited by size ","
                  inc-time delimited by size ","
                  function trim(wcsv-location) delimited by size ","
                  function trim(wkind-display) delimited by size ","
                  function trim(wcsv-desc) delimited by size ","
                  function trim(wcsv-witness) delimited by size ","
                  inc-first-aid delimited by size ","
                  function trim(wcsv-aider) delimited by size ","
                  inc-ambulance delimited by size ","
                  function trim(wptype-display) delimited by size ","
                  function trim(wcsv-person) delimited by size ","
                  function trim(wcsv-login) delimited by size ","
                  wguest-seq delimited by space ","
                  function trim(wcsv-injury) delimited by size ","
                  inc-status delimited by size ","
                  inc-closed-on delimited by space ","
                  function trim(wcsv-ref) delimited by size
               into csv-line
           end-string
           write csv-line.
       quote-trimmed.
      *> WCSV-IN holds a free-text field; WCSV-OUT(1:WCSV-OUTLEN)
      *> comes back wrapped in '"' with any embedded '"' doubled, so a
      *> comma typed into a description cannot shift the columns.
           move zeros to wcsv-inlen
           if wcsv-in not = spaces
               move function length(function trim(wcsv-in trailing))
                   to wcsv-inlen
           end-if
           move 1 to wcsv-outlen
           move '"' to wcsv-out(1:1)
           perform varying wcsv-i from 1 by 1 until wcsv-i > wcsv-inlen
               move wcsv-in(wcsv-i:1) to wcsv-c
               if wcsv-c = '"'
                   add 1 to wcsv-outlen
                   move '"' to wcsv-out(wcsv-outlen:1)
               end-if
               add 1 to wcsv-outlen
               move wcsv-c to wcsv-out(wcsv-outlen:1)
           end-perform
           add 1 to wcsv-outlen
           move '"' to wcsv-out(wcsv-outlen:1).
