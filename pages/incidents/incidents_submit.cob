       identification division.
       program-id. incidents_submit.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "members.sel".
           copy "sessions.sel".
           copy "incidents.sel".
           copy "incactions.sel".
           copy "resources.sel".
           copy "guests.sel".
           copy "counters.sel".
           copy "audit.sel".
           copy "errlog.sel".
       data division.
       file section.
       copy "members.cpy".
       copy "sessions.cpy".
       copy "incidents.cpy".
       copy "incactions.cpy".
       copy "resources.cpy".
       copy "guests.cpy".
       copy "counters.cpy".
       copy "audit.cpy".
       copy "errlog.cpy".
       working-storage section.
       copy "wk-general.cpy".
       78  wmax-people       value 6.
       01  wlogin            pic x(60) value spaces.
       01  wtoday            pic x(08) value spaces.
       01  wdatecheck        pic 9(08) value zeros.
       01  wincid-n          pic 9(09) value zeros.
       01  wres-n            pic 9(04) value zeros.
       01  wacseq-n          pic 9(03) value zeros.
       01  wperson-type      pic x(01) value spaces.
       01  wperson-login     pic x(60) value spaces.
       01  wperson-seq       pic x(14) value spaces.
       01  wperson-name      pic x(60) value spaces.
       01  wopen-actions     pic 9(03) value zeros.
       01  wa-fstatus        pic xx    value "00".
       01  wscreen-received  pic x(6000).
       01  filler redefines wscreen-received.
           02 wtoken-in      pic x(32).
           02 wopcao         pic x(10).
           02 wincid-in      pic x(09).
           02 wdate-in       pic x(08).
           02 wtime-in       pic x(04).
           02 wres-in        pic x(04).
           02 wplace-in      pic x(40).
           02 wkind-in       pic x(01).
           02 wdesc-in       pic x(200).
           02 wwitness-in    pic x(200).
           02 wfirstaid-in   pic x(01).
           02 wambul-in      pic x(01).
           02 waider-in      pic x(60).
           02 wptype-in      pic x(01).
           02 wplogin-in     pic x(60).
           02 wpguest-in     pic x(14).
           02 wpname-in      pic x(60).
           02 wpinjury-in    pic x(120).
           02 wactext-in     pic x(120).
           02 wacowner-in    pic x(60).
           02 wacdue-in      pic x(08).
           02 wacseq-in      pic x(03).
           02 wacnote-in     pic x(60).
           02 wclaim-in      pic x(20).
           02 filler         pic x(4904).
       copy "lnk-general.cpy".
       procedure division.
      *> Write side of the incident and accident register: record an
      *> incident with the first person involved, add further people,
      *> raise follow-up actions against a staff owner with a due
      *> date and sign them off, note the insurer's claim reference,
      *> and close the incident once every action is done. Staff only,
      *> and only where the MEDICAL field-access rule lets the viewer
      *> see medical notes, since the injury details are the same kind
      *> of information. Every change is audited.
           display
              "Content-type: text/html"
               newline
           end-display
           move "incidents_submit" to wprogname
           initialize wmsgweb
           call "characteres".
           call "receivescreen" using warrayconvert.
           if wform-toolarge
               move "FORM TOO LARGE !!" to wmsgweb
               perform openprogram
               stop run
           end-if
           move warray(1)  to wtoken-in
           move warray(2)  to wopcao
           move warray(3)  to wincid-in
           move warray(4)  to wdate-in
           move warray(5)  to wtime-in
           move warray(6)  to wres-in
           move warray(7)  to wplace-in
           move warray(8)  to wkind-in
           move warray(9)  to wdesc-in
           move warray(10) to wwitness-in
           move warray(11) to wfirstaid-in
           move warray(12) to wambul-in
           move warray(13) to waider-in
           move warray(14) to wptype-in
           move warray(15) to wplogin-in
           move warray(16) to wpguest-in
           move warray(17) to wpname-in
           move warray(18) to wpinjury-in
           move warray(19) to wactext-in
           move warray(20) to wacowner-in
           move warray(21) to wacdue-in
           move warray(22) to wacseq-in
           move warray(23) to wacnote-in
           move warray(24) to wclaim-in
           move wtoken-in to wtoken
           perform validate-token.
           move warray(1)(33:16) to wformkey-in
           perform validate-form-key.
           open input members
           if fstatus not equal zeros
               string "ERR OPEN members: " fstatus
                   delimited by size into wmsgweb
               go redir-incidents
           end-if
           perform authorize-incident-access
           close members
           move function current-date(1:8) to wtoday
           move wsessionlogin to wlogin
           move zeros to wincid-n
           if wopcao not = "record"
               if wincid-in = spaces
                       or function test-numval(wincid-in) not = 0
                   move "INCIDENT NUMBER IS REQUIRED !!" to wmsgweb
                   go redir-incidents
               end-if
               move function numval(wincid-in) to wincid-n
           end-if
           evaluate wopcao
               when "record"    perform record-incident
               when "addperson" perform add-person
               when "addaction" perform add-action
               when "doneaction" perform done-action
               when "claim"     perform note-claim
               when "close"     perform close-incident
               when other       move "UNKNOWN OPERATION !!" to wmsgweb
           end-evaluate.
       redir-incidents.
           if wincid-n > zeros
               move wincid-n to wredirlogin
           end-if
           move "post"          to wmethod
           move "incidents.exe" to wexec
           perform openprogram
           stop run.
       authorize-incident-access.
      *> Staff only, and then the MEDICAL rule from the field-access
      *> table, read as for someone else's record: if the EMERGENCY
      *> medical note would be hidden from this viewer, so is the
      *> register.
           perform authorize-staff-only
           move member-type to wviewerrole
           set is-impersonating to true
           move "MEDICAL" to wfieldname-check
           perform check-field-access
           if field-access-denied
               move "NOT AUTHORIZED !!" to wmsgweb
               move "post"     to wmethod
               move "home.exe" to wexec
               perform openprogram
               stop run
           end-if.
       open-incidents.
           open i-o incidents
           if fstatus = "35"
               open output incidents
               close incidents
               open i-o incidents
           end-if.
       record-incident.
           if wdate-in not numeric
               move "INVALID INCIDENT DATE !!" to wmsgweb
               exit paragraph
           end-if
           move wdate-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
                   or wdate-in > wtoday
               move "INVALID INCIDENT DATE !!" to wmsgweb
               exit paragraph
           end-if
           if wtime-in not numeric
                   or wtime-in(1:2) > "23" or wtime-in(3:2) > "59"
               move "INVALID TIME (HHMM) !!" to wmsgweb
               exit paragraph
           end-if
           if wkind-in not = "I" and wkind-in not = "N"
                   and wkind-in not = "O"
               move "INVALID INCIDENT TYPE !!" to wmsgweb
               exit paragraph
           end-if
           if wdesc-in = spaces
               move "DESCRIPTION IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move zeros to wres-n
           if wres-in not = spaces
               perform check-resource
               if wmsgweb not = spaces
                   exit paragraph
               end-if
           end-if
           if wres-n = zeros and wplace-in = spaces
               move "LOCATION IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           if wptype-in not = spaces
               perform check-person
               if wmsgweb not = spaces
                   exit paragraph
               end-if
           end-if
           perform open-incidents
           if fstatus not = zeros
               move "INCIDENT FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           move "INCIDENT-ID" to wcountername
           perform next-counter
           move wcountervalue to wincid-n
           initialize reg-incidents
           move wincid-n     to inc-id
           move wdate-in     to inc-date
           move wtime-in     to inc-time
           move wres-n       to inc-resource
           move wplace-in    to inc-place
           move wkind-in     to inc-kind
           move wdesc-in     to inc-description
           move wwitness-in  to inc-witnesses
           move "N" to inc-first-aid inc-ambulance
           if wfirstaid-in = "Y"
               move "Y" to inc-first-aid
           end-if
           if wambul-in = "Y"
               move "Y" to inc-ambulance
           end-if
           move waider-in    to inc-first-aider
           move zeros to inc-people inc-actions
           if wptype-in not = spaces
               perform store-person
           end-if
           move wsessionlogin to inc-reported-by
           move function current-date(1:14) to inc-recorded
           set inc-open to true
           move spaces to inc-closed-on inc-insurer-ref
           write reg-incidents
           close incidents
           move "INC-NEW" to waudit-op
           move wincid-n to waudit-new-name
           perform write-audit
           move "INCIDENT RECORDED." to wmsgweb.
       check-resource.
           if function test-numval(wres-in) not = 0
               move "INVALID RESOURCE ID !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wres-in) to wres-n
           open input resources
           if fstatus not = zeros
               move "UNKNOWN RESOURCE !!" to wmsgweb
               exit paragraph
           end-if
           move wres-n to res-id
           read resources invalid key
               move "UNKNOWN RESOURCE !!" to wmsgweb
           end-read
           close resources.
       check-person.
      *> The person is a member (login), a guest (the sponsor's login
      *> and the GUESTS sequence shown on the guest list) or someone
      *> off the street named in free text; the name is taken from
      *> the member or guest record so the register reads on its own.
           move wptype-in to wperson-type
           move spaces to wperson-login wperson-seq wperson-name
           evaluate wptype-in
               when "M"
                   open input members
                   if fstatus not = zeros
                       move "MEMBERS FILE UNAVAILABLE !!" to wmsgweb
                       exit paragraph
                   end-if
                   move wplogin-in to login
                   read members invalid key
                       move "NOT EXISTING MEMBER !!" to wmsgweb
                   not invalid key
                       move login to wperson-login
                       move name  to wperson-name
                   end-read
                   close members
               when "G"
                   open input guests
                   if fstatus not = zeros
                       move "GUEST NOT FOUND !!" to wmsgweb
                       exit paragraph
                   end-if
                   move wplogin-in to gst-sponsor
                   move wpguest-in to gst-seq
                   read guests invalid key
                       move "GUEST NOT FOUND !!" to wmsgweb
                   not invalid key
                       move gst-sponsor to wperson-login
                       move gst-seq     to wperson-seq
                       move gst-name    to wperson-name
                   end-read
                   close guests
               when "O"
                   if wpname-in = spaces
                       move "NAME OF PERSON IS REQUIRED !!" to wmsgweb
                   else
                       move wpname-in to wperson-name
                   end-if
               when other
                   move "INVALID PERSON TYPE !!" to wmsgweb
           end-evaluate.
       store-person.
      *> Caller has REG-INCIDENTS read and room checked.
           add 1 to inc-people
           move wperson-type  to inp-type(inc-people)
           move wperson-login to inp-login(inc-people)
           move wperson-seq   to inp-guest-seq(inc-people)
           move wperson-name  to inp-name(inc-people)
           move wpinjury-in   to inp-injury(inc-people).
       read-incident.
      *> Leaves INCIDENTS open i-o with the row read, or WMSGWEB set
      *> and the file closed.
           perform open-incidents
           if fstatus not = zeros
               move "INCIDENT FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           move wincid-n to inc-id
           read incidents invalid key
               move "INCIDENT NOT FOUND !!" to wmsgweb
               close incidents
           end-read.
       add-person.
           perform check-person
           if wmsgweb not = spaces
               exit paragraph
           end-if
           perform read-incident
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if inc-people >= wmax-people
               move "NO ROOM FOR MORE PEOPLE ON THIS INCIDENT !!"
                   to wmsgweb
               close incidents
               exit paragraph
           end-if
           perform store-person
           rewrite reg-incidents
           close incidents
           move "INC-PERSON" to waudit-op
           move wincid-n to waudit-new-name
           perform write-audit
           move "PERSON ADDED." to wmsgweb.
       add-action.
           if wactext-in = spaces
               move "ACTION IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           if wacdue-in not numeric
               move "INVALID DUE DATE !!" to wmsgweb
               exit paragraph
           end-if
           move wacdue-in to wdatecheck
           if function test-date-yyyymmdd(wdatecheck) not = 0
               move "INVALID DUE DATE !!" to wmsgweb
               exit paragraph
           end-if
      *> The owner must be a member of staff who can be held to it.
           open input members
           if fstatus not = zeros
               move "MEMBERS FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           move wacowner-in to login
           read members invalid key
               initialize reg-members
           end-read
           if not member-staff and not member-admin
               move "OWNER MUST BE A MEMBER OF STAFF !!" to wmsgweb
           end-if
           close members
           if wmsgweb not = spaces
               exit paragraph
           end-if
           perform read-incident
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if inc-closed
               move "INCIDENT IS CLOSED !!" to wmsgweb
               close incidents
               exit paragraph
           end-if
           open i-o incactions
           if fstatus = "35"
               open output incactions
               close incactions
               open i-o incactions
           end-if
           if fstatus not = zeros
               move "ACTIONS FILE UNAVAILABLE !!" to wmsgweb
               close incidents
               exit paragraph
           end-if
           add 1 to inc-actions
           initialize reg-incactions
           move wincid-n    to ina-incident
           move inc-actions to ina-seq
           move wactext-in  to ina-action
           move wacowner-in to ina-owner
           move wacdue-in   to ina-due
           set ina-open to true
           move wsessionlogin to ina-raised-by
           move wtoday      to ina-raised-on
           move spaces to ina-done-on ina-done-by ina-note
           write reg-incactions
           close incactions
           rewrite reg-incidents
           close incidents
           move "INC-ACTION" to waudit-op
           move wincid-n to waudit-new-name
           perform write-audit
           move "ACTION ADDED." to wmsgweb.
       done-action.
           if wacseq-in = spaces
                   or function test-numval(wacseq-in) not = 0
               move "ACTION NUMBER IS REQUIRED !!" to wmsgweb
               exit paragraph
           end-if
           move function numval(wacseq-in) to wacseq-n
           open i-o incactions
           if fstatus not = zeros
               move "ACTION NOT FOUND !!" to wmsgweb
               exit paragraph
           end-if
           move wincid-n to ina-incident
           move wacseq-n to ina-seq
           read incactions invalid key
               move "ACTION NOT FOUND !!" to wmsgweb
               close incactions
               exit paragraph
           end-read
           if ina-done
               move "ACTION ALREADY DONE !!" to wmsgweb
               close incactions
               exit paragraph
           end-if
           set ina-done to true
           move wtoday to ina-done-on
           move wsessionlogin to ina-done-by
           move wacnote-in to ina-note
           rewrite reg-incactions
           close incactions
           move "INC-ACTDONE" to waudit-op
           move wincid-n to waudit-new-name
           perform write-audit
           move "ACTION SIGNED OFF." to wmsgweb.
       note-claim.
           perform read-incident
           if wmsgweb not = spaces
               exit paragraph
           end-if
           move wclaim-in to inc-insurer-ref
           rewrite reg-incidents
           close incidents
           move "INC-CLAIM" to waudit-op
           move wincid-n to waudit-new-name
           perform write-audit
           move "INSURER REFERENCE SAVED." to wmsgweb.
       close-incident.
      *> An incident closes only when nothing is left to follow up.
           perform count-open-actions
           if wopen-actions > zeros
               move "FOLLOW-UP ACTIONS STILL OPEN !!" to wmsgweb
               exit paragraph
           end-if
           perform read-incident
           if wmsgweb not = spaces
               exit paragraph
           end-if
           if inc-closed
               move "INCIDENT ALREADY CLOSED !!" to wmsgweb
               close incidents
               exit paragraph
           end-if
           set inc-closed to true
           move wtoday to inc-closed-on
           rewrite reg-incidents
           close incidents
           move "INC-CLOSE" to waudit-op
           move wincid-n to waudit-new-name
           perform write-audit
           move "INCIDENT CLOSED." to wmsgweb.
       count-open-actions.
           move zeros to wopen-actions
           open input incactions
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wa-fstatus
           move wincid-n to ina-incident
           move zeros to ina-seq
           start incactions key is not less than ina-key
               invalid key move "10" to wa-fstatus
           end-start
           if wa-fstatus not = "10"
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-if
           perform until wa-fstatus = "10"
                   or ina-incident not = wincid-n
               if ina-open
                   add 1 to wopen-actions
               end-if
               read incactions next
                   at end move "10" to wa-fstatus
               end-read
           end-perform
           close incactions.
           copy "session-check.cpy".
           copy "permission-check.cpy".
           copy "field-access.cpy".
           copy "counter-next.cpy".
           copy "audit-log.cpy".
           copy "errorlog-write.cpy".
           copy "pcd-general.cpy".
