       file-control.
           copy "members.sel".
           copy "payments.sel".
           copy "appeals.sel".
           select print-out assign to "year-statements.txt"
               organization is line sequential
               file status is wr-fstatus.
       file section.
           copy "members.cpy".
           copy "payments.cpy".
           copy "appeals.cpy".
       fd  print-out.
       01  print-line       pic x(132).
       working-storage section.
               03 wdt-date    pic x(08).
               03 wdt-amount  pic 9(07)v99.
               03 wdt-cat     pic x(02).
               03 wdt-appeal  pic x(08).
       01  wdt-idx           pic 9(03) value zeros.
       78  wmax-appeal-lines value 10.
       01  wapt-count        pic 9(02) value zeros.
       01  wapt-table.
           02 wapt-entry occurs 10 times.
               03 wapt-code   pic x(08).
               03 wapt-total  pic 9(09)v99.
       01  wapt-idx          pic 9(02) value zeros.
       01  wappeals-open     pic x(01) value "N".
       01  wappeal-label     pic x(40) value spaces.
       01  wyear-total       pic 9(09)v99 value zeros.
       01  wletters          pic 9(05) value zeros.
       01  wamt-display      pic zzzzzzz9,99.
      *> addressed in the mailing-label style, all in one print
      *> file, with an email summary queued where an EMAIL is on
      *> file. Reversals and their originals, late-fee charges and
      *> volunteer credits stay off a tax letter. Donations given
      *> to a fundraising appeal are totalled per appeal as well.
           accept wyear from environment "STATEMENT_YEAR"
           if wyear = spaces or wyear not numeric
               move function current-date(1:4) to wyy-n
               close payments
               open input payments
           end-if
           open input appeals
           if fstatus = zeros
               move "Y" to wappeals-open
           end-if
           open output print-out
           read payments next
           perform until fstatus = "10"
           write print-line
           close members
           close payments
           if wappeals-open = "Y"
               close appeals
           end-if
           close print-out
           move "OK   " to wrl-phase
           move wletters to wrl-count
               move pay-seq(1:8) to wdt-date(wdetail-count)
               move pay-amount   to wdt-amount(wdetail-count)
               move pay-category to wdt-cat(wdetail-count)
               move spaces to wdt-appeal(wdetail-count)
               if pay-cat-donation
                   move pay-appeal to wdt-appeal(wdetail-count)
               end-if
           end-if
           if pay-cat-donation and pay-appeal not = spaces
               perform collect-appeal
           end-if
           move "N" to wfound-m
           perform varying wcat-idx from 1 by 1
                   move pay-amount to wcat-total(wcat-count)
               end-if
           end-if.
       collect-appeal.
           move "N" to wfound-m
           perform varying wapt-idx from 1 by 1
                   until wapt-idx > wapt-count or wfound-m = "Y"
               if wapt-code(wapt-idx) = pay-appeal
                   move "Y" to wfound-m
               end-if
           end-perform
           if wfound-m = "Y"
               subtract 1 from wapt-idx
               add pay-amount to wapt-total(wapt-idx)
           else
               if wapt-count < wmax-appeal-lines
                   add 1 to wapt-count
                   move pay-appeal to wapt-code(wapt-count)
                   move pay-amount to wapt-total(wapt-count)
               end-if
           end-if.
       flush-member.
           if wcurlogin = spaces or wyear-total = zeros
               perform reset-member
                      wamt-display delimited by size
                      "  " delimited by size
                      wdt-cat(wdt-idx) delimited by size
                      " " delimited by size
                      wdt-appeal(wdt-idx) delimited by size
                   into print-line
               end-string
               write print-line
                   when "EV"   move "EVENT FEES"  to wcat-label
                   when "ME"   move "MERCHANDISE" to wcat-label
                   when "TA"   move "HOUSE TAB"   to wcat-label
                   when "SP"   move "SPONSORSHIP" to wcat-label
                   when other  move "DUES"        to wcat-label
               end-evaluate
               move wcat-total(wcat-idx) to wamt-display
                   into print-line
               end-string
               write print-line
               if wcat-code(wcat-idx) = "DO"
                   perform varying wapt-idx from 1 by 1
                           until wapt-idx > wapt-count
                       perform write-appeal-line
                   end-perform
               end-if
           end-perform
           move wyear-total to wamt-display
           move spaces to print-line
               call "sendmail" using email wmailsubject wmailbody
           end-if
           perform reset-member.
       write-appeal-line.
           move wapt-code(wapt-idx) to wappeal-label
           if wappeals-open = "Y"
               move wapt-code(wapt-idx) to apl-code
               read appeals
                   invalid key continue
                   not invalid key move apl-name to wappeal-label
               end-read
           end-if
           move wapt-total(wapt-idx) to wamt-display
           move spaces to print-line
           string "   OF WHICH TO " delimited by size
                  function trim(wappeal-label) delimited by size
                  "  " delimited by size
                  wamt-display delimited by size
               into print-line
           end-string
           write print-line.
       reset-member.
           move zeros to wyear-total
           move zeros to wdetail-count
           move zeros to wcat-count
           move zeros to wapt-count.
