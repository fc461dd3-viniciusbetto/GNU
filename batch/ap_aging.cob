       identification division.
       program-id. ap-aging.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "suppliers.sel".
           copy "bills.sel".
           select report-out assign to "ap-aging.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "suppliers.cpy".
           copy "bills.cpy".
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wr-fstatus        pic xx     value "00".
       01  wb-fstatus        pic xx     value "00".
       78  wmax-aged         value 500.
       01  wtoday            pic 9(08) value zeros.
       01  wtoday-int        pic s9(09) comp.
       01  wdue-n            pic 9(08) value zeros.
       01  wdue-int          pic s9(09) comp.
       01  wdaysoverdue      pic s9(09) value zeros.
       01  wbucket           pic 9(01) value zeros.
       01  waged-count       pic 9(03) value zeros.
       01  waged-table.
           02 waged-entry occurs 500 times.
               03 wag-bucket  pic 9(01).
               03 wag-seq     pic 9(09).
               03 wag-name    pic x(40).
               03 wag-invoice pic x(20).
               03 wag-due     pic x(08).
               03 wag-status  pic x(01).
               03 wag-days    pic s9(05).
               03 wag-amount  pic 9(09)v99.
       01  wag-idx           pic 9(03) value zeros.
       01  wbucket-total     pic 9(11)v99 value zeros.
       01  wbucket-bills     pic 9(05) value zeros.
       01  wgrand-total      pic 9(11)v99 value zeros.
       01  wpastdue-total    pic 9(11)v99 value zeros.
       01  wovf-aged         pic 9(05) value zeros.
       01  wamt-display      pic zzzzzzzzz9,99.
       01  wbucket-name      pic x(12) value spaces.
       01  wrl-job           pic x(30) value "AP-AGING".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       apaging-main.
      *> Payables aging, the mirror of PAYMENTS-AGING: every unpaid
      *> supplier bill (approved or still awaiting approval) lands in
      *> a not-yet-due / 1-30 / 31-60 / 61-90 / 90+ days-past-due
      *> bucket by its due date, with bill detail and subtotals per
      *> bucket, so the treasurer sees what the club owes the
      *> brewery before it is overdue rather than after.
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           open input suppliers
           if fstatus = "35"
               open output suppliers
               close suppliers
               open input suppliers
           end-if
           open input bills
           if fstatus = "35"
               open output bills
               close bills
               open input bills
           end-if
           if fstatus not = zeros
               display "ERRO ABRINDO bills: " fstatus
               stop run
           end-if
           move function current-date(1:8) to wtoday
           compute wtoday-int = function integer-of-date(wtoday)
           move "00" to wb-fstatus
           move zeros to bill-seq
           start bills key is not less than bill-seq
               invalid key move "10" to wb-fstatus
           end-start
           if wb-fstatus not = "10"
               read bills next
                   at end move "10" to wb-fstatus
               end-read
           end-if
           perform until wb-fstatus = "10"
               if bill-unpaid and bill-due-date is numeric
                   perform classify-bill
               end-if
               read bills next
                   at end move "10" to wb-fstatus
               end-read
           end-perform
           close suppliers
           close bills
           open output report-out
           perform write-report
           close report-out
           move "OK   " to wrl-phase
           move waged-count to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       classify-bill.
           move bill-due-date to wdue-n
           compute wdue-int = function integer-of-date(wdue-n)
           compute wdaysoverdue = wtoday-int - wdue-int
           evaluate true
               when wdaysoverdue <= zero move 1 to wbucket
               when wdaysoverdue <= 30   move 2 to wbucket
               when wdaysoverdue <= 60   move 3 to wbucket
               when wdaysoverdue <= 90   move 4 to wbucket
               when other                move 5 to wbucket
           end-evaluate
           add bill-amount to wgrand-total
           if wbucket > 1
               add bill-amount to wpastdue-total
           end-if
           if waged-count >= wmax-aged
               add 1 to wovf-aged
               exit paragraph
           end-if
           move bill-supplier to sup-id
           read suppliers invalid key
               move spaces to sup-name
           end-read
           add 1 to waged-count
           move wbucket         to wag-bucket(waged-count)
           move bill-seq        to wag-seq(waged-count)
           move sup-name        to wag-name(waged-count)
           move bill-invoice-no to wag-invoice(waged-count)
           move bill-due-date   to wag-due(waged-count)
           move bill-status     to wag-status(waged-count)
           move wdaysoverdue    to wag-days(waged-count)
           move bill-amount     to wag-amount(waged-count).
       write-report.
           move spaces to report-line
           string "PAYABLES AGING AS OF " wtoday
               delimited by size into report-line
           end-string
           write report-line
           perform varying wbucket from 1 by 1 until wbucket > 5
               evaluate wbucket
                   when 1 move "NOT YET DUE" to wbucket-name
                   when 2 move "1-30 DAYS"   to wbucket-name
                   when 3 move "31-60 DAYS"  to wbucket-name
                   when 4 move "61-90 DAYS"  to wbucket-name
                   when 5 move "OVER 90"     to wbucket-name
               end-evaluate
               move zeros to wbucket-total wbucket-bills
               move spaces to report-line
               write report-line
               move spaces to report-line
               string "BUCKET " wbucket-name
                   delimited by size into report-line
               end-string
               write report-line
               perform varying wag-idx from 1 by 1
                       until wag-idx > waged-count
                   if wag-bucket(wag-idx) = wbucket
                       add 1 to wbucket-bills
                       add wag-amount(wag-idx) to wbucket-total
                       move wag-amount(wag-idx) to wamt-display
                       move spaces to report-line
                       string "   " delimited by size
                              wag-seq(wag-idx) delimited by size
                              "  " delimited by size
                              wag-name(wag-idx) delimited by size
                              "  " delimited by size
                              wag-invoice(wag-idx) delimited by size
                              "  DUE " delimited by size
                              wag-due(wag-idx) delimited by size
                              " " delimited by size
                              wag-status(wag-idx) delimited by size
                              " " delimited by size
                              wag-days(wag-idx) delimited by size
                              " DAYS  " delimited by size
                              wamt-display delimited by size
                           into report-line
                       end-string
                       write report-line
                   end-if
               end-perform
               move wbucket-total to wamt-display
               move spaces to report-line
               string "   SUBTOTAL: " delimited by size
                      wbucket-bills delimited by size
                      " BILL(S)  " delimited by size
                      wamt-display delimited by size
                   into report-line
               end-string
               write report-line
           end-perform
           move spaces to report-line
           write report-line
           move wgrand-total to wamt-display
           move spaces to report-line
           string "TOTAL OWED TO SUPPLIERS: " delimited by size
                  wamt-display delimited by size
               into report-line
           end-string
           write report-line
           move wpastdue-total to wamt-display
           move spaces to report-line
           string "OF WHICH PAST DUE:       " delimited by size
                  wamt-display delimited by size
               into report-line
           end-string
           write report-line
           if wovf-aged > zeros
               move spaces to report-line
               string "NOT LISTED (TABLE FULL): " delimited by size
                      wovf-aged delimited by size
                      " BILL(S) -- BUCKET SUBTOTALS INCOMPLETE"
                      delimited by size
                   into report-line
               end-string
               write report-line
           end-if.
