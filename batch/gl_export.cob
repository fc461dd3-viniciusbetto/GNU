       file-control.
           copy "payments.sel".
           copy "periods.sel".
           copy "taxcodes.sel".
           copy "defrev.sel".
           select glmap-in assign to "gl-map.dat"
               organization is line sequential
               file status is wm-fstatus.
       file section.
           copy "payments.cpy".
           copy "periods.cpy".
           copy "taxcodes.cpy".
           copy "defrev.cpy".
       fd  glmap-in.
       01  glmap-line.
           02 glm-category  pic x(02).
       01  wm-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       78  wcash-account     value "10100000".
       78  wtax-account      value "22000000".
       78  wdeferred-account value "24000000".
       78  wdues-account     value "41000000".
       78  wmax-buckets      value 60.
       01  wclose-month      pic x(06) value spaces.
       01  wym-y             pic 9(04) value zeros.
       01  wym-m             pic 9(02) value zeros.
       01  wisclosed         pic x(01) value "N".
       01  wbucket-count     pic 9(02) value zeros.
       01  wbucket-table.
           02 wbucket-entry occurs 60 times.
               03 wbk-category pic x(02).
               03 wbk-kind     pic x(02).
               03 wbk-appeal   pic x(08).
               03 wbk-amount   pic s9(11)v99.
       01  wbk-idx           pic 9(02) value zeros.
       01  wmap-count        pic 9(02) value zeros.
       01  wmap-table.
           02 wmap-entry occurs 60 times.
               03 wmp-category pic x(02).
               03 wmp-kind     pic x(02).
               03 wmp-account  pic x(08).
               03 wmp-desc     pic x(30).
       01  wmp-idx           pic 9(02) value zeros.
       01  wrow-amount       pic s9(11)v99 value zeros.
       01  wrow-tax          pic s9(11)v99 value zeros.
       01  wfind-category    pic x(02) value spaces.
       01  wfind-kind        pic x(02) value spaces.
       01  wfind-appeal      pic x(08) value spaces.
       01  wfind-idx         pic 9(02) value zeros.
       01  wappeal-memo      pic x(30) value spaces.
       01  wacct             pic x(08) value spaces.
       01  wmemo             pic x(30) value spaces.
       01  wline-acct        pic x(08) value spaces.
       01  wabs-amount       pic 9(11)v99 value zeros.
       01  wamt-display      pic zzzzzzzzz9,99.
       01  wlinecount        pic 9(04) value zeros.
       01  wdf-fstatus       pic xx     value "00".
       01  wdef-added        pic 9(11)v99 value zeros.
       01  wdef-released     pic 9(11)v99 value zeros.
       01  wdues-acct        pic x(08) value spaces.
       01  wdues-memo        pic x(30) value spaces.
       01  wdef-acct         pic x(08) value spaces.
       01  wdef-memo         pic x(30) value spaces.
       01  wrl-job           pic x(30) value "GL-EXPORT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
      *> (gl-map.dat, fixed columns like jobcontrol.dat: category,
      *> kind, account, description -- with built-in defaults for
      *> unmapped buckets) with the cash account as the other side.
      *> Sales tax carried on the rows books per tax code to its
      *> liability account instead of sitting in revenue. When
      *> REVENUE-RECOGNIZE has run for the month, its DEFREV rows add
      *> the dues deferral and recognition lines (dues revenue
      *> against deferred revenue, gl-map category DF).
      *> Donations given to a fundraising appeal bucket per appeal,
      *> with the appeal code leading the journal line's memo.
      *> CLOSE_MONTH (CCYYMM) overrides the default of the month
      *> that just ended; an un-closed month is refused, because the
      *> journal must match the frozen PERIODS figure.
      *> Same row selection as PERIOD-CLOSE: late fees, volunteer
      *> credits and tab charges are charges raised, not money
      *> moved, so they stay out of the cash journal; reversal rows
      *> (not the reversed originals) carry the minus. The tax on a
      *> tab charge is still owed, so it is reclassed out of bar
      *> takings into the liability the month the charge was made.
               if pay-seq(1:6) = wclose-month
                   if pay-kind-tab
                       perform reclass-tab-tax
                   else
                       if not pay-kind-latefee
                               and not pay-kind-volcredit
                               and not (pay-kind-adj-credit
                                        and pay-cat-booking)
                           perform bucket-row
                       end-if
                   end-if
               end-if
               read payments next
           end-perform
           close payments
           perform sum-recognition
           open output journal-out
           perform write-journal
           close journal-out
       bucket-row.
      *> Reversals and debit adjustments carry their sign into the
      *> bucket so the journal nets to what the period close froze.
      *> The tax portion a row carries comes out of its revenue
      *> bucket and goes to a bucket of its own per tax code (kind
      *> TX), which books to the liability account, not to revenue.
           if pay-kind-reversal or pay-kind-adj-debit
               compute wrow-amount = zero - pay-amount
               compute wrow-tax    = zero - pay-tax
           else
               move pay-amount to wrow-amount
               move pay-tax    to wrow-tax
           end-if
           move pay-category to wfind-category
           move pay-kind     to wfind-kind
           if pay-cat-donation
               move pay-appeal to wfind-appeal
           end-if
           perform find-bucket
           move spaces to wfind-appeal
           if wfind-idx > zeros
               compute wbk-amount(wfind-idx) =
                   wbk-amount(wfind-idx) + wrow-amount - wrow-tax
           end-if
           if wrow-tax not = zeros
               perform bucket-tax
           end-if
      *> A gift voucher tendered brought in no cash: the row's
      *> amount comes back out of cash against the voucher liability
      *> (category GV, kind VR), so the sale books to its revenue
      *> line and the liability, not the drawer, pays for it.
           if pay-by-voucher
               move "GV" to wfind-category
               move "VR" to wfind-kind
               perform find-bucket
               if wfind-idx > zeros
                   subtract wrow-amount from wbk-amount(wfind-idx)
               end-if
           end-if
      *> Loyalty points redeemed likewise brought no cash: the sale
      *> is met from the points marketing line (category LP, kind
      *> VR) instead of the drawer.
           if pay-by-points
               move "LP" to wfind-category
               move "VR" to wfind-kind
               perform find-bucket
               if wfind-idx > zeros
                   subtract wrow-amount from wbk-amount(wfind-idx)
               end-if
           end-if.
       reclass-tab-tax.
           if pay-tax = zeros
               exit paragraph
           end-if
           move pay-tax to wrow-tax
           move "TA" to wfind-category
           move spaces to wfind-kind
           perform find-bucket
           if wfind-idx > zeros
               subtract wrow-tax from wbk-amount(wfind-idx)
           end-if
           perform bucket-tax.
       bucket-tax.
           move pay-tax-code to wfind-category
           move "TX"         to wfind-kind
           perform find-bucket
           if wfind-idx > zeros
               add wrow-tax to wbk-amount(wfind-idx)
           end-if.
       find-bucket.
      *> Returns the bucket index for WFIND-CATEGORY/WFIND-KIND in
      *> WFIND-IDX, opening a fresh bucket at zero when it is new;
      *> zero when the table is full.
           move zeros to wfind-idx
           perform varying wbk-idx from 1 by 1
                   until wbk-idx > wbucket-count or wfind-idx > zeros
               if wbk-category(wbk-idx) = wfind-category
                       and wbk-kind(wbk-idx) = wfind-kind
                       and wbk-appeal(wbk-idx) = wfind-appeal
                   move wbk-idx to wfind-idx
               end-if
           end-perform
           if wfind-idx = zeros and wbucket-count < wmax-buckets
               add 1 to wbucket-count
               move wfind-category to wbk-category(wbucket-count)
               move wfind-kind     to wbk-kind(wbucket-count)
               move wfind-appeal   to wbk-appeal(wbucket-count)
               move zeros          to wbk-amount(wbucket-count)
               move wbucket-count  to wfind-idx
           end-if.
       resolve-account.
           move spaces to wacct wmemo
           if wacct not = spaces
               exit paragraph
           end-if
           if wbk-kind(wbk-idx) = "TX"
               perform resolve-tax-account
               exit paragraph
           end-if
      *> Built-in fallbacks so an unmapped bucket still books
      *> somewhere visible instead of silently vanishing.
           evaluate wbk-category(wbk-idx)
                         move "MERCHANDISE" to wmemo
               when "TA" move "45000000" to wacct
                         move "BAR AND TAB" to wmemo
               when "GV" move "25000000" to wacct
                         move "GIFT VOUCHERS OUTSTANDING" to wmemo
               when "VX" move "46000000" to wacct
                         move "LAPSED GIFT VOUCHERS" to wmemo
               when "LS" move "47000000" to wacct
                         move "COACHING LESSONS" to wmemo
               when "BK" move "48000000" to wacct
                         move "FACILITY HIRE" to wmemo
               when "HI" move "49000000" to wacct
                         move "ROOM HIRE" to wmemo
               when "SD" move "26000000" to wacct
                         move "SECURITY DEPOSITS HELD" to wmemo
               when "PK" move "50000000" to wacct
                         move "PARKING PERMITS" to wmemo
               when "SP" move "51000000" to wacct
                         move "SPONSORSHIP INCOME" to wmemo
               when "LP" move "61000000" to wacct
                         move "LOYALTY POINTS REDEEMED" to wmemo
               when other move "41000000" to wacct
                          move "MEMBERSHIP DUES" to wmemo
           end-evaluate.
       tag-appeal-memo.
           move wmemo to wappeal-memo
           move spaces to wmemo
           string wbk-appeal(wbk-idx) delimited by space
                  " " delimited by size
                  wappeal-memo delimited by size
               into wmemo
           end-string.
       resolve-tax-account.
      *> An unmapped tax bucket books to the liability account held
      *> on its TAXCODES row, or the general sales-tax payable
      *> account when the row names none.
           move wtax-account to wacct
           move spaces to wmemo
           string "SALES TAX PAYABLE " delimited by size
                  wbk-category(wbk-idx) delimited by size
               into wmemo
           end-string
           open input taxcodes
           if fstatus not = zeros
               exit paragraph
           end-if
           move wbk-category(wbk-idx) to txc-code
           read taxcodes invalid key
               continue
           not invalid key
               if txc-account not = spaces
                   move txc-account to wacct
               end-if
           end-read
           close taxcodes.
       sum-recognition.
      *> What the month deferred (dues invoices first scheduled in
      *> it) and what it recognised (shares whose month arrived).
           open input defrev
           if fstatus not = zeros
               exit paragraph
           end-if
           move "00" to wdf-fstatus
           read defrev next
               at end move "10" to wdf-fstatus
           end-read
           perform until wdf-fstatus = "10"
               if dfr-deferred-month = wclose-month
                   add dfr-amount to wdef-added
               end-if
               if dfr-recognised and dfr-recog-month = wclose-month
                   add dfr-amount to wdef-released
               end-if
               read defrev next
                   at end move "10" to wdf-fstatus
               end-read
           end-perform
           close defrev.
       write-recognition.
           move wdues-account to wdues-acct
           move "MEMBERSHIP DUES" to wdues-memo
           move wdeferred-account to wdef-acct
           move "DEFERRED DUES REVENUE" to wdef-memo
           perform varying wmp-idx from 1 by 1
                   until wmp-idx > wmap-count
               if wmp-category(wmp-idx) = "DU"
                       and wmp-kind(wmp-idx) = spaces
                   move wmp-account(wmp-idx) to wdues-acct
                   move wmp-desc(wmp-idx)    to wdues-memo
               end-if
               if wmp-category(wmp-idx) = "DF"
                       and wmp-kind(wmp-idx) = spaces
                   move wmp-account(wmp-idx) to wdef-acct
                   move wmp-desc(wmp-idx)    to wdef-memo
               end-if
           end-perform
           if wdef-added > zeros
               move wdef-added to wabs-amount
               move wdues-acct to wline-acct
               move wdues-memo to wmemo
               move "DR" to wline-side
               perform write-journal-entry
               move wdef-acct to wline-acct
               move wdef-memo to wmemo
               move "CR" to wline-side
               perform write-journal-entry
           end-if
           if wdef-released > zeros
               move wdef-released to wabs-amount
               move wdef-acct to wline-acct
               move wdef-memo to wmemo
               move "DR" to wline-side
               perform write-journal-entry
               move wdues-acct to wline-acct
               move wdues-memo to wmemo
               move "CR" to wline-side
               perform write-journal-entry
           end-if.
       write-journal.
           move spaces to journal-line
           string "JOURNAL " wclose-month
                   until wbk-idx > wbucket-count
               if wbk-amount(wbk-idx) not = zeros
                   perform resolve-account
                   if wbk-appeal(wbk-idx) not = spaces
                       perform tag-appeal-memo
                   end-if
                   perform write-bucket-lines
               end-if
           end-perform
           perform write-recognition
           move wdr-total to wamt-display
           move spaces to journal-line
           string "TOTAL DR " wamt-display
