       identification division.
       program-id. asset-depreciate.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "assets.sel".
           copy "items.sel".
           copy "periods.sel".
           select glmap-in assign to "gl-map.dat"
               organization is line sequential
               file status is wm-fstatus.
           select journal-out assign to "gl-depreciation.txt"
               organization is line sequential
               file status is wo-fstatus.
           select report-out assign to "asset-depreciate.txt"
               organization is line sequential
               file status is wr-fstatus.
       data division.
       file section.
           copy "assets.cpy".
           copy "items.cpy".
           copy "periods.cpy".
       fd  glmap-in.
       01  glmap-line.
           02 glm-category  pic x(02).
           02 filler        pic x(01).
           02 glm-kind      pic x(02).
           02 filler        pic x(01).
           02 glm-account   pic x(08).
           02 filler        pic x(01).
           02 glm-desc      pic x(30).
       fd  journal-out.
       01  journal-line     pic x(100).
       fd  report-out.
       01  report-line      pic x(132).
       working-storage section.
       copy "wk-general.cpy".
       01  wm-fstatus        pic xx     value "00".
       01  wo-fstatus        pic xx     value "00".
       01  wr-fstatus        pic xx     value "00".
       01  wa-fstatus        pic xx     value "00".
       78  wmax-map          value 30.
      *> Built-in accounts for an unmapped gl-map.dat; category FA,
      *> kinds DP, AD, FC and DL map them.
       78  wdepexp-account   value "61000000".
       78  waccdep-account   value "15900000".
       78  wfacost-account   value "15000000".
       78  wdisposal-account value "62000000".
       01  wclose-month      pic x(06) value spaces.
       01  wym-y             pic 9(04) value zeros.
       01  wym-m             pic 9(02) value zeros.
       01  wisclosed         pic x(01) value "N".
       01  witems-ok         pic x(01) value "N".
       01  wmap-count        pic 9(02) value zeros.
       01  wmap-table.
           02 wmap-entry occurs 30 times.
               03 wmp-category pic x(02).
               03 wmp-kind     pic x(02).
               03 wmp-account  pic x(08).
               03 wmp-desc     pic x(30).
       01  wmp-idx           pic 9(02) value zeros.
       01  wdepexp-acct      pic x(08) value spaces.
       01  wdepexp-memo      pic x(30) value spaces.
       01  waccdep-acct      pic x(08) value spaces.
       01  waccdep-memo      pic x(30) value spaces.
       01  wfacost-acct      pic x(08) value spaces.
       01  wfacost-memo      pic x(30) value spaces.
       01  wdisposal-acct    pic x(08) value spaces.
       01  wdisposal-memo    pic x(30) value spaces.
       01  wdep-month        pic x(06) value spaces.
       01  wdep-y            pic 9(04) value zeros.
       01  wdep-m            pic 9(02) value zeros.
       01  wcharge           pic 9(07)v99 value zeros.
       01  wremain           pic s9(07)v99 value zeros.
       01  wasset-charge     pic 9(07)v99 value zeros.
       01  wnbv              pic 9(07)v99 value zeros.
       01  wdep-total        pic 9(09)v99 value zeros.
       01  wdisp-count       pic 9(04) value zeros.
       01  wdisp-table.
           02 wdisp-entry occurs 500 times.
               03 wds-id       pic 9(06).
               03 wds-cost     pic 9(07)v99.
               03 wds-accum    pic 9(07)v99.
               03 wds-nbv      pic 9(07)v99.
       01  wds-idx           pic 9(04) value zeros.
       78  wmax-disposals    value 500.
       01  wovf-disposals    pic 9(04) value zeros.
       01  wchargedcount     pic 9(06) value zeros.
       01  wline-acct        pic x(08) value spaces.
       01  wline-side        pic x(02) value spaces.
       01  wmemo             pic x(30) value spaces.
       01  wabs-amount       pic 9(11)v99 value zeros.
       01  wdr-total         pic 9(11)v99 value zeros.
       01  wcr-total         pic 9(11)v99 value zeros.
       01  wamt-display      pic zzzzzzzzz9,99.
       01  wamt2-display     pic zzzzzz9,99.
       01  wamt3-display     pic zzzzzz9,99.
       01  wlinecount        pic 9(04) value zeros.
       01  wrl-job           pic x(30) value "ASSET-DEPRECIATE".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
       procedure division.
       depreciate-main.
      *> Monthly depreciation, run after PERIOD-CLOSE. Each asset in
      *> use is charged for every month from the one after its last
      *> charge (its acquisition month, the first time) through the
      *> closed month -- straight line or reducing balance, never
      *> below its residual value -- and the total books as one
      *> depreciation expense / accumulated depreciation pair. An
      *> asset whose lending item has been retired or written off as
      *> lost is then disposed of: its cost comes off the register
      *> against the depreciation charged and the book value left
      *> goes to loss on disposal. The journal is written in the
      *> GL-EXPORT layout (gl-depreciation.txt) for the same import,
      *> with accounts from gl-map.dat category FA. CLOSE_MONTH
      *> (CCYYMM) overrides the month that just ended; an un-closed
      *> month is refused, as in GL-EXPORT.
           accept wclose-month from environment "CLOSE_MONTH"
           if wclose-month = spaces
               move function current-date(1:4) to wym-y
               move function current-date(5:2) to wym-m
               if wym-m = 1
                   subtract 1 from wym-y
                   move 12 to wym-m
               else
                   subtract 1 from wym-m
               end-if
               move spaces to wclose-month
               string wym-y wym-m delimited by size
                   into wclose-month
               end-string
           end-if
           move "START" to wrl-phase
           call "runlog" using wrl-job wrl-phase wrl-count
           perform check-month-closed
           if wisclosed = "N"
               display "PERIOD " wclose-month
                   " NOT CLOSED -- NO DEPRECIATION CHARGED"
               stop run
           end-if
           perform load-gl-map
           open i-o assets
           if fstatus not = zeros
               display "ERRO ABRINDO assets: " fstatus
               stop run
           end-if
           open input items
           move "N" to witems-ok
           if fstatus = zeros
               move "Y" to witems-ok
           end-if
           open output report-out
           move spaces to report-line
           string "ASSET DEPRECIATION FOR " wclose-month
               delimited by size into report-line
           end-string
           write report-line
           move spaces to report-line
           write report-line
           move "00" to wa-fstatus
           move zeros to ast-id
           start assets key is not less than ast-id
               invalid key move "10" to wa-fstatus
           end-start
           if wa-fstatus not = "10"
               read assets next
                   at end move "10" to wa-fstatus
               end-read
           end-if
           perform until wa-fstatus = "10"
               if ast-in-use and ast-acquired(1:6) <= wclose-month
                   perform charge-asset
                   perform check-disposal
                   rewrite reg-assets
               end-if
               read assets next
                   at end move "10" to wa-fstatus
               end-read
           end-perform
           close assets
           if witems-ok = "Y"
               close items
           end-if
           open output journal-out
           perform write-journal
           close journal-out
           move wdep-total to wamt-display
           move spaces to report-line
           write report-line
           move spaces to report-line
           string "ASSETS CHARGED: " wchargedcount
                  "  DEPRECIATION: " wamt-display
                  "  DISPOSALS: " wdisp-count
               delimited by size into report-line
           end-string
           write report-line
           if wovf-disposals > zeros
               move spaces to report-line
               string "DISPOSAL TABLE FULL -- " wovf-disposals
                      " DISPOSAL(S) LEFT FOR NEXT RUN"
                   delimited by size into report-line
               end-string
               write report-line
           end-if
           close report-out
           display "JOURNAL LINES: " wlinecount
           move "OK   " to wrl-phase
           move wlinecount to wrl-count
           call "runlog" using wrl-job wrl-phase wrl-count
           stop run.
       check-month-closed.
           move "N" to wisclosed
           open input periods
           if fstatus not = zeros
               exit paragraph
           end-if
           move wclose-month to per-month
           read periods invalid key
               continue
           not invalid key
               if period-closed
                   move "Y" to wisclosed
               end-if
           end-read
           close periods.
       load-gl-map.
           move wdepexp-account   to wdepexp-acct
           move "DEPRECIATION EXPENSE" to wdepexp-memo
           move waccdep-account   to waccdep-acct
           move "ACCUMULATED DEPRECIATION" to waccdep-memo
           move wfacost-account   to wfacost-acct
           move "FIXED ASSETS AT COST" to wfacost-memo
           move wdisposal-account to wdisposal-acct
           move "LOSS ON DISPOSAL OF ASSETS" to wdisposal-memo
           open input glmap-in
           if wm-fstatus not = zeros
               exit paragraph
           end-if
           read glmap-in next record
               at end move "10" to wm-fstatus
           end-read
           perform until wm-fstatus = "10"
                   or wmap-count >= wmax-map
               if glm-category = "FA"
                   add 1 to wmap-count
                   move glm-category to wmp-category(wmap-count)
                   move glm-kind     to wmp-kind(wmap-count)
                   move glm-account  to wmp-account(wmap-count)
                   move glm-desc     to wmp-desc(wmap-count)
               end-if
               read glmap-in next record
                   at end move "10" to wm-fstatus
               end-read
           end-perform
           close glmap-in
           perform varying wmp-idx from 1 by 1
                   until wmp-idx > wmap-count
               evaluate wmp-kind(wmp-idx)
                   when "DP"
                       move wmp-account(wmp-idx) to wdepexp-acct
                       move wmp-desc(wmp-idx)    to wdepexp-memo
                   when "AD"
                       move wmp-account(wmp-idx) to waccdep-acct
                       move wmp-desc(wmp-idx)    to waccdep-memo
                   when "FC"
                       move wmp-account(wmp-idx) to wfacost-acct
                       move wmp-desc(wmp-idx)    to wfacost-memo
                   when "DL"
                       move wmp-account(wmp-idx) to wdisposal-acct
                       move wmp-desc(wmp-idx)    to wdisposal-memo
               end-evaluate
           end-perform.
       charge-asset.
      *> An asset already charged through the month is left alone,
      *> so a rerun charges nothing twice.
           if ast-last-dep = spaces
               move ast-acquired(1:6) to wdep-month
           else
               if ast-last-dep >= wclose-month
                   exit paragraph
               end-if
               move ast-last-dep to wdep-month
               perform next-dep-month
           end-if
           move zeros to wasset-charge
           perform until wdep-month > wclose-month
               perform charge-one-month
               move wdep-month to ast-last-dep
               perform next-dep-month
           end-perform
           if wasset-charge = zeros
               exit paragraph
           end-if
           add 1 to wchargedcount
           add wasset-charge to wdep-total
           compute wnbv = ast-cost - ast-accum-dep
           move wasset-charge to wamt2-display
           move wnbv to wamt3-display
           move spaces to report-line
           string ast-id "  " ast-desc(1:40) "  " ast-method
                  "  CHARGE " wamt2-display
                  "  BOOK VALUE " wamt3-display
               delimited by size into report-line
           end-string
           write report-line.
       charge-one-month.
           compute wremain = ast-cost - ast-residual - ast-accum-dep
           if wremain <= zeros
               exit paragraph
           end-if
           if ast-reducing
               compute wcharge rounded =
                   (ast-cost - ast-accum-dep) * 2 / ast-life-months
           else
               compute wcharge rounded =
                   (ast-cost - ast-residual) / ast-life-months
           end-if
           if wcharge > wremain
               move wremain to wcharge
           end-if
           add wcharge to ast-accum-dep
           add wcharge to wasset-charge.
       next-dep-month.
           move wdep-month(1:4) to wdep-y
           move wdep-month(5:2) to wdep-m
           if wdep-m = 12
               add 1 to wdep-y
               move 1 to wdep-m
           else
               add 1 to wdep-m
           end-if
           move spaces to wdep-month
           string wdep-y wdep-m delimited by size into wdep-month
           end-string.
       check-disposal.
      *> LENDING_SUBMIT retires an item returned lost or wrecked (its
      *> condition says which); a retired item is gone from the
      *> books too.
           if not ast-link-item or witems-ok = "N"
               exit paragraph
           end-if
           move ast-link-id to item-id
           read items invalid key
               exit paragraph
           end-read
           if not item-retired
               exit paragraph
           end-if
           if wdisp-count >= wmax-disposals
               add 1 to wovf-disposals
               exit paragraph
           end-if
           compute wnbv = ast-cost - ast-accum-dep
           add 1 to wdisp-count
           move ast-id        to wds-id(wdisp-count)
           move ast-cost      to wds-cost(wdisp-count)
           move ast-accum-dep to wds-accum(wdisp-count)
           move wnbv          to wds-nbv(wdisp-count)
           set ast-disposed to true
           move function current-date(1:8) to ast-disposed-on
           move wnbv to ast-disposal-nbv
           if item-cond-lost
               set ast-gone-lost to true
           else
               set ast-gone-retired to true
           end-if
           move wnbv to wamt3-display
           move spaces to report-line
           string ast-id "  " ast-desc(1:40) "  DISPOSED ("
                  ast-disposal-why ")  WRITTEN OFF " wamt3-display
               delimited by size into report-line
           end-string
           write report-line.
       write-journal.
           move spaces to journal-line
           string "JOURNAL " wclose-month
                  " FIXED ASSET DEPRECIATION"
               delimited by size into journal-line
           end-string
           write journal-line
           if wdep-total > zeros
               move wdep-total to wabs-amount
               move wdepexp-acct to wline-acct
               move wdepexp-memo to wmemo
               move "DR" to wline-side
               perform write-journal-entry
               move waccdep-acct to wline-acct
               move waccdep-memo to wmemo
               move "CR" to wline-side
               perform write-journal-entry
           end-if
           perform varying wds-idx from 1 by 1
                   until wds-idx > wdisp-count
               perform write-disposal-lines
           end-perform
           move wdr-total to wamt-display
           move spaces to journal-line
           string "TOTAL DR " wamt-display
               delimited by size into journal-line
           end-string
           write journal-line
           move wcr-total to wamt-display
           move spaces to journal-line
           string "TOTAL CR " wamt-display
               delimited by size into journal-line
           end-string
           write journal-line
           if wdr-total = wcr-total
               move "JOURNAL BALANCED" to journal-line
           else
               move "JOURNAL OUT OF BALANCE -- DO NOT IMPORT"
                   to journal-line
           end-if
           write journal-line.
       write-disposal-lines.
      *> Cost off the register, the depreciation charged against it
      *> back out of the provision, the difference a loss.
           if wds-accum(wds-idx) > zeros
               move wds-accum(wds-idx) to wabs-amount
               move waccdep-acct to wline-acct
               move waccdep-memo to wmemo
               move "DR" to wline-side
               perform write-journal-entry
           end-if
           if wds-nbv(wds-idx) > zeros
               move wds-nbv(wds-idx) to wabs-amount
               move wdisposal-acct to wline-acct
               move wdisposal-memo to wmemo
               move "DR" to wline-side
               perform write-journal-entry
           end-if
           move wds-cost(wds-idx) to wabs-amount
           move wfacost-acct to wline-acct
           move wfacost-memo to wmemo
           move "CR" to wline-side
           perform write-journal-entry.
       write-journal-entry.
           move wabs-amount to wamt-display
           move spaces to journal-line
           string wclose-month delimited by size
                  "01 " delimited by size
                  wline-acct delimited by size
                  " " wline-side delimited by size
                  " " wamt-display delimited by size
                  " " wmemo delimited by size
               into journal-line
           end-string
           if wline-side = "DR"
               add wabs-amount to wdr-total
           else
               add wabs-amount to wcr-total
           end-if
           add 1 to wlinecount
           write journal-line.
