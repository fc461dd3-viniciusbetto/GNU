       identification division.
       program-id. batch-night.
       environment division.
       configuration section.
       special-names.
           decimal-point is comma.
       input-output section.
       file-control.
           copy "stock.sel".
           copy "pricelist.sel".
           copy "suppliers.sel".
           select jobcontrol-in assign to "jobcontrol.dat"
               organization is line sequential
               file status is wi-fstatus.
               file status is wr-fstatus.
       data division.
       file section.
           copy "stock.cpy".
           copy "pricelist.cpy".
           copy "suppliers.cpy".
       fd  jobcontrol-in.
       01  jc-record.
           02 jc-step       pic x(20).
           02 wtpl-amount    pic x(20).
           02 wtpl-duedate   pic x(08).
           02 wtpl-branch    pic x(03).
       01  wk-fstatus        pic xx     value "00".
       01  wreordercount     pic 9(04) value zeros.
       01  wplc-open         pic x(01) value "N".
       01  wsup-open         pic x(01) value "N".
       01  wreorder-qty      pic 9(05) value zeros.
       01  wstk-desc         pic x(20) value spaces.
       01  wstk-supplier     pic x(30) value spaces.
       01  whand-display     pic -zzzzz9.
       01  wlvl-display      pic zzzz9.
       01  wqty-display      pic zzzz9.
       01  wrl-job           pic x(30) value "BATCH-NIGHT".
       01  wrl-phase         pic x(05) value spaces.
       01  wrl-count         pic 9(09) value zeros.
                   to report-line
               write report-line
           end-if
           perform write-reorder-list
           close report-out.
       write-reorder-list.
      *> The bar manager's morning reorder list rides on the summary:
      *> every stock-controlled item at or below its reorder level,
      *> with the quantity to order (the item's reorder quantity, or
      *> enough to get back to the level) and its usual supplier.
           open input stock
           if fstatus not = zeros
               exit paragraph
           end-if
           open input pricelist
           if fstatus = zeros
               move "Y" to wplc-open
           end-if
           open input suppliers
           if fstatus = zeros
               move "Y" to wsup-open
           end-if
           move spaces to report-line
           write report-line
           move "REORDER SUGGESTIONS" to report-line
           write report-line
           move spaces to report-line
           string "CODE   ITEM                 ON HAND  LEVEL  "
                  "ORDER  SUPPLIER"
               delimited by size into report-line
           end-string
           write report-line
           move "00" to wk-fstatus
           move low-values to stk-code
           start stock key is not less than stk-code
               invalid key move "10" to wk-fstatus
           end-start
           if wk-fstatus not = "10"
               read stock next
                   at end move "10" to wk-fstatus
               end-read
           end-if
           perform until wk-fstatus = "10"
               if stk-reorder-lvl > zeros
                       and stk-on-hand <= stk-reorder-lvl
                   perform write-reorder-line
               end-if
               read stock next
                   at end move "10" to wk-fstatus
               end-read
           end-perform
           if wreordercount = zeros
               move "   NOTHING TO REORDER" to report-line
               write report-line
           end-if
           if wsup-open = "Y"
               close suppliers
           end-if
           if wplc-open = "Y"
               close pricelist
           end-if
           close stock.
       write-reorder-line.
           add 1 to wreordercount
           move spaces to wstk-desc wstk-supplier
           if wplc-open = "Y"
               move stk-code to plc-code
               read pricelist invalid key
                   move spaces to plc-desc
               end-read
               move plc-desc to wstk-desc
           end-if
           if stk-supplier > zeros and wsup-open = "Y"
               move stk-supplier to sup-id
               read suppliers invalid key
                   move spaces to sup-name
               end-read
               move sup-name to wstk-supplier
           end-if
           if stk-reorder-qty > zeros
               move stk-reorder-qty to wreorder-qty
           else
               compute wreorder-qty = stk-reorder-lvl - stk-on-hand
           end-if
           move stk-on-hand     to whand-display
           move stk-reorder-lvl to wlvl-display
           move wreorder-qty    to wqty-display
           move spaces to report-line
           string stk-code delimited by size
                  " " delimited by size
                  wstk-desc delimited by size
                  " " delimited by size
                  whand-display delimited by size
                  "  " delimited by size
                  wlvl-display delimited by size
                  "  " delimited by size
                  wqty-display delimited by size
                  "  " delimited by size
                  wstk-supplier delimited by size
               into report-line
           end-string
           write report-line.
       mail-summary.
      *> Wording comes from the template catalog (BATCHSUMMARY,
      *> with the counts line in {NAME}) via RENDERTPL; the built-in
