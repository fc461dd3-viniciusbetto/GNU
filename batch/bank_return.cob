           copy "invoices.sel".
           copy "counters.sel".
           copy "tariff.sel".
           copy "pledges.sel".
           select return-in assign to "bank-return.dat"
               organization is line sequential
               file status is wi-fstatus.
           copy "invoices.cpy".
           copy "counters.cpy".
           copy "tariff.cpy".
           copy "pledges.cpy".
       fd  return-in.
       01  return-record.
           02 rt-login          pic x(60).
           move wcountervalue to pay-receipt
           set pay-cat-donation to true
           move spaces to pay-operator
      *> The installment counts towards the appeal the pledge was
      *> made to.
           open input pledges
           if fstatus = zeros
               move rt-ref to plg-seq
               read pledges
                   invalid key continue
                   not invalid key move plg-appeal to pay-appeal
               end-read
               close pledges
           end-if
           move "N" to wwritten
           move zeros to wretry9
           perform until wwritten = "Y" or wretry9 > 5
           end-if
           perform until ws-fstatus = "10" or inv-login <> rt-login
                   or wsettle-left = zeros
               if inv-open and inv-cat-dues
                   if wsettle-left >= inv-amount - inv-paid
                       compute wsettle-left =
                           wsettle-left - (inv-amount - inv-paid)
