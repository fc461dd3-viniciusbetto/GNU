           end-if
           perform until wc-fstatus = "10"
               if vol-date(1:4) = woldyear
                       and (vol-approved or vol-credited)
                   add vol-hours to wvol-total
               end-if
               read volhours next
