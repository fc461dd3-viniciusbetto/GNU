       campaign-match.
      *> Caller has the campaign in REG-CAMPAIGNS, the member in
      *> REG-MEMBERS and WCMP-TODAY set. WCMP-MATCH comes back Y when
      *> the member is in the campaign's selection, and WCMP-CHANNEL
      *> says how they are reached: E or S, or N when they are in
      *> the selection but cannot be sent to -- opted out of all
      *> contact, texting stopped, or no address on file for the
      *> channel their preference allows. Age is whole years off
      *> BIRTHDATE; paid-through is the member's own PAID-THROUGH
      *> stamp. The campaigns screen counts with this and
      *> CAMPAIGN-SEND sends with it, so the preview is the send.
           move "N" to wcmp-match
           move "N" to wcmp-channel
           if merged-into not = spaces
               exit paragraph
           end-if
           if cmp-sel-type not = spaces
                   and member-type not = cmp-sel-type
               exit paragraph
           end-if
           if cmp-sel-status not = spaces
                   and member-status not = cmp-sel-status
               exit paragraph
           end-if
           if cmp-sel-branch not = spaces
                   and branch-code not = cmp-sel-branch
               exit paragraph
           end-if
           if cmp-sel-age-from > zeros or cmp-sel-age-to > zeros
               if birthdate is not numeric
                   exit paragraph
               end-if
               compute wcmp-age =
                   (wcmp-today - function numval(birthdate)) / 10000
               if cmp-sel-age-from > zeros
                       and wcmp-age < cmp-sel-age-from
                   exit paragraph
               end-if
               if cmp-sel-age-to > zeros
                       and wcmp-age > cmp-sel-age-to
                   exit paragraph
               end-if
           end-if
           if cmp-sel-paid-thru not = spaces
               if paid-through is not numeric
                       or paid-through < cmp-sel-paid-thru
                   exit paragraph
               end-if
           end-if
           if cmp-payers-only
                   and household-id not = zeros and not-bill-payer
               exit paragraph
           end-if
           if cmp-non-payers
                   and (household-id = zeros or is-bill-payer)
               exit paragraph
           end-if
           evaluate cmp-sel-contact
               when "E"
                   if not contact-both and not contact-email-only
                       exit paragraph
                   end-if
               when "S"
                   if not contact-both and not contact-sms-only
                       exit paragraph
                   end-if
               when "N"
                   if not contact-none
                       exit paragraph
                   end-if
           end-evaluate
           move "Y" to wcmp-match
           evaluate true
               when cmp-by-email
                   if email not = spaces
                           and (contact-both or contact-email-only)
                       move "E" to wcmp-channel
                   end-if
               when cmp-by-sms
                   if phone not = spaces
                           and (contact-both or contact-sms-only)
                       move "S" to wcmp-channel
                   end-if
               when other
                   if email not = spaces
                           and (contact-both or contact-email-only)
                       move "E" to wcmp-channel
                   else
                       if phone not = spaces
                               and (contact-both or contact-sms-only)
                           move "S" to wcmp-channel
                       end-if
                   end-if
           end-evaluate.
