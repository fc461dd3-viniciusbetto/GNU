       log-defect.
      *> Caller sets WDFT-RESOURCE, WDFT-DESC, WDFT-REPORTER (login),
      *> WDFT-SOURCE (S staff, K kiosk, M member) and WDFT-PRIORITY
      *> (blank is N, normal) before the perform; DEFECTS and COUNTERS
      *> must be declared. Writes the new work order unassigned and
      *> returns its number in WDFT-ID -- zero, with WMSGWEB saying
      *> why, when it could not be written.
           move zeros to wdft-id
           open i-o defects
           if fstatus = "35"
               open output defects
               close defects
               open i-o defects
           end-if
           if fstatus not = zeros
               move "DEFECT FILE UNAVAILABLE !!" to wmsgweb
               exit paragraph
           end-if
           move "DEFECT-ID" to wcountername
           perform next-counter
           move wcountervalue to wdft-id
           initialize reg-defects
           move wdft-id       to dft-id
           move wdft-resource to dft-resource
           move wdft-desc     to dft-description
           move function current-date(1:14) to dft-reported
           move wdft-reporter to dft-reporter
           move wdft-source   to dft-source
           if wdft-priority = spaces
               set dft-normal to true
           else
               move wdft-priority to dft-priority
           end-if
           move spaces to dft-assign-type dft-assignee
           set dft-new to true
           move spaces to dft-closed dft-closed-by dft-fix-note
           write reg-defects
           close defects.
