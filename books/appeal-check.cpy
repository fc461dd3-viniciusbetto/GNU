       check-appeal.
      *> Caller sets WAPL-CODE; APPEALS must be declared and closed.
      *> A blank code is no appeal and passes. Otherwise the appeal
      *> must exist, be open and run over today, or WMSGWEB comes
      *> back with the reason; WAPL-NAME is its name when it passes.
           move spaces to wmsgweb wapl-name
           if wapl-code = spaces
               exit paragraph
           end-if
           open input appeals
           if fstatus not = zeros
               move "NO SUCH APPEAL CODE !!" to wmsgweb
               exit paragraph
           end-if
           move wapl-code to apl-code
           read appeals
               invalid key
                   move "NO SUCH APPEAL CODE !!" to wmsgweb
                   close appeals
                   exit paragraph
           end-read
           close appeals
           move function current-date(1:8) to wapl-today
           evaluate true
               when not apl-open
                   move "APPEAL IS CLOSED !!" to wmsgweb
               when apl-start > wapl-today
                   move "APPEAL HAS NOT STARTED YET !!" to wmsgweb
               when apl-end < wapl-today
                   move "APPEAL HAS ENDED !!" to wmsgweb
               when other
                   move apl-name to wapl-name
           end-evaluate.
