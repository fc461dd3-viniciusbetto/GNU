               '<table border="1">'
               '<tr><th>Seq</th><th>Member</th><th>Amount</th>'
               '<th>Freq</th><th>Start</th><th>End</th>'
               '<th>Last Posted</th><th>Status</th><th>Appeal</th>'
               '</tr>'
           end-display
           move "00" to wp-fstatus
           move zeros to plg-seq
                   '<td>' plg-end '</td>'
                   '<td>' plg-last-posted '</td>'
                   '<td>' plg-status '</td>'
                   '<td>' plg-appeal '</td>'
                   '</tr>'
               end-display
               read pledges next
               ' size="8">'
               ' End (CCYYMMDD): <input type="text" name="plgend"'
               ' size="8">'
               '<input type="hidden" name="plgseq" value="">'
               ' Appeal code: <input type="text" name="plgappeal"'
               ' size="8">'
               '<input type="submit" value="Record Pledge">'
               '</form>'
               '<form name="plgxform" method="post"'
