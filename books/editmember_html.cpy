               '<input type="submit" value="Resign (staff)">'
               '</form>'
           end-display
           display
               '<form name="frzform" method="post"'
               ' action="freeze.exe">'
               '<input type="hidden" name="login" value="'
               login '">'
               '<input type="hidden" name="token" value="'
               wtoken '">'
               '<input type="hidden" name="opcao" value="freeze">'
               'Freeze (now ' freeze-start '-' freeze-end
               ', ' freeze-days ' days in ' freeze-year ') from: '
               '<input type="text" name="fstart" size="8">'
               ' to: <input type="text" name="fend" size="8">'
               ' reason: <input type="text" name="freason" size="20">'
               '<input type="submit" value="Freeze (staff)">'
               '</form>'
               '<form name="lftform" method="post"'
               ' action="freeze.exe">'
               '<input type="hidden" name="login" value="'
               login '">'
               '<input type="hidden" name="token" value="'
               wtoken '">'
               '<input type="hidden" name="opcao" value="lift">'
               '<input type="submit" value="Lift Freeze (staff)">'
               '</form>'
           end-display
           display
               '<form name="typform" method="post"'
               ' action="typechange.exe">'
