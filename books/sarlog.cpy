      *> Register of subject access requests: when each arrived,
      *> the statutory date it must be answered by, who logged it,
      *> whether an admin released the medical notes, and when the
      *> dossier was produced.
       fd  sarlog.
       01  reg-sarlog.
           02 sar-seq          pic 9(09).
           02 sar-login        pic x(60).
           02 sar-received     pic x(08).
           02 sar-due          pic x(08).
           02 sar-logged-by    pic x(60).
           02 sar-status       pic x(01).
               88 sar-open         value "O".
               88 sar-produced     value "P".
           02 sar-produced-on  pic x(14).
           02 sar-medical      pic x(01).
               88 sar-with-medical value "Y".
           02 sar-medical-by   pic x(60).
           02 sar-items        pic 9(07).
