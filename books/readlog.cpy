      *> Read-access trail, the audit trail's twin for looking rather
      *> than changing: one line each time someone opens a restricted
      *> screen on another member's record -- who looked (RDL-VIEWER,
      *> the session login), whose record (RDL-MEMBER), which screen
      *> and when. PRIVACY-VIEWS reads it monthly; VIEWHISTORY prints
      *> a member's own.
       fd  read-log.
       01  reg-read-log.
           02 rdl-timestamp     pic x(14).
           02 filler            pic x(01) value space.
           02 rdl-viewer        pic x(60).
           02 filler            pic x(01) value space.
           02 rdl-member        pic x(60).
           02 filler            pic x(01) value space.
           02 rdl-screen        pic x(10).
               88 rdl-emergency     value "EMERGENCY".
               88 rdl-medical       value "MEDICAL".
               88 rdl-notes         value "NOTES".
               88 rdl-statement     value "STATEMENT".
               88 rdl-history       value "HISTORY".
