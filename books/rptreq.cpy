      *> On-demand report requests from the REPORTS screen, worked
      *> one at a time by REPORT-POLLER. RRQ-ID comes from the
      *> RPTREQ-SEQ counter; RRQ-PARAM lines up with the catalogue
      *> entry's parameters (books/rptcatalog.cpy).
       fd  rptreq.
       01  reg-rptreq.
           02 rrq-id            pic 9(09).
           02 rrq-report        pic x(20).
           02 rrq-param occurs 3 times pic x(60).
           02 rrq-requester     pic x(60).
           02 rrq-email         pic x(120).
           02 rrq-requested     pic x(14).
           02 rrq-status        pic x(01).
               88 rrq-queued        value "Q".
               88 rrq-running       value "R".
               88 rrq-done          value "D".
               88 rrq-failed        value "F".
           02 rrq-started       pic x(14).
           02 rrq-finished      pic x(14).
           02 rrq-rc            pic 9(04).
           02 rrq-libname       pic x(30).
           02 rrq-message       pic x(60).
