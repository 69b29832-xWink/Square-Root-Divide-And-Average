*> Shared SQRTAPRJ rejection notice: one line per queued request a
*> supervisor rejected, written by the edit step as it drops the
*> request's records and read by the distribution step, which
*> prints it on the department's report for the same cycle - the
*> department learns its work will not run, and why, the morning
*> after the decision. 90 bytes - the reason is the supervisor's
*> whole 40 off the decision card. Kept in a copybook so the writer
*> and the reader can't drift apart.
01  rejection-notice-rec.
    05  rjn-cycle           pic 9(5).
    05  rjn-request-id      pic x(8).
    05  rjn-dept            pic x(4).
    05  rjn-records         pic 9(7).
    05  rjn-queued-date     pic 9(8).
    05  rjn-operator        pic x(8).
    05  rjn-decision-date   pic 9(8).
    05  rjn-reason          pic x(40).
    05  filler              pic x(2).
