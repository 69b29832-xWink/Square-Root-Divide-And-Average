*> Shared SQRTCLOS month close-control record: one line appended
*> each time a billing month is closed or formally reopened. The
*> latest line for a month is its standing - C closed, O reopened -
*> and a month with no line at all has never been closed. The
*> month-end close appends a C line once every cycle in the month
*> has been proved and chargeback, billing, trend, and archival have
*> run; billing refuses to price a month whose standing is closed,
*> so a closed month's invoices can't be cut twice. Reopening takes
*> a REOPEN card naming who and why, and that line stays on file
*> beside the close it undid. Kept in a copybook so the close and
*> the billing run can't drift apart.
01  close-control-rec.
    05  cls-period          pic 9(6).
    05  cls-action          pic x.
        88  cls-closed             value "C".
        88  cls-reopened           value "O".
    05  cls-date            pic 9(8).
    05  cls-time            pic 9(8).
    05  cls-operator        pic x(8).
*> The cycles the close certified - first, last, how many, and how
*> many of those were excused on an EXCUSE card rather than proved.
*> Zero on a reopen line.
    05  cls-first-cycle     pic 9(5).
    05  cls-last-cycle      pic 9(5).
    05  cls-cycle-count     pic 9(5).
    05  cls-excused-count   pic 9(3).
    05  cls-reason          pic x(40).
    05  filler              pic x(11).
