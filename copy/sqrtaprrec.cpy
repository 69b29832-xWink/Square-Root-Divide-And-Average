*> Shared SQRTAPPR approval criteria card: what the edit step stops
*> for a supervisor to look at before it may run. An L card sets the
*> size limits - the most records one request may expand to, and
*> the most extended-precision records it may carry - either left
*> zero for no limit; a D card puts one department on hold, so all
*> of its work waits for approval whatever its size (a department
*> on credit hold, say), with the reason the supervisor will see.
*> No cards, no approval queue. Kept in a copybook so the edit step
*> and the supervisor's screen can't read a card differently.
01  approval-criteria-rec.
    05  apr-type            pic x.
        88  apr-limits             value "L".
        88  apr-dept-hold          value "D".
    05  filler              pic x(1).
    05  apr-detail          pic x(78).
    05  apr-limit-view redefines apr-detail.
        10  apr-max-records     pic 9(7).
        10  filler              pic x(1).
        10  apr-max-extended    pic 9(7).
        10  filler              pic x(63).
    05  apr-hold-view redefines apr-detail.
        10  apr-dept            pic x(4).
        10  filler              pic x(1).
        10  apr-reason          pic x(40).
        10  filler              pic x(33).
