*> Shared SQRTAPDC approval decision card: the supervisor's word on
*> one queued request - A to approve it into the next night's run,
*> R to reject it - with who decided, when, and why. Written by the
*> supervisor's approval screen, applied by the edit step the next
*> time it runs, and emptied once that run has gone through. A
*> rejection's reason goes back to the department on its
*> distribution report. Kept in a copybook so the screen and the
*> edit step can't drift apart.
01  approval-decision-rec.
    05  apd-request-id      pic x(8).
    05  apd-dept            pic x(4).
    05  filler              pic x(1).
    05  apd-decision        pic x.
        88  apd-approved           value "A".
        88  apd-rejected           value "R".
    05  filler              pic x(1).
    05  apd-operator        pic x(8).
    05  filler              pic x(1).
    05  apd-date            pic 9(8).
    05  filler              pic x(1).
    05  apd-reason          pic x(40).
    05  filler              pic x(7).
