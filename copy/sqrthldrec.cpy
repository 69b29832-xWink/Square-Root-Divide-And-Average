*> Shared held-work record: a work record the edit step kept back
*> because its department had reached its monthly quota, carrying
*> the work record's fields as the edit wrote them plus when it was
*> first held. The edit reads the standing held file every night and
*> writes the new picture - what is still held - releasing anything
*> the month's allowance now covers or a supervisor override card
*> names; the tally and the distribution step count what is left.
*> Field-for-field the work record in front, so a released record
*> goes into the work file exactly as it would have the night it
*> arrived.
01  held-work-rec.
    05  hld-z               pic s9(10)v9(6) sign leading separate.
    05  hld-root-power      pic 99.
    05  hld-request-id      pic x(8).
    05  hld-dept            pic x(4).
    05  hld-priority        pic x.
    05  hld-extended        pic x.
    05  hld-held-date       pic 9(8).
    05  hld-held-cycle      pic 9(5).
    05  filler              pic x(34).
