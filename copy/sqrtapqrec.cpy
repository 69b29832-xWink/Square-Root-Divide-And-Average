*> Shared approval-queue record: a work record the edit step kept
*> back because its request met an approval criterion, carrying the
*> work record's fields as the edit wrote them, when it was queued,
*> why, and the iterations it is expected to cost. The edit reads
*> the standing queue every night and writes the new picture -
*> releasing what the supervisor approved, dropping what was
*> rejected, carrying the rest; the supervisor's screen lists it
*> request by request. Field-for-field the work record in front,
*> like the held work record, so an approved record goes into the
*> work file exactly as it would have the night it arrived.
01  approval-queue-rec.
    05  apq-z               pic s9(10)v9(6) sign leading separate.
    05  apq-root-power      pic 99.
    05  apq-request-id      pic x(8).
    05  apq-dept            pic x(4).
    05  apq-priority        pic x.
    05  apq-extended        pic x.
    05  apq-queued-date     pic 9(8).
    05  apq-queued-cycle    pic 9(5).
*> S - the request expanded past the record limit; X - it carried
*> more extended-precision records than allowed; D - its department
*> is on hold.
    05  apq-reason          pic x.
        88  apq-over-size          value "S".
        88  apq-over-extended      value "X".
        88  apq-dept-on-hold       value "D".
    05  apq-estimate        pic 9(5).
    05  filler              pic x(28).
