*> Shared SQRTDJRN department-master change journal record: one
*> line per add, change, or retirement made through the maintenance
*> screen, with the card as it stood before and after, the date and
*> time it was saved, and the operator who keyed it. The master
*> itself only ever shows the latest state - this is the only place
*> that says a cost center moved, when, and on whose say-so. Kept in
*> a copybook so the maintenance screen and the change report can't
*> drift apart.
01  dept-journal-rec.
    05  djr-date            pic 9(8).
    05  filler              pic x(1).
    05  djr-time            pic 9(8).
    05  filler              pic x(1).
    05  djr-operator        pic x(8).
    05  filler              pic x(1).
    05  djr-action          pic x.
        88  djr-added              value "A".
        88  djr-changed            value "C".
        88  djr-retired            value "R".
    05  filler              pic x(1).
*> The before image is blank on an add; the after image of a
*> retirement carries the R status and the surrendered route slot.
    05  djr-before.
        10  djr-before-code     pic x(4).
        10  djr-before-name     pic x(30).
        10  djr-before-cost-center pic x(6).
        10  djr-before-routing  pic x.
        10  djr-before-slot     pic x.
        10  djr-before-status   pic x.
    05  filler              pic x(1).
    05  djr-after.
        10  djr-after-code      pic x(4).
        10  djr-after-name      pic x(30).
        10  djr-after-cost-center pic x(6).
        10  djr-after-routing   pic x.
        10  djr-after-slot      pic x.
        10  djr-after-status    pic x.
