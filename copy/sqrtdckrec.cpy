*> must apply the same rule, or every deck carrying such a value
*> would mis-hash and bounce at intake. Kept in a copybook so the
*> intake reader and every deck writer can't drift apart, the same
*> way sqrtoutrec.cpy keeps the batch output layout in step. The
*> entry screen stamps the signed-on clerk's operator id on its
*> header and trailer, past the old end of the record and inside
*> the intake file's padding; a feeder deck leaves it blank.
01  deck-control-rec.
    05  dkc-type            pic x.
        88  deck-header            value "H".
    05  dkc-count           pic 9(7).
    05  dkc-z-hash          pic 9(13)v9(6).
    05  filler              pic x(5).
    05  dkc-operator-id     pic x(8).
