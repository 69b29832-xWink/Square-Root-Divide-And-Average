*> Shared SQRTLEDG step-completion ledger record: one line when a
*> program of the nightly stream starts and one when it ends, with
*> the condition code it ended on, all against the cycle the night
*> is running. A step with a start line and no end line abended.
*> The intake and edit steps run before the split draws the cycle,
*> so they book against the cycle about to be drawn - the one whose
*> partitions are still out when an earlier split is not yet merged,
*> otherwise the one after the last drawn - and say so in the basis
*> byte. The restart
*> gate reads the ledger to tell which steps of the latest cycle
*> still have to run. The lines are written through the sqrtldgw
*> subprogram, which this layout is also the parameter to. Kept in
*> a copybook so every writer, the subprogram, and the gate can't
*> drift apart.
01  step-ledger-rec.
*> Zero from a caller asks sqrtldgw to work the cycle out.
    05  ldg-cycle           pic 9(5).
    05  filler              pic x(1).
    05  ldg-program         pic x(10).
    05  filler              pic x(1).
    05  ldg-event           pic x.
        88  ldg-started            value "S".
        88  ldg-ended              value "E".
    05  filler              pic x(1).
    05  ldg-date            pic 9(8).
    05  filler              pic x(1).
    05  ldg-time            pic 9(8).
    05  filler              pic x(1).
    05  ldg-return-code     pic 99.
    05  filler              pic x(1).
*> D the cycle already drawn, P the cycle about to be drawn.
    05  ldg-cycle-basis     pic x.
        88  ldg-drawn-cycle        value "D".
        88  ldg-pending-cycle      value "P".
    05  filler              pic x(39).
