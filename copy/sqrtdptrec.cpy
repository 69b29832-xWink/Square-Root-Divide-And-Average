*> indicator is Y; a routed department without a valid slot is
*> reported, not cut.
    05  dpm-route-slot      pic 9.
    05  filler              pic x(1).
*> R marks a retired department: the card stays on the master so the
*> monthly reports can still print the name beside a code that ran
*> earlier in the month, but the validators refuse new work for it
*> and it holds no route slot. Blank (every card cut before the
*> field existed) is active.
    05  dpm-status          pic x.
        88  dpm-retired            value "R".
    05  filler              pic x(32).
