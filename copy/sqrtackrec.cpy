*> Shared SQRTACK return-file acknowledgement card: sent back by a
*> department when it loads a return file from the distribution
*> step, naming the cycle the file carried, the number of records
*> it loaded, and the hash total of their Z values, worked the way
*> the distribution register works it (sqrtdrgrec.cpy). The load
*> date is the department's own; blank or zero takes the date the
*> reconciliation runs. Kept in a copybook so the reconciliation and
*> the departments' acknowledgement jobs can't drift apart.
01  acknowledgement-rec.
    05  ack-dept            pic x(4).
    05  filler              pic x(1).
    05  ack-cycle           pic 9(5).
    05  filler              pic x(1).
    05  ack-count           pic 9(7).
    05  filler              pic x(1).
    05  ack-z-hash          pic 9(13)v9(6).
    05  filler              pic x(1).
    05  ack-load-date       pic 9(8).
    05  filler              pic x(33).
