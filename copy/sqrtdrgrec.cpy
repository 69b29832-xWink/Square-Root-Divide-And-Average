*> Shared SQRTDREG distribution register record: one line for every
*> return file the distribution step cuts - department, the cycle
*> it carries, which RTNFILn slot it went out on, the record count,
*> and the hash total of its Z values (each record's leading Z
*> field summed, carries past thirteen integer digits dropped, the
*> same hash the intake decks carry). A department loading a return
*> file sends back an acknowledgement card with the count and hash
*> it loaded (sqrtackrec.cpy); the acknowledgement reconciliation
*> stamps the outcome on the register line and rewrites the
*> register, so a file still out with nobody owning up to it is
*> listed until it is picked up. Kept in a copybook so the
*> distribution step and the reconciliation can't drift apart.
01  dist-register-rec.
    05  drg-dept            pic x(4).
    05  filler              pic x(1).
    05  drg-cycle           pic 9(5).
    05  filler              pic x(1).
    05  drg-return-file     pic x(8).
    05  filler              pic x(1).
    05  drg-count           pic 9(7).
    05  filler              pic x(1).
    05  drg-z-hash          pic 9(13)v9(6).
    05  filler              pic x(1).
    05  drg-cut-date        pic 9(8).
    05  filler              pic x(1).
*> Blank until an acknowledgement settles it: A acknowledged with
*> matching count and hash, C or H acknowledged with the count or
*> the hash wrong (the department reloads and acknowledges again),
*> S superseded - a second file for the same department and cycle
*> (an express cut ahead of the full run) was acknowledged instead.
    05  drg-ack-status      pic x.
        88  drg-outstanding        value space.
        88  drg-acknowledged       value "A".
        88  drg-count-wrong        value "C".
        88  drg-hash-wrong         value "H".
        88  drg-superseded         value "S".
    05  filler              pic x(1).
    05  drg-ack-date        pic 9(8).
    05  filler              pic x(13).
