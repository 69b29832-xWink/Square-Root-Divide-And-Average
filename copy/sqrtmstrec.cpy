        10  master-precision  pic 9(10)v9(5).
    05  master-y              pic 9(11)v9(6).
    05  master-iterations     pic s9999.
*> When the entry last answered a request - the run date of the
*> latest look-up hit, adjacent-repeat reuse, or refiling - and how
*> many times it has. A root filed once for a one-off table and
*> never asked for again otherwise looks exactly like one half the
*> shop leans on every night; the purge run reads these two fields
*> to tell them apart.
    05  master-last-hit-date  pic 9(8).
    05  master-hits           pic 9(7).
