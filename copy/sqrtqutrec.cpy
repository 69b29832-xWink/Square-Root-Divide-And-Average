*> The month-to-date quota position handed back by the sqrtqtal
*> tally: one entry per department on the SQRTQUOT quota cards,
*> with its allowance, what its records on the month's output files
*> have used so far, and how many of its records sit on the held
*> work file waiting for release. The caller sets the month; the
*> shop-wide totals let a caller estimate a record's iterations for
*> a department with no usage yet this month. Kept in a copybook so
*> the tally and its callers can't drift apart.
01  quota-tally.
    05  qtl-period          pic 9(6).
    05  qtl-shop-records    pic 9(9).
    05  qtl-shop-iterations pic 9(11).
    05  qtl-count           pic s999 comp.
    05  qtl-entry occurs 100 times.
        10  qtl-dept            pic x(4).
        10  qtl-basis           pic x.
        10  qtl-allowance       pic 9(9).
        10  qtl-used-records    pic 9(9).
        10  qtl-used-iterations pic 9(11).
        10  qtl-held-records    pic 9(7).
