*> Shared SQRTADJ billing adjustment card: one credit or debit
*> against one request id on one department's invoice for one
*> month, with the reason it is being made. Accounting used to fix
*> disputed charges - records rejected or gone non-convergent and
*> billed anyway, work recycled and billed a second time - by hand
*> journal, so the interface file and the ledger disagreed from then
*> on. The billing run now applies these cards, prints each one on
*> the invoice as its own line, and sends it to accounting as a
*> credit or debit memo line on SQRTBINT beside the month's charges.
*> The period is the month the disputed charge was billed in, and
*> the request id has to have run for the department in that month.
*> A card the billing run refuses goes to the SQRTADJS suspense file
*> with the refusal code stamped in, so accounting can correct it,
*> blank the code, and send it in again with next month's cards.
*> Kept in a copybook so the billing run and whoever cuts the cards
*> can't drift apart.
01  adjustment-rec.
    05  adj-dept            pic x(4).
    05  filler              pic x(1).
    05  adj-period          pic 9(6).
*> The period and amount as punched, for listing a card that
*> failed its numeric test.
    05  adj-period-image redefines adj-period pic x(6).
    05  filler              pic x(1).
    05  adj-request-id      pic x(8).
    05  filler              pic x(1).
    05  adj-type            pic x.
        88  adj-credit             value "C".
        88  adj-debit              value "D".
    05  filler              pic x(1).
    05  adj-amount          pic 9(5)v99.
    05  adj-amount-image redefines adj-amount pic x(7).
    05  filler              pic x(1).
*> RJ charged for rejected records, NC charged for non-convergent
*> records, RB billed again after a recycle, RT wrong rate or
*> pricing, OT anything else (say what in the reference).
    05  adj-reason          pic x(2).
        88  adj-rejects-billed     value "RJ".
        88  adj-non-convergent     value "NC".
        88  adj-recycle-rebill     value "RB".
        88  adj-rate-error         value "RT".
        88  adj-other              value "OT".
        88  adj-reason-valid       value "RJ" "NC" "RB" "RT" "OT".
    05  filler              pic x(1).
*> Accounting's own dispute or memo reference, carried through to
*> the invoice line so the department can match it to its query.
    05  adj-reference       pic x(20).
    05  filler              pic x(1).
*> Blank on a card coming in; on a suspense copy, why the billing
*> run refused it: DP department not on the master, TY type not C
*> or D, AM amount missing or zero, RS reason not known, PD period
*> missing or later than the month billed, DU the same card twice,
*> NR the request never ran for the department in that month, FL
*> more cards than one run holds, TF no room left in the run's
*> department table for the card's department.
    05  adj-refusal         pic x(2).
    05  filler              pic x(23).
