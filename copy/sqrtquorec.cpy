*> Shared SQRTQUOT department quota card: one card per department
*> that is held to a monthly allowance, either in records submitted
*> or in iterations consumed (the chargeback's proxy for CPU). A
*> department with no card has no quota. The edit step holds a
*> department's work back once the month's usage would pass the
*> allowance, and the distribution step prints the position on the
*> department's own report. Kept in a copybook so the two can't
*> read the card differently.
01  quota-card-rec.
    05  quo-dept            pic x(4).
    05  filler              pic x(1).
*> R - the allowance counts records; I - it counts iterations.
    05  quo-basis           pic x.
        88  quo-by-records         value "R".
        88  quo-by-iterations      value "I".
    05  filler              pic x(1).
    05  quo-allowance       pic 9(9).
    05  filler              pic x(64).
