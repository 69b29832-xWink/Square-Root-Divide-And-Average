*> Shared SQRTSORD standing-order card: work a department wants run
*> on a schedule without keying it each time. An order is one value
*> or one lo/hi/step range (the same range the deck's G card
*> carries), run under a request id built from the order's prefix
*> and the run date's month and day - orders sharing a prefix land
*> under one request id, which is how a department's weekly set of
*> values stays one request. Frequency D runs every night, W on the
*> weekday named (1 Monday through 7 Sunday), M on the last day of
*> the month, always between the start date and the stop date (zero
*> for no stop). The maintenance screen writes the cards; the
*> generator ahead of the intake reads them. Kept in a copybook so
*> the two can't drift apart.
01  standing-order-rec.
    05  sor-key.
        10  sor-dept            pic x(4).
        10  sor-order-no        pic 9(3).
    05  sor-prefix              pic x(4).
    05  sor-type                pic x.
        88  sor-single-value          value "V".
        88  sor-range                 value "G".
*> A single value: its sign and the value in the low field. A range:
*> low, high, and step, unsigned like the G card's.
    05  sor-sign                pic x.
    05  sor-lo                  pic 9(10)v9(6).
    05  sor-hi                  pic 9(10)v9(6).
    05  sor-step                pic 9(4)v9(6).
    05  sor-root-power          pic 99.
    05  sor-priority            pic x.
    05  sor-extended            pic x.
    05  sor-frequency           pic x.
        88  sor-daily                 value "D".
        88  sor-weekly                value "W".
        88  sor-month-end             value "M".
    05  sor-weekday             pic 9.
    05  sor-start-date          pic 9(8).
    05  sor-stop-date           pic 9(8).
*> Blank active, S suspended (kept, not run, can be resumed), E
*> ended (kept for the record, never run again).
    05  sor-status              pic x.
        88  sor-active                value space.
        88  sor-suspended             value "S".
        88  sor-ended                 value "E".
    05  sor-changed-by          pic x(8).
    05  sor-changed-date        pic 9(8).
    05  filler                  pic x(6).
