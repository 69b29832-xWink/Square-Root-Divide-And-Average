*> Shared SQRTOPER operator authority card: one clerk allowed to sign
*> on to the entry screen, and the department codes that clerk may
*> key work under - the departments sqrtbill will invoice for it.
*> A clerk whose list runs past one card's seven codes carries
*> further cards under the same operator id; the lists add together.
*> The code *ALL stands for every department on the master, for the
*> supervisors who key on anyone's behalf. An S in the status byte
*> suspends the clerk without losing the card. Kept in a copybook so
*> the entry screen and whoever maintains the cards can't drift
*> apart.
01  operator-authority-rec.
    05  opr-id              pic x(8).
    05  filler              pic x(1).
    05  opr-name            pic x(24).
    05  filler              pic x(1).
    05  opr-status          pic x.
        88  opr-suspended          value "S".
    05  filler              pic x(1).
    05  opr-dept-list.
        10  opr-dept-slot occurs 7 times.
            15  opr-dept        pic x(4).
            15  filler          pic x(1).
    05  filler              pic x(9).
