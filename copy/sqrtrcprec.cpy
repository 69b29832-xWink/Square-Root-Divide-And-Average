*> Deck receipt register record, one per distinct deck the intake
*> step has merged, on the keyed SQRTDRCP file. A deck is known by
*> its source id, record count, and Z hash together - the figures
*> its own trailer proves - so a feeder retransmitting last night's
*> deck meets its own entry here and bounces as a suspected
*> duplicate instead of being computed and billed twice. The entry
*> carries the night and cycle the deck last fed, which is what the
*> intake report names, and who forced through a release if the
*> deck really was a legitimate resubmission.
01  deck-receipt-rec.
    05  rcp-key.
        10  rcp-source-id       pic x(8).
        10  rcp-count           pic 9(7).
        10  rcp-z-hash          pic 9(13)v9(6).
    05  rcp-arrival-date        pic 9(8).
    05  rcp-cycle               pic 9(5).
    05  rcp-operator-id         pic x(8).
*> The night and cycle the deck first arrived on, kept when a
*> released resubmission moves the entry on to a later cycle.
    05  rcp-first-date          pic 9(8).
    05  rcp-first-cycle         pic 9(5).
    05  rcp-release-count       pic 9(3).
    05  rcp-released-by         pic x(8).
    05  filler                  pic x(20).
