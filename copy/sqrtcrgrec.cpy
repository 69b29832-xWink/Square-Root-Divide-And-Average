*> Shared SQRTCREG certificate register line: one line appended per
*> calibration certificate sqrtcert prints. The labs file the
*> certificate with their instrument records, so a second copy of
*> the same certificate has to say so on its face - the register is
*> how the program knows it has issued one before. A certificate is
*> one request id for one department in one cycle; its first issue
*> draws the next serial number (O), every reissue carries the
*> original's serial and is booked as a duplicate (D). The value
*> count and Z hash are the certificate's own control figures, the
*> same sum-of-Z hash the deck and distribution registers use. Kept
*> in a copybook so the register can be read by anything that has
*> to answer "did we certify this".
01  cert-register-rec.
    05  crg-serial           pic 9(7).
    05  crg-request-id       pic x(8).
    05  crg-dept             pic x(4).
    05  crg-cycle            pic 9(5).
    05  crg-run-date         pic 9(8).
    05  crg-issue-date       pic 9(8).
    05  crg-issue-type       pic x.
        88  crg-original           value "O".
        88  crg-duplicate          value "D".
    05  crg-values           pic 9(5).
    05  crg-z-hash           pic 9(13)v9(6).
    05  filler               pic x(15).
