*> Request tracking record, one per request id and department, on
*> the keyed SQRTTRAK file. Every step a request passes through
*> stamps its own part of the record - intake the deck it arrived
*> on, the edit what it accepted and dropped, the batch driver the
*> cycle that computed it, the recycle program a rerun, and the
*> distribution the return file it went back on - so "where is
*> request X" is one keyed read instead of a tour of five reports.
*> The stage is the last thing that happened to the request; the
*> counts are per record, so a G card shows one received and as
*> many accepted as it expanded to. A request id seen again at
*> intake after its last lifecycle closed (returned, dropped,
*> bounced, or left on the export) starts a fresh record.
01  request-track-rec.
    05  trk-key.
        10  trk-request-id      pic x(8).
        10  trk-dept            pic x(4).
    05  trk-stage               pic x.
        88  trk-received              value "R".
        88  trk-bounced               value "B".
        88  trk-accepted              value "A".
        88  trk-dropped               value "D".
        88  trk-computed              value "C".
        88  trk-recycled              value "Y".
        88  trk-returned              value "T".
        88  trk-not-routed            value "N".
        88  trk-held                  value "H".
        88  trk-outstanding           value "R" "A" "C" "Y" "H".
        88  trk-closed                value "B" "D" "T" "N".
    05  trk-source-id           pic x(8).
    05  trk-received-date       pic 9(8).
    05  trk-received-count      pic 9(7).
    05  trk-edit-date           pic 9(8).
    05  trk-accepted-count      pic 9(7).
    05  trk-dropped-count       pic 9(7).
    05  trk-computed-date       pic 9(8).
    05  trk-computed-cycle      pic 9(5).
    05  trk-computed-count      pic 9(7).
    05  trk-recycled-date       pic 9(8).
    05  trk-recycled-count      pic 9(7).
    05  trk-returned-date       pic 9(8).
    05  trk-returned-cycle      pic 9(5).
*> The DD the results went back on (RTNFIL1 .. RTNFIL4), or blank
*> for a department with no nightly return.
    05  trk-return-file         pic x(8).
    05  trk-returned-count      pic 9(7).
*> Records the edit kept back on the held work file - over the
*> department's monthly quota - rather than accept.
    05  trk-held-count          pic 9(7).
    05  filler                  pic x(12).
