*> One-time conversion of the keyed request cross-reference from
*> the 63-byte layout to the current one. The cross-reference
*> record grew the precision and method each answer was computed
*> under, which the drift check needs to judge tonight's answer
*> against an earlier one, and a keyed file can't be widened in
*> place: this program copies every entry from the renamed old
*> cluster into the newly defined one, stamping zero precision and
*> a blank method - "tolerance and method unknown", which the drift
*> check reads as such rather than guessing. Run once at cutover;
*> it has no place in the nightly schedule.
identification division.
program-id. sqrtxcvt.

environment division.
input-output section.
file-control.
    select old-xref-file assign to "OLDXREF"
        organization is indexed
        access mode is sequential
        record key is old-xref-key
        file status is old-xref-status.
    select xref-file assign to "SQRTXREF"
        organization is indexed
        access mode is sequential
        record key is xref-key
        file status is xref-file-status.
    select report-file assign to "SQRTXCRP"
        organization is line sequential.

data division.
file section.
*> The layout as it stood before the precision and method fields -
*> frozen here rather than kept in the copybook, since nothing but
*> this one-time pass will ever read it again.
fd  old-xref-file.
01  old-xref-rec.
    05  old-xref-key.
        10  old-request-id    pic x(8).
        10  old-dept          pic x(4).
        10  old-z             pic 9(11)v9(6).
        10  old-root-power    pic 99.
    05  old-y                 pic 9(11)v9(6).
    05  old-status            pic 9.
    05  old-run-date          pic 9(8).
    05  old-cycle             pic 9(5).
    05  old-imaginary         pic x.

fd  xref-file.
copy "sqrtxrfrec.cpy".

fd  report-file.
01  report-line              pic x(132).

working-storage section.
77  old-xref-status      pic x(2).
77  xref-file-status     pic x(2).
77  old-eof              pic x value "N".
    88  end-of-old              value "Y".
77  run-date             pic 9(8).
77  converted-count      pic 9(7) value 0.

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "cross-reference conversion report".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.

01  report-blank-line       pic x(1) value space.

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "records converted .......  ".
    05  rt1-converted     pic zzzzzz9.

procedure division.
*> Straight copy in key order, field for field, with the two new
*> fields stamped at their before-the-field-existed values. RC 8
*> means one of the clusters couldn't be opened and nothing was
*> converted.
main-process.
    accept run-date from date yyyymmdd
    open output report-file
    move run-date to rh1-date
    write report-line from report-header-1
    write report-line from report-blank-line
    open input old-xref-file
    if old-xref-status not = "00" then
        display "sqrtxcvt: old cross-reference open failed, status "
            old-xref-status upon console
        close report-file
        move 8 to return-code
        stop run
    end-if
    open output xref-file
    if xref-file-status not = "00" then
        display "sqrtxcvt: new cross-reference open failed, status "
            xref-file-status upon console
        close old-xref-file report-file
        move 8 to return-code
        stop run
    end-if
    perform read-old-record
    perform convert-one-record
        until end-of-old
    close old-xref-file xref-file
    move converted-count to rt1-converted
    write report-line from report-blank-line
    write report-line from report-trailer-1
    close report-file
    stop run.

read-old-record.
    read old-xref-file next record
        at end move "Y" to old-eof
    end-read.

convert-one-record.
    add 1 to converted-count
    move old-request-id to xref-request-id
    move old-dept to xref-dept
    move old-z to xref-z
    move old-root-power to xref-root-power
    move old-y to xref-y
    move old-status to xref-status
    move old-run-date to xref-run-date
    move old-cycle to xref-cycle
    move old-imaginary to xref-imaginary
    move 0 to xref-precision
    move space to xref-method
    write xref-rec
    perform read-old-record.
