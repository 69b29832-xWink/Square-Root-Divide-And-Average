*> One-time conversion of the keyed master of previously computed
*> roots from the 55-byte layout to the current one. The master
*> record grew a last-hit date and a hit count, and a keyed file
*> can't be widened in place: this program copies every entry from
*> the renamed old cluster into the newly defined one, stamping the
*> conversion date as each entry's last hit and a zero hit count.
*> Stamping today rather than zero is deliberate - the purge run
*> drops entries not hit within its retention window, and an entry
*> nobody has yet had the chance to hit under the new release is
*> not cold, only unmeasured. Run once at cutover; it has no place
*> in the nightly schedule.
identification division.
program-id. sqrtmcvt.

environment division.
input-output section.
file-control.
    select old-master-file assign to "OLDMSTR"
        organization is indexed
        access mode is sequential
        record key is old-master-key
        file status is old-master-status.
    select master-file assign to "SQRTMSTR"
        organization is indexed
        access mode is sequential
        record key is master-key
        file status is master-file-status.
    select report-file assign to "SQRTMCRP"
        organization is line sequential.

data division.
file section.
*> The layout as it stood before the usage fields - frozen here
*> rather than kept in the copybook, since nothing but this
*> one-time pass will ever read it again.
fd  old-master-file.
01  old-master-rec.
    05  old-master-key.
        10  old-z             pic 9(11)v9(6).
        10  old-root-power    pic 99.
        10  old-precision     pic 9(10)v9(5).
    05  old-y                 pic 9(11)v9(6).
    05  old-iterations        pic s9999.

fd  master-file.
copy "sqrtmstrec.cpy".

fd  report-file.
01  report-line              pic x(132).

working-storage section.
77  old-master-status    pic x(2).
77  master-file-status   pic x(2).
77  old-eof              pic x value "N".
    88  end-of-old              value "Y".
77  run-date             pic 9(8).
77  converted-count      pic 9(7) value 0.

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "master file conversion report".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.

01  report-blank-line       pic x(1) value space.

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "records converted .......  ".
    05  rt1-converted     pic zzzzzz9.

procedure division.
*> Straight copy in key order, field for field, with the two new
*> fields stamped at their starting values. RC 8 means one of the
*> clusters couldn't be opened and nothing was converted.
main-process.
    accept run-date from date yyyymmdd
    open output report-file
    move run-date to rh1-date
    write report-line from report-header-1
    write report-line from report-blank-line
    open input old-master-file
    if old-master-status not = "00" then
        display "sqrtmcvt: old master open failed, status "
            old-master-status upon console
        close report-file
        move 8 to return-code
        stop run
    end-if
    open output master-file
    if master-file-status not = "00" then
        display "sqrtmcvt: new master open failed, status "
            master-file-status upon console
        close old-master-file report-file
        move 8 to return-code
        stop run
    end-if
    perform read-old-record
    perform convert-one-record
        until end-of-old
    close old-master-file master-file
    move converted-count to rt1-converted
    write report-line from report-blank-line
    write report-line from report-trailer-1
    close report-file
    stop run.

read-old-record.
    read old-master-file next record
        at end move "Y" to old-eof
    end-read.

convert-one-record.
    add 1 to converted-count
    move old-z to master-z
    move old-root-power to master-root-power
    move old-precision to master-precision
    move old-y to master-y
    move old-iterations to master-iterations
    move run-date to master-last-hit-date
    move 0 to master-hits
    write master-rec
    perform read-old-record.
