*> Cold-entry purge for the keyed master of previously computed
*> roots. The master only ever grew: every freshly converged root
*> was filed on it and nothing ever came off, so the file filled
*> with one-off values that were asked for once and never again,
*> and every look-up paid for them. The batch driver now stamps a
*> last-hit date and a hit count on an entry each time it answers a
*> request; this program walks the master and drops every entry not
*> hit within the retention period on the MPRGPARM card - except
*> entries at a precision listed on the MPRGCAL cards, which are the
*> calibration-grade tolerances the lab comes back to on its own
*> schedule, however long between visits. The report shows what was
*> kept and what was dropped by root power and by magnitude of Z,
*> so a retention period that is cutting into a working set shows
*> up as a column of drops where the work is. Run after a master
*> backup, so a purge that turns out too keen is an hour's reload.
identification division.
program-id. sqrtmprg.

environment division.
input-output section.
file-control.
    select master-file assign to "SQRTMSTR"
        organization is indexed
        access mode is sequential
        record key is master-key
        file status is master-file-status.
    select optional purge-parm-file assign to "MPRGPARM"
        organization is line sequential
        file status is purge-parm-status.
    select optional calibration-file assign to "MPRGCAL"
        organization is line sequential
        file status is calibration-file-status.
    select report-file assign to "SQRTMPRP"
        organization is line sequential.

data division.
file section.
fd  master-file.
copy "sqrtmstrec.cpy".

*> The retention period: an entry whose last hit is more than this
*> many days before today is dropped.
fd  purge-parm-file.
01  purge-parm-rec.
    05  pp-retention-days    pic 9(4).
    05  filler               pic x(76).

*> One calibration-grade precision per card, in the master key's
*> own picture, so the card matches the key exactly.
fd  calibration-file.
01  calibration-rec.
    05  cal-precision        pic 9(10)v9(5).
    05  filler               pic x(65).

fd  report-file.
01  report-line              pic x(132).

working-storage section.
77  master-file-status       pic x(2).
77  purge-parm-status        pic x(2).
77  calibration-file-status  pic x(2).
77  master-eof               pic x value "N".
    88  end-of-master              value "Y".
77  calibration-eof          pic x value "N".
77  run-date                 pic 9(8).
*> Half a year unless the card says otherwise: long enough that a
*> quarterly table run keeps its entries between visits.
77  retention-days           pic 9(4) value 180.
77  cutoff-date              pic 9(8).
77  cutoff-integer           pic 9(9).
77  read-count               pic 9(7) value 0.
77  kept-count               pic 9(7) value 0.
77  dropped-count            pic 9(7) value 0.
77  calibration-count        pic 9(7) value 0.
77  cal-count                pic s999 comp value 0.
77  cal-limit                pic s999 comp value 50.
77  cal-idx                  pic s999 comp.
77  calibration-switch       pic x value "N".
    88  calibration-grade          value "Y".
77  power-idx                pic s999 comp.
77  band-idx                 pic s999 comp.
77  band-bound               pic 9(12).
77  band-lower               pic 9(12).

01  calibration-table.
    05  cal-entry occurs 50 times.
        10  ct-precision     pic 9(10)v9(5).

*> Kept and dropped entries by root power (the subscript is the
*> power itself) and by magnitude band of Z: band 1 is Z under 1,
*> band 2 is 1 to under 10, and so on by decades up to band 12,
*> which holds everything from ten billion up.
01  usage-matrix.
    05  um-power occurs 99 times.
        10  um-band occurs 12 times.
            15  um-kept          pic 9(7).
            15  um-dropped       pic 9(7).
            15  um-calibration   pic 9(7).

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "master cold-entry purge report".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.

01  report-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "dropping entries not hit in".
    05  rh2-days          pic zzz9.
    05  filler            pic x(19) value " days - last hit < ".
    05  rh2-cutoff        pic 9999/99/99.

01  report-header-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(40) value
        "root   magnitude of z".
    05  filler            pic x(36) value
        "       kept    dropped  calibration".

01  report-blank-line       pic x(1) value space.

01  calibration-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "calibration precision ....  ".
    05  cl-precision      pic z(9)9.9(5).

01  matrix-line.
    05  filler            pic x(1)  value space.
    05  ml-power          pic z9.
    05  filler            pic x(4)  value spaces.
    05  ml-lower          pic z(11)9.
    05  filler            pic x(10) value " to under ".
    05  ml-upper          pic z(11)9.
    05  filler            pic x(2)  value spaces.
    05  ml-kept           pic zzzzzz9.
    05  filler            pic x(4)  value spaces.
    05  ml-dropped        pic zzzzzz9.
    05  filler            pic x(6)  value spaces.
    05  ml-calibration    pic zzzzzz9.

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "master entries read .....  ".
    05  rt1-read          pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "entries kept ............  ".
    05  rt2-kept          pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "entries dropped .........  ".
    05  rt3-dropped       pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "kept as calibration .....  ".
    05  rt4-calibration   pic zzzzzz9.

procedure division.
*> Walks the master in key order, judging and dropping in the same
*> pass. RC 8 means the master couldn't be opened and nothing was
*> judged.
main-process.
    accept run-date from date yyyymmdd
    perform get-purge-parameters
    perform load-calibration-precisions
    compute cutoff-integer =
        function integer-of-date (run-date) - retention-days
    compute cutoff-date = function date-of-integer (cutoff-integer)
    initialize usage-matrix
    open output report-file
    perform write-report-headers
    open i-o master-file
    if master-file-status not = "00" then
        display "sqrtmprg: master file open failed, status "
            master-file-status upon console
        close report-file
        move 8 to return-code
        stop run
    end-if
    perform read-master-record
    perform judge-master-entry
        until end-of-master
    close master-file
    perform write-usage-matrix
    perform write-report-totals
    close report-file
    stop run.

get-purge-parameters.
    open input purge-parm-file
    if purge-parm-status = "00" then
        read purge-parm-file
            at end continue
            not at end
                if pp-retention-days is numeric
                        and pp-retention-days > 0
                    move pp-retention-days to retention-days
                end-if
        end-read
        close purge-parm-file
    end-if.

load-calibration-precisions.
    open input calibration-file
    if calibration-file-status = "00" then
        perform read-calibration-card
        perform collect-calibration-card
            until calibration-eof = "Y"
        close calibration-file
    end-if.

read-calibration-card.
    read calibration-file
        at end move "Y" to calibration-eof
    end-read.

collect-calibration-card.
    if cal-precision is numeric and cal-count < cal-limit then
        add 1 to cal-count
        move cal-precision to ct-precision (cal-count)
    end-if
    perform read-calibration-card.

write-report-headers.
    move run-date to rh1-date
    move retention-days to rh2-days
    move cutoff-date to rh2-cutoff
    write report-line from report-header-1
    write report-line from report-header-2
    write report-line from report-blank-line
    perform write-calibration-line
        varying cal-idx from 1 by 1
        until cal-idx > cal-count
    if cal-count > 0 then
        write report-line from report-blank-line
    end-if.

write-calibration-line.
    move ct-precision (cal-idx) to cl-precision
    write report-line from calibration-line.

read-master-record.
    read master-file next record
        at end move "Y" to master-eof
    end-read.

*> One entry: calibration-grade entries stay whatever their age,
*> anything else last hit before the cutoff comes off the master.
judge-master-entry.
    add 1 to read-count
    perform find-magnitude-band
    move master-root-power to power-idx
    if power-idx < 1 then
        move 1 to power-idx
    end-if
    move "N" to calibration-switch
    perform check-calibration-precision
        varying cal-idx from 1 by 1
        until cal-idx > cal-count or calibration-grade
    evaluate true
        when calibration-grade
            add 1 to calibration-count
            add 1 to um-calibration (power-idx band-idx)
        when master-last-hit-date < cutoff-date
            delete master-file record
            if master-file-status = "00" then
                add 1 to dropped-count
                add 1 to um-dropped (power-idx band-idx)
            else
                display "sqrtmprg: delete failed, status "
                    master-file-status " - entry kept" upon console
                add 1 to kept-count
                add 1 to um-kept (power-idx band-idx)
            end-if
        when other
            add 1 to kept-count
            add 1 to um-kept (power-idx band-idx)
    end-evaluate
    perform read-master-record.

check-calibration-precision.
    if master-precision = ct-precision (cal-idx) then
        move "Y" to calibration-switch
    end-if.

*> The decade Z falls in: the band whose upper bound is the first
*> power of ten above it.
find-magnitude-band.
    move 1 to band-idx
    move 1 to band-bound
    perform step-magnitude-band
        until band-idx = 12 or master-z < band-bound.

step-magnitude-band.
    add 1 to band-idx
    multiply 10 by band-bound.

write-usage-matrix.
    write report-line from report-header-3
    perform write-matrix-power
        varying power-idx from 1 by 1
        until power-idx > 99.

write-matrix-power.
    move 0 to band-lower
    move 1 to band-bound
    perform write-matrix-cell
        varying band-idx from 1 by 1
        until band-idx > 12.

write-matrix-cell.
    if um-kept (power-idx band-idx) > 0
            or um-dropped (power-idx band-idx) > 0
            or um-calibration (power-idx band-idx) > 0 then
        move power-idx to ml-power
        move band-lower to ml-lower
        move band-bound to ml-upper
        move um-kept (power-idx band-idx) to ml-kept
        move um-dropped (power-idx band-idx) to ml-dropped
        move um-calibration (power-idx band-idx) to ml-calibration
        write report-line from matrix-line
    end-if
    move band-bound to band-lower
    multiply 10 by band-bound.

write-report-totals.
    move read-count to rt1-read
    move kept-count to rt2-kept
    move dropped-count to rt3-dropped
    move calibration-count to rt4-calibration
    write report-line from report-blank-line
    write report-line from report-trailer-1
    write report-line from report-trailer-2
    write report-line from report-trailer-3
    write report-line from report-trailer-4.
