*> Outstanding-request aging report. Every step of the nightly
*> pipeline stamps the request tracking file as a request passes -
*> received at intake, accepted at the edit, computed in a cycle,
*> recycled, returned to the department - so a request received and
*> not yet returned is one whose tracking record never reached the
*> end. This program lists every such request by department, oldest
*> first, with how many days it has been outstanding and the last
*> thing that happened to it, so stuck work is chased before the
*> department phones asking for it. The optional AGEPARM card sets
*> the fewest days outstanding worth listing (zero, the default,
*> lists everything in flight, tonight's work included).
identification division.
program-id. sqrtage.

environment division.
input-output section.
file-control.
    select track-file assign to "SQRTTRAK"
        organization is indexed
        access mode is sequential
        record key is trk-key
        file status is track-file-status.
    select optional age-parm-file assign to "AGEPARM"
        organization is line sequential
        file status is age-parm-status.
    select optional dept-file assign to "SQRTDEPT"
        organization is line sequential
        file status is dept-file-status.
    select report-file assign to "SQRTAGRP"
        organization is line sequential.
    select sort-file assign to "SORTWK01".

data division.
file section.
fd  track-file.
copy "sqrttrkrec.cpy".

fd  age-parm-file.
01  age-parm-rec.
    05  ap-min-days          pic 9(3).
    05  filler               pic x(77).

fd  dept-file.
copy "sqrtdptrec.cpy".

fd  report-file.
01  report-line              pic x(132).

sd  sort-file.
01  age-sort-rec.
    05  as-dept              pic x(4).
    05  as-received-date     pic 9(8).
    05  as-request-id        pic x(8).
    05  as-stage             pic x.
    05  as-source-id         pic x(8).
    05  as-last-date         pic 9(8).
    05  as-cycle             pic 9(5).
    05  as-days              pic 9(5).

working-storage section.
77  track-file-status        pic x(2).
77  age-parm-status          pic x(2).
77  dept-file-status         pic x(2).
77  track-eof                pic x value "N".
    88  end-of-track               value "Y".
77  sort-eof                 pic x value "N".
    88  end-of-sorted              value "Y".
77  dept-eof                 pic x value "N".
77  run-date                 pic 9(8).
77  run-integer              pic 9(9).
77  min-days                 pic 9(3) value 0.
77  days-outstanding         pic 9(5).
77  current-dept             pic x(4).
77  dept-open-switch         pic x value "N".
    88  dept-is-open               value "Y".
77  read-count               pic 9(7) value 0.
77  listed-count             pic 9(7) value 0.
77  dept-count               pic 9(7) value 0.
77  dept-listed-count        pic 9(7) value 0.
77  dept-oldest-days         pic 9(5) value 0.
77  oldest-days              pic 9(5) value 0.
77  bucket-1-count           pic 9(7) value 0.
77  bucket-2-count           pic 9(7) value 0.
77  bucket-3-count           pic 9(7) value 0.
77  bucket-4-count           pic 9(7) value 0.
77  dmt-count                pic s999 comp value 0.
77  dmt-limit                pic s999 comp value 100.
77  dmt-idx                  pic s999 comp.
77  dmt-slot                 pic s999 comp.

*> The department reference master, read only for the name on each
*> department's group heading.
01  dept-master-table.
    05  dmt-entry occurs 100 times.
        10  dmt-code         pic x(4).
        10  dmt-name         pic x(30).

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "outstanding request aging report".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.

01  report-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(38) value
        "requests received and not returned, ".
    05  rh2-days          pic zz9.
    05  filler            pic x(21) value " or more days old".

01  report-header-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(10) value "request".
    05  filler            pic x(12) value "received".
    05  filler            pic x(10) value "source".
    05  filler            pic x(6)  value "  days".
    05  filler            pic x(4)  value spaces.
    05  filler            pic x(10) value "last step".
    05  filler            pic x(12) value "on".
    05  filler            pic x(5)  value "cycle".

01  report-blank-line       pic x(1) value space.

01  dept-heading-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(11) value "department ".
    05  dhl-dept          pic x(4).
    05  filler            pic x(2)  value spaces.
    05  dhl-dept-name     pic x(30).

01  age-detail-line.
    05  filler            pic x(1)  value space.
    05  adl-request-id    pic x(8).
    05  filler            pic x(2)  value spaces.
    05  adl-received      pic 9999/99/99.
    05  filler            pic x(2)  value spaces.
    05  adl-source-id     pic x(8).
    05  filler            pic x(2)  value spaces.
    05  adl-days          pic zzzz9.
    05  filler            pic x(4)  value spaces.
    05  adl-stage         pic x(10).
    05  adl-last-date     pic 9999/99/99.
    05  filler            pic x(2)  value spaces.
    05  adl-cycle         pic zzzzz.

01  dept-trailer-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "outstanding for dept ....  ".
    05  dtl-count         pic zzzzzz9.
    05  filler            pic x(10) value "   oldest ".
    05  dtl-oldest        pic zzzz9.
    05  filler            pic x(5)  value " days".

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "tracking records read ...  ".
    05  rt1-read          pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "requests outstanding ....  ".
    05  rt2-listed        pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "departments with work out   ".
    05  rt3-depts         pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "  out 0 - 1 days ........  ".
    05  rt4-bucket-1      pic zzzzzz9.

01  report-trailer-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "  out 2 - 3 days ........  ".
    05  rt5-bucket-2      pic zzzzzz9.

01  report-trailer-6.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "  out 4 - 7 days ........  ".
    05  rt6-bucket-3      pic zzzzzz9.

01  report-trailer-7.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "  out over 7 days .......  ".
    05  rt7-bucket-4      pic zzzzzz9.

01  report-trailer-8.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "oldest outstanding (days)   ".
    05  rt8-oldest        pic zzzzzz9.

procedure division.
*> Sweeps the tracking file for requests still in flight, sorts them
*> by department and age, and prints each department's group with
*> its own count and oldest request. RC 8 means the tracking file
*> couldn't be opened and nothing was aged; RC 4 means something
*> has been out more than a week.
main-process.
    accept run-date from date yyyymmdd
    compute run-integer = function integer-of-date (run-date)
    perform get-age-parameters
    perform load-department-master
    open output report-file
    perform write-report-headers
    open input track-file
    if track-file-status not = "00" then
        display "sqrtage: tracking file open failed, status "
            track-file-status upon console
        close report-file
        move 8 to return-code
        stop run
    end-if
    sort sort-file
        on ascending key as-dept as-received-date as-request-id
        input procedure is select-outstanding-requests
        output procedure is write-aging-groups
    close track-file
    perform write-report-totals
    close report-file
    if bucket-4-count > 0 then
        move 4 to return-code
    end-if
    stop run.

get-age-parameters.
    open input age-parm-file
    if age-parm-status = "00" then
        read age-parm-file
            at end continue
            not at end
                if ap-min-days is numeric
                    move ap-min-days to min-days
                end-if
        end-read
        close age-parm-file
    end-if.

load-department-master.
    open input dept-file
    if dept-file-status = "00" then
        perform read-dept-card
        perform collect-dept-card
            until dept-eof = "Y"
        close dept-file
    end-if.

read-dept-card.
    read dept-file
        at end move "Y" to dept-eof
    end-read.

collect-dept-card.
    if dmt-count < dmt-limit then
        add 1 to dmt-count
        move dpm-code to dmt-code (dmt-count)
        move dpm-name to dmt-name (dmt-count)
    end-if
    perform read-dept-card.

find-department-master.
    move 0 to dmt-slot
    perform search-department-master
        varying dmt-idx from 1 by 1
        until dmt-idx > dmt-count or dmt-slot not = 0.

search-department-master.
    if dmt-code (dmt-idx) = current-dept then
        move dmt-idx to dmt-slot
    end-if.

write-report-headers.
    move run-date to rh1-date
    move min-days to rh2-days
    write report-line from report-header-1
    write report-line from report-header-2
    write report-line from report-blank-line
    write report-line from report-header-3.

select-outstanding-requests.
    perform read-track-record
    perform judge-track-record
        until end-of-track.

read-track-record.
    read track-file next record
        at end move "Y" to track-eof
    end-read.

*> A request is outstanding from its receipt until the distribution
*> closes it. The last-step date is whichever stamp put it at the
*> stage it is sitting in.
judge-track-record.
    add 1 to read-count
    if trk-outstanding and trk-received-date is numeric
            and trk-received-date > 0 then
        compute days-outstanding = run-integer
            - function integer-of-date (trk-received-date)
        if days-outstanding >= min-days then
            move trk-dept to as-dept
            move trk-received-date to as-received-date
            move trk-request-id to as-request-id
            move trk-stage to as-stage
            move trk-source-id to as-source-id
            move days-outstanding to as-days
            move 0 to as-cycle
            evaluate true
                when trk-received
                    move trk-received-date to as-last-date
                when trk-accepted or trk-held
                    move trk-edit-date to as-last-date
                when trk-computed
                    move trk-computed-date to as-last-date
                    move trk-computed-cycle to as-cycle
                when other
                    move trk-recycled-date to as-last-date
            end-evaluate
            release age-sort-rec
        end-if
    end-if
    perform read-track-record.

write-aging-groups.
    perform return-sorted-record
    perform write-aging-line
        until end-of-sorted
    if dept-is-open then
        perform close-department-group
    end-if.

return-sorted-record.
    return sort-file
        at end move "Y" to sort-eof
    end-return.

write-aging-line.
    if not dept-is-open or as-dept not = current-dept then
        if dept-is-open
            perform close-department-group
        end-if
        perform open-department-group
    end-if
    add 1 to listed-count
    add 1 to dept-listed-count
    if as-days > dept-oldest-days then
        move as-days to dept-oldest-days
    end-if
    if as-days > oldest-days then
        move as-days to oldest-days
    end-if
    evaluate true
        when as-days <= 1
            add 1 to bucket-1-count
        when as-days <= 3
            add 1 to bucket-2-count
        when as-days <= 7
            add 1 to bucket-3-count
        when other
            add 1 to bucket-4-count
    end-evaluate
    move as-request-id to adl-request-id
    move as-received-date to adl-received
    move as-source-id to adl-source-id
    move as-days to adl-days
    evaluate as-stage
        when "R"
            move "received" to adl-stage
        when "A"
            move "edited" to adl-stage
        when "C"
            move "computed" to adl-stage
        when "H"
            move "held" to adl-stage
        when other
            move "recycled" to adl-stage
    end-evaluate
    move as-last-date to adl-last-date
    move as-cycle to adl-cycle
    write report-line from age-detail-line
    perform return-sorted-record.

open-department-group.
    move as-dept to current-dept
    move "Y" to dept-open-switch
    add 1 to dept-count
    move 0 to dept-listed-count
    move 0 to dept-oldest-days
    perform find-department-master
    move current-dept to dhl-dept
    if dmt-slot > 0 then
        move dmt-name (dmt-slot) to dhl-dept-name
    else
        move spaces to dhl-dept-name
    end-if
    write report-line from report-blank-line
    write report-line from dept-heading-line.

close-department-group.
    move dept-listed-count to dtl-count
    move dept-oldest-days to dtl-oldest
    write report-line from dept-trailer-line
    move "N" to dept-open-switch.

write-report-totals.
    move read-count to rt1-read
    move listed-count to rt2-listed
    move dept-count to rt3-depts
    move bucket-1-count to rt4-bucket-1
    move bucket-2-count to rt5-bucket-2
    move bucket-3-count to rt6-bucket-3
    move bucket-4-count to rt7-bucket-4
    move oldest-days to rt8-oldest
    write report-line from report-blank-line
    write report-line from report-trailer-1
    write report-line from report-trailer-2
    write report-line from report-trailer-3
    write report-line from report-trailer-4
    write report-line from report-trailer-5
    write report-line from report-trailer-6
    write report-line from report-trailer-7
    write report-line from report-trailer-8.
