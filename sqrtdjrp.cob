*> Department master change report for audit. Reads the SQRTDJRN
*> journal the maintenance screen writes and prints every add,
*> change, and retirement in a date range - who saved it, when, and
*> the card before and after - with a line of its own wherever a
*> department's billing cost center moved, since a cost-center move
*> is what decides which budget a month's chargeback lands on and
*> is the question audit actually comes asking. The DJRPPARM card
*> gives the from and to dates (zeros mean the whole journal) and
*> optionally one department code to narrow the report to.
identification division.
program-id. sqrtdjrp.

environment division.
input-output section.
file-control.
    select optional journal-file assign to "SQRTDJRN"
        organization is line sequential
        file status is journal-file-status.
    select optional report-parm-file assign to "DJRPPARM"
        organization is line sequential
        file status is report-parm-status.
    select report-file assign to "SQRTDJRR"
        organization is line sequential.

data division.
file section.
fd  journal-file.
copy "sqrtdjrrec.cpy".

fd  report-parm-file.
01  report-parm-rec.
    05  rp-from-date         pic 9(8).
    05  filler               pic x(1).
    05  rp-to-date           pic 9(8).
    05  filler               pic x(1).
    05  rp-dept              pic x(4).
    05  filler               pic x(58).

fd  report-file.
01  report-line              pic x(132).

working-storage section.
77  journal-file-status  pic x(2).
77  report-parm-status   pic x(2).
77  journal-eof          pic x value "N".
    88  end-of-journal          value "Y".
77  run-date             pic 9(8).
77  from-date            pic 9(8) value 0.
77  to-date              pic 9(8) value 99999999.
77  select-dept          pic x(4) value spaces.
77  read-count           pic 9(7) value 0.
77  listed-count         pic 9(7) value 0.
77  added-count          pic 9(7) value 0.
77  changed-count        pic 9(7) value 0.
77  retired-count        pic 9(7) value 0.
77  cost-move-count      pic 9(7) value 0.
77  entry-dept           pic x(4).
77  image-status         pic x.
01  time-work                pic 9(8).
01  time-parts redefines time-work.
    05  tp-hours             pic 99.
    05  tp-minutes           pic 99.
    05  tp-seconds           pic 99.
    05  filler               pic 99.

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "department master change report".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.

01  report-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(14) value "changes from  ".
    05  rh2-from          pic 9999/99/99.
    05  filler            pic x(6)  value "  to  ".
    05  rh2-to            pic 9999/99/99.
    05  filler            pic x(14) value "   department ".
    05  rh2-dept          pic x(4).

01  report-blank-line       pic x(1) value space.

01  change-line.
    05  filler            pic x(1)  value space.
    05  cl-date           pic 9999/99/99.
    05  filler            pic x(1)  value space.
    05  cl-time           pic x(8).
    05  filler            pic x(2)  value spaces.
    05  cl-operator       pic x(8).
    05  filler            pic x(2)  value spaces.
    05  cl-action         pic x(10).
    05  cl-dept           pic x(4).

01  image-line.
    05  filler            pic x(5)  value spaces.
    05  il-label          pic x(8).
    05  il-name           pic x(30).
    05  filler            pic x(2)  value spaces.
    05  filler            pic x(3)  value "cc ".
    05  il-cost-center    pic x(6).
    05  filler            pic x(9)  value "  routed ".
    05  il-routing        pic x.
    05  filler            pic x(7)  value "  slot ".
    05  il-slot           pic x.
    05  filler            pic x(2)  value spaces.
    05  il-status         pic x(7).

01  cost-move-line.
    05  filler            pic x(5)  value spaces.
    05  filler            pic x(27) value
        "** cost center moved from ".
    05  cm-from           pic x(6).
    05  filler            pic x(4)  value " to ".
    05  cm-to             pic x(6).

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "journal entries read ...  ".
    05  rt1-read          pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "changes listed .........  ".
    05  rt2-listed        pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "departments added ......  ".
    05  rt3-added         pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "departments changed ....  ".
    05  rt4-changed       pic zzzzzz9.

01  report-trailer-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "departments retired ....  ".
    05  rt5-retired       pic zzzzzz9.

01  report-trailer-6.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "cost center moves ......  ".
    05  rt6-cost-moves    pic zzzzzz9.

procedure division.
*> Lists the journal in the order it was written - the order the
*> changes were saved - so a department's history reads top to
*> bottom. Nothing in the journal is ever rewritten; the report only
*> reads it.
main-process.
    accept run-date from date yyyymmdd
    perform get-report-parameters
    open output report-file
    perform write-report-headers
    open input journal-file
    if journal-file-status = "00" then
        perform read-journal-entry
        perform report-journal-entry
            until end-of-journal
        close journal-file
    end-if
    perform write-report-totals
    close report-file
    stop run.

get-report-parameters.
    open input report-parm-file
    if report-parm-status = "00" then
        read report-parm-file
            at end continue
            not at end
                if rp-from-date is numeric then
                    move rp-from-date to from-date
                end-if
                if rp-to-date is numeric and rp-to-date > 0 then
                    move rp-to-date to to-date
                end-if
                move rp-dept to select-dept
        end-read
        close report-parm-file
    end-if.

write-report-headers.
    move run-date to rh1-date
    move from-date to rh2-from
    move to-date to rh2-to
    if select-dept = spaces then
        move "all" to rh2-dept
    else
        move select-dept to rh2-dept
    end-if
    write report-line from report-header-1
    write report-line from report-header-2
    write report-line from report-blank-line.

read-journal-entry.
    read journal-file
        at end move "Y" to journal-eof
    end-read.

*> One journal entry, if it falls in the date range and the
*> department asked for. The department is the after image's code,
*> or the before image's on an entry with no after image.
report-journal-entry.
    add 1 to read-count
    if djr-after-code = spaces then
        move djr-before-code to entry-dept
    else
        move djr-after-code to entry-dept
    end-if
    if djr-date >= from-date and djr-date <= to-date
            and (select-dept = spaces or select-dept = entry-dept)
        perform print-journal-entry
    end-if
    perform read-journal-entry.

print-journal-entry.
    add 1 to listed-count
    move djr-date to cl-date
    move djr-time to time-work
    move spaces to cl-time
    string tp-hours ":" tp-minutes ":" tp-seconds
        delimited by size into cl-time
    move djr-operator to cl-operator
    move entry-dept to cl-dept
    evaluate true
        when djr-added
            add 1 to added-count
            move "added" to cl-action
        when djr-changed
            add 1 to changed-count
            move "changed" to cl-action
        when djr-retired
            add 1 to retired-count
            move "retired" to cl-action
        when other
            move "?" to cl-action
    end-evaluate
    write report-line from change-line
    if not djr-added then
        move "before: " to il-label
        move djr-before-name to il-name
        move djr-before-cost-center to il-cost-center
        move djr-before-routing to il-routing
        move djr-before-slot to il-slot
        move djr-before-status to image-status
        perform set-image-status
        write report-line from image-line
    end-if
    move "after:  " to il-label
    move djr-after-name to il-name
    move djr-after-cost-center to il-cost-center
    move djr-after-routing to il-routing
    move djr-after-slot to il-slot
    move djr-after-status to image-status
    perform set-image-status
    write report-line from image-line
*> An add is a department's first cost center, not a move; only a
*> change that altered the field is called out.
    if djr-changed
            and djr-before-cost-center not = djr-after-cost-center
        add 1 to cost-move-count
        move djr-before-cost-center to cm-from
        move djr-after-cost-center to cm-to
        write report-line from cost-move-line
    end-if
    write report-line from report-blank-line.

set-image-status.
    if image-status = "R" then
        move "retired" to il-status
    else
        move "active" to il-status
    end-if.

write-report-totals.
    move read-count to rt1-read
    move listed-count to rt2-listed
    move added-count to rt3-added
    move changed-count to rt4-changed
    move retired-count to rt5-retired
    move cost-move-count to rt6-cost-moves
    write report-line from report-trailer-1
    write report-line from report-trailer-2
    write report-line from report-trailer-3
    write report-line from report-trailer-4
    write report-line from report-trailer-5
    write report-line from report-trailer-6.
