*> Return-file acknowledgement reconciliation. The distribution step
*> cuts a new return file per routed department every night and
*> enters it on the SQRTDREG distribution register with its record
*> count and Z hash; until now nothing ever said whether the
*> department picked it up, and "we never got it" could only be
*> answered by digging through unread generations. Departments now
*> send back an acknowledgement card (department, cycle, count,
*> hash) when they load a return file. This program matches the
*> cards on SQRTACK against the register, stamps each register line
*> with the outcome, flags any count or hash that disagrees with
*> what was cut, and lists the return files nobody has acknowledged
*> after the ACKPARM number of days, so operations can chase them.
*> The register is rewritten with the outcomes, settled lines past
*> the retention period dropping off it; a file acknowledged wrong
*> stays listed until the department reloads and acknowledges it
*> right.
identification division.
program-id. sqrtackr.

environment division.
input-output section.
file-control.
    select optional register-file assign to "SQRTDREG"
        organization is line sequential
        file status is register-file-status.
    select optional ack-file assign to "SQRTACK"
        organization is line sequential
        file status is ack-file-status.
    select optional ack-parm-file assign to "ACKPARM"
        organization is line sequential
        file status is ack-parm-status.
    select report-file assign to "SQRTACRP"
        organization is line sequential.

data division.
file section.
fd  register-file.
copy "sqrtdrgrec.cpy".

fd  ack-file.
copy "sqrtackrec.cpy".

*> Days a return file may go unacknowledged before it is listed
*> overdue, then days a settled register line is kept before it
*> drops off the register.
fd  ack-parm-file.
01  ack-parm-rec.
    05  ap-overdue-days      pic 9(3).
    05  filler               pic x(1).
    05  ap-retain-days       pic 9(3).
    05  filler               pic x(73).

fd  report-file.
01  report-line              pic x(132).

working-storage section.
77  register-file-status     pic x(2).
77  ack-file-status          pic x(2).
77  ack-parm-status          pic x(2).
77  register-eof             pic x value "N".
77  ack-eof                  pic x value "N".
77  run-date                 pic 9(8).
77  run-integer              pic 9(9).
77  overdue-days             pic 9(3) value 3.
77  retain-days              pic 9(3) value 90.
77  days-out                 pic 9(5).
77  ack-date-work            pic 9(8).
*> Set when the register holds more lines than the table does:
*> rewriting it would quietly lose the overflow, so the run reports
*> and stops with the register untouched.
77  register-overflow        pic x value "N".
    88  register-too-large         value "Y".
77  rgt-count                pic s9(4) comp value 0.
77  rgt-limit                pic s9(4) comp value 3000.
77  rgt-idx                  pic s9(4) comp.
77  match-slot               pic s9(4) comp.
77  latest-slot              pic s9(4) comp.
77  ack-read-count           pic 9(7) value 0.
77  ack-matched-count        pic 9(7) value 0.
77  ack-mismatch-count       pic 9(7) value 0.
77  ack-unregistered-count   pic 9(7) value 0.
77  ack-bad-count            pic 9(7) value 0.
77  standing-mismatch-count  pic 9(7) value 0.
77  outstanding-count        pic 9(7) value 0.
77  overdue-count            pic 9(7) value 0.
77  kept-count               pic 9(7) value 0.
77  dropped-count            pic 9(7) value 0.

*> The register as read, stamped in place as the acknowledgements
*> are matched, then written back. Three thousand lines is two
*> years of four routed departments a night with the retention
*> dropping settled lines well inside that.
01  register-table.
    05  rgt-entry occurs 3000 times.
        10  rgt-dept         pic x(4).
        10  rgt-cycle        pic 9(5).
        10  rgt-return-file  pic x(8).
        10  rgt-records      pic 9(7).
        10  rgt-z-hash       pic 9(13)v9(6).
        10  rgt-cut-date     pic 9(8).
        10  rgt-ack-status   pic x.
        10  rgt-ack-date     pic 9(8).

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "return file acknowledgements".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.

01  report-blank-line       pic x(1) value space.

01  section-line.
    05  filler            pic x(1)  value space.
    05  sl-text           pic x(60).

01  ack-header-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(6)  value "dept".
    05  filler            pic x(7)  value "cycle".
    05  filler            pic x(10) value "file".
    05  filler            pic x(11) value "       sent".
    05  filler            pic x(11) value "     loaded".
    05  filler            pic x(2)  value spaces.
    05  filler            pic x(7)  value "outcome".

01  ack-detail-line.
    05  filler            pic x(1)  value space.
    05  adl-dept          pic x(4).
    05  filler            pic x(2)  value spaces.
    05  adl-cycle         pic zzzz9.
    05  filler            pic x(2)  value spaces.
    05  adl-file          pic x(8).
    05  filler            pic x(6)  value spaces.
    05  adl-sent          pic zzzzzz9.
    05  filler            pic x(4)  value spaces.
    05  adl-loaded        pic zzzzzz9.
    05  filler            pic x(2)  value spaces.
    05  adl-outcome       pic x(36).

01  file-header-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(6)  value "dept".
    05  filler            pic x(7)  value "cycle".
    05  filler            pic x(10) value "file".
    05  filler            pic x(12) value "cut".
    05  filler            pic x(9)  value "  records".
    05  filler            pic x(7)  value "   days".
    05  filler            pic x(2)  value spaces.
    05  filler            pic x(8)  value "standing".

01  file-detail-line.
    05  filler            pic x(1)  value space.
    05  fdl-dept          pic x(4).
    05  filler            pic x(2)  value spaces.
    05  fdl-cycle         pic zzzz9.
    05  filler            pic x(2)  value spaces.
    05  fdl-file          pic x(8).
    05  filler            pic x(2)  value spaces.
    05  fdl-cut-date      pic 9999/99/99.
    05  filler            pic x(4)  value spaces.
    05  fdl-records       pic zzzzzz9.
    05  filler            pic x(2)  value spaces.
    05  fdl-days          pic zzzz9.
    05  filler            pic x(2)  value spaces.
    05  fdl-standing      pic x(30).

01  overdue-header-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(32) value
        "return files unacknowledged over".
    05  ohl-days          pic zzz9.
    05  filler            pic x(5)  value " days".

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "acknowledgements read ...  ".
    05  rt1-read          pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "  matched ...............  ".
    05  rt2-matched       pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "  count or hash wrong ...  ".
    05  rt3-mismatch      pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "  no such file cut ......  ".
    05  rt4-unregistered  pic zzzzzz9.

01  report-trailer-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "  card not numeric ......  ".
    05  rt5-bad           pic zzzzzz9.

01  report-trailer-6.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "files awaiting reload ...  ".
    05  rt6-standing      pic zzzzzz9.

01  report-trailer-7.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "files unacknowledged ....  ".
    05  rt7-outstanding   pic zzzzzz9.

01  report-trailer-8.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "  of those overdue ......  ".
    05  rt8-overdue       pic zzzzzz9.

01  report-trailer-9.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "register lines kept .....  ".
    05  rt9-kept          pic zzzzzz9.

01  report-trailer-10.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "register lines dropped ..  ".
    05  rt10-dropped      pic zzzzzz9.

procedure division.
*> Loads the register, applies the night's acknowledgements to it,
*> lists what is still wrong or still out, and writes the register
*> back. RC 8 means the register was too large to hold and nothing
*> was reconciled or rewritten; RC 4 means something needs chasing -
*> a count or hash disagreed, a card named a file never cut or
*> wasn't readable, or a file is overdue; RC 0 means every file is
*> accounted for.
main-process.
    accept run-date from date yyyymmdd
    compute run-integer = function integer-of-date (run-date)
    perform get-ack-parameters
    open output report-file
    move run-date to rh1-date
    write report-line from report-header-1
    perform load-register
    if register-too-large then
        write report-line from report-blank-line
        move "** register larger than the table - nothing reconciled"
            to sl-text
        write report-line from section-line
        close report-file
        display "sqrtackr: distribution register overflow, "
            "run stopped" upon console
        move 8 to return-code
        stop run
    end-if
    perform apply-acknowledgements
    perform list-standing-mismatches
    perform list-overdue-files
    perform rewrite-register
    perform write-report-totals
    close report-file
    if ack-mismatch-count > 0 or ack-unregistered-count > 0
            or ack-bad-count > 0 or standing-mismatch-count > 0
            or overdue-count > 0 then
        move 4 to return-code
    end-if
    stop run.

get-ack-parameters.
    open input ack-parm-file
    if ack-parm-status = "00" then
        read ack-parm-file
            at end continue
            not at end
                if ap-overdue-days is numeric
                    move ap-overdue-days to overdue-days
                end-if
                if ap-retain-days is numeric
                        and ap-retain-days > 0
                    move ap-retain-days to retain-days
                end-if
        end-read
        close ack-parm-file
    end-if.

load-register.
    open input register-file
    if register-file-status = "00" then
        perform read-register-line
        perform collect-register-line
            until register-eof = "Y"
        close register-file
    end-if.

read-register-line.
    read register-file
        at end move "Y" to register-eof
    end-read.

collect-register-line.
    if rgt-count < rgt-limit then
        add 1 to rgt-count
        move drg-dept to rgt-dept (rgt-count)
        move drg-cycle to rgt-cycle (rgt-count)
        move drg-return-file to rgt-return-file (rgt-count)
        move drg-count to rgt-records (rgt-count)
        move drg-z-hash to rgt-z-hash (rgt-count)
        move drg-cut-date to rgt-cut-date (rgt-count)
        move drg-ack-status to rgt-ack-status (rgt-count)
        move drg-ack-date to rgt-ack-date (rgt-count)
    else
        move "Y" to register-overflow
    end-if
    perform read-register-line.

apply-acknowledgements.
    write report-line from report-blank-line
    move "acknowledgements received" to sl-text
    write report-line from section-line
    write report-line from ack-header-line
    open input ack-file
    if ack-file-status = "00" then
        perform read-ack-card
        perform judge-ack-card
            until ack-eof = "Y"
        close ack-file
    end-if.

read-ack-card.
    read ack-file
        at end move "Y" to ack-eof
    end-read.

*> An acknowledgement is matched to the register line for its
*> department and cycle that it agrees with on both count and hash;
*> a department can have two files for one cycle when an express cut
*> went out ahead of the full run, and acknowledging either settles
*> the other. With no line agreeing, the latest file cut for that
*> department and cycle takes the mismatch - it is the one the
*> department should have loaded.
judge-ack-card.
    add 1 to ack-read-count
    move spaces to ack-detail-line
    move ack-dept to adl-dept
    move spaces to adl-file
    if ack-cycle is not numeric or ack-count is not numeric
            or ack-z-hash is not numeric then
        add 1 to ack-bad-count
        move "** card not numeric - not applied" to adl-outcome
    else
        perform apply-ack-card
    end-if
    write report-line from ack-detail-line
    perform read-ack-card.

apply-ack-card.
    move ack-cycle to adl-cycle
    move ack-count to adl-loaded
    if ack-load-date is numeric and ack-load-date > 0 then
        move ack-load-date to ack-date-work
    else
        move run-date to ack-date-work
    end-if
    move 0 to match-slot
    move 0 to latest-slot
    perform find-register-line
        varying rgt-idx from 1 by 1
        until rgt-idx > rgt-count
    evaluate true
        when match-slot > 0
            add 1 to ack-matched-count
            move "A" to rgt-ack-status (match-slot)
            move ack-date-work to rgt-ack-date (match-slot)
            perform settle-sibling-file
                varying rgt-idx from 1 by 1
                until rgt-idx > rgt-count
            move rgt-return-file (match-slot) to adl-file
            move rgt-records (match-slot) to adl-sent
            move "acknowledged" to adl-outcome
        when latest-slot > 0
            add 1 to ack-mismatch-count
            move rgt-return-file (latest-slot) to adl-file
            move rgt-records (latest-slot) to adl-sent
            if ack-count not = rgt-records (latest-slot) then
                move "** COUNT WRONG - reload the file" to adl-outcome
                if not rgt-ack-status (latest-slot) = "A"
                    move "C" to rgt-ack-status (latest-slot)
                    move ack-date-work to rgt-ack-date (latest-slot)
                end-if
            else
                move "** HASH WRONG - reload the file" to adl-outcome
                if not rgt-ack-status (latest-slot) = "A"
                    move "H" to rgt-ack-status (latest-slot)
                    move ack-date-work to rgt-ack-date (latest-slot)
                end-if
            end-if
        when other
            add 1 to ack-unregistered-count
            move "** no such return file cut" to adl-outcome
    end-evaluate.

find-register-line.
    if rgt-dept (rgt-idx) = ack-dept
            and rgt-cycle (rgt-idx) = ack-cycle then
        move rgt-idx to latest-slot
        if rgt-records (rgt-idx) = ack-count
                and rgt-z-hash (rgt-idx) = ack-z-hash then
            move rgt-idx to match-slot
        end-if
    end-if.

settle-sibling-file.
    if rgt-idx not = match-slot
            and rgt-dept (rgt-idx) = ack-dept
            and rgt-cycle (rgt-idx) = ack-cycle
            and rgt-ack-status (rgt-idx) not = "A" then
        move "S" to rgt-ack-status (rgt-idx)
        move ack-date-work to rgt-ack-date (rgt-idx)
    end-if.

*> Files acknowledged with the wrong count or hash, this run or any
*> earlier one, and not yet put right by a matching acknowledgement.
list-standing-mismatches.
    write report-line from report-blank-line
    move "return files acknowledged wrong - awaiting reload"
        to sl-text
    write report-line from section-line
    write report-line from file-header-line
    perform list-one-mismatch
        varying rgt-idx from 1 by 1
        until rgt-idx > rgt-count.

list-one-mismatch.
    if rgt-ack-status (rgt-idx) = "C"
            or rgt-ack-status (rgt-idx) = "H" then
        add 1 to standing-mismatch-count
        perform set-file-detail
        if rgt-ack-status (rgt-idx) = "C" then
            move "count wrong when loaded" to fdl-standing
        else
            move "hash wrong when loaded" to fdl-standing
        end-if
        write report-line from file-detail-line
    end-if.

list-overdue-files.
    write report-line from report-blank-line
    move overdue-days to ohl-days
    write report-line from overdue-header-line
    write report-line from file-header-line
    perform list-one-overdue
        varying rgt-idx from 1 by 1
        until rgt-idx > rgt-count.

list-one-overdue.
    if rgt-ack-status (rgt-idx) = space then
        add 1 to outstanding-count
        perform set-file-detail
        if days-out > overdue-days then
            add 1 to overdue-count
            move "** never acknowledged" to fdl-standing
            write report-line from file-detail-line
        end-if
    end-if.

set-file-detail.
    move rgt-dept (rgt-idx) to fdl-dept
    move rgt-cycle (rgt-idx) to fdl-cycle
    move rgt-return-file (rgt-idx) to fdl-file
    move rgt-cut-date (rgt-idx) to fdl-cut-date
    move rgt-records (rgt-idx) to fdl-records
    perform compute-days-out
    move days-out to fdl-days.

compute-days-out.
    move 0 to days-out
    if rgt-cut-date (rgt-idx) is numeric
            and rgt-cut-date (rgt-idx) > 0
            and rgt-cut-date (rgt-idx) <= run-date then
        compute days-out = run-integer
            - function integer-of-date (rgt-cut-date (rgt-idx))
    end-if.

*> Everything still open or wrong is kept whatever its age; a line
*> settled - acknowledged, or superseded by its sibling - is kept
*> for the retention period, so a late duplicate acknowledgement
*> still finds its file, then dropped.
rewrite-register.
    open output register-file
    perform rewrite-register-line
        varying rgt-idx from 1 by 1
        until rgt-idx > rgt-count
    close register-file.

rewrite-register-line.
    perform compute-days-out
    if (rgt-ack-status (rgt-idx) = "A"
            or rgt-ack-status (rgt-idx) = "S")
            and days-out > retain-days then
        add 1 to dropped-count
    else
        add 1 to kept-count
        move spaces to dist-register-rec
        move rgt-dept (rgt-idx) to drg-dept
        move rgt-cycle (rgt-idx) to drg-cycle
        move rgt-return-file (rgt-idx) to drg-return-file
        move rgt-records (rgt-idx) to drg-count
        move rgt-z-hash (rgt-idx) to drg-z-hash
        move rgt-cut-date (rgt-idx) to drg-cut-date
        move rgt-ack-status (rgt-idx) to drg-ack-status
        move rgt-ack-date (rgt-idx) to drg-ack-date
        write dist-register-rec
    end-if.

write-report-totals.
    move ack-read-count to rt1-read
    move ack-matched-count to rt2-matched
    move ack-mismatch-count to rt3-mismatch
    move ack-unregistered-count to rt4-unregistered
    move ack-bad-count to rt5-bad
    move standing-mismatch-count to rt6-standing
    move outstanding-count to rt7-outstanding
    move overdue-count to rt8-overdue
    move kept-count to rt9-kept
    move dropped-count to rt10-dropped
    write report-line from report-blank-line
    write report-line from report-trailer-1
    write report-line from report-trailer-2
    write report-line from report-trailer-3
    write report-line from report-trailer-4
    write report-line from report-trailer-5
    write report-line from report-trailer-6
    write report-line from report-trailer-7
    write report-line from report-trailer-8
    write report-line from report-trailer-9
    write report-line from report-trailer-10.
