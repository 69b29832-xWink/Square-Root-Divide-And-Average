*> Full-screen maintenance for the SQRTDEPT department reference
*> master. The master used to be hand-edited as a card file, and
*> nothing stopped a second card for a code that was already there,
*> two routed departments pointed at the same distribution slot, or
*> a routed department with no slot at all - the distribution step
*> found out at night, and nobody could say afterwards when a
*> department's cost center had moved or who moved it. This program
*> loads the master, lets an operator inquire on, add, change, or
*> retire departments one screen at a time, and refuses to save
*> until the whole master passes the same rules the distribution
*> step depends on: one card per code, one routed department per
*> slot, and a valid slot on every routed department. Every change
*> saved goes to the SQRTDJRN journal with the card as it stood
*> before and after, the date and time, and the operator's id - the
*> change report reads that journal for audit.
identification division.
program-id. sqrtdmnt.

environment division.
input-output section.
file-control.
    select optional dept-file assign to "SQRTDEPT"
        organization is line sequential
        file status is dept-file-status.
    select optional journal-file assign to "SQRTDJRN"
        organization is line sequential
        file status is journal-file-status.

data division.
file section.
fd  dept-file.
copy "sqrtdptrec.cpy".

fd  journal-file.
copy "sqrtdjrrec.cpy".

working-storage section.
77  dept-file-status     pic x(2).
77  journal-file-status  pic x(2).
77  dept-eof             pic x value "N".
77  dmt-count            pic s999 comp value 0.
77  dmt-limit            pic s999 comp value 100.
77  dmt-idx              pic s999 comp.
77  dmt-slot             pic s999 comp.
77  other-idx            pic s999 comp.
77  dept-lookup-code     pic x(4).
77  run-date             pic 9(8).
77  time-now             pic 9(8).
*> Set when the master holds more cards than the table does:
*> saving would quietly drop the overflow, so the session refuses
*> to start instead.
77  master-overflow      pic x value "N".
    88  master-too-large        value "Y".
77  session-switch       pic x value "N".
    88  session-ended           value "Y".
*> A Q with changes pending only warns; a second Q in a row
*> discards them, so one stray keystroke can't throw away a
*> sitting's work.
77  quit-warned          pic x value "N".
    88  quit-was-warned         value "Y".
77  field-error-switch   pic x value "N".
    88  field-error             value "Y".
77  master-error-switch  pic x value "N".
    88  master-error            value "Y".
77  pending-count        pic s999 comp value 0.
77  pending-limit        pic s999 comp value 200.
77  pending-idx          pic s999 comp.
77  saved-count          pic 9(5) value 0.
77  disp-saved           pic zzzz9.

*> The master as loaded, changed in place as the session goes. The
*> route slot is held as keyed rather than as a number so a bad
*> slot on a hand-edited card can be shown and fixed instead of
*> read as zero. Each entry is laid out exactly like the journal's
*> before and after images, so an entry moves into the journal
*> whole.
01  dept-master-table.
    05  dmt-entry occurs 100 times.
        10  dmt-code         pic x(4).
        10  dmt-name         pic x(30).
        10  dmt-cost-center  pic x(6).
        10  dmt-routing      pic x.
        10  dmt-route-slot   pic x.
        10  dmt-status       pic x.

*> The department as the operator has keyed it, built up and
*> checked here before it goes anywhere near the table.
01  candidate-entry.
    05  cand-code            pic x(4).
    05  cand-name            pic x(30).
    05  cand-cost-center     pic x(6).
    05  cand-routing         pic x.
    05  cand-route-slot      pic x.
    05  cand-status          pic x.

*> Changes made this sitting, journaled only once the master they
*> belong to is actually saved - a session that quits leaves no
*> journal trail of changes that never happened.
01  pending-change-table.
    05  pct-entry occurs 200 times.
        10  pct-action       pic x.
        10  pct-time         pic 9(8).
        10  pct-operator     pic x(8).
        10  pct-before       pic x(43).
        10  pct-after        pic x(43).

01  maint-fields.
    05  mnt-operator         pic x(8)  value spaces.
    05  mnt-action           pic x     value space.
    05  mnt-code             pic x(4)  value spaces.
    05  mnt-name             pic x(30) value spaces.
    05  mnt-cost-center      pic x(6)  value spaces.
    05  mnt-routing          pic x     value space.
    05  mnt-slot             pic x     value space.
    05  mnt-status-text      pic x(10) value spaces.
    05  mnt-message          pic x(60) value spaces.
    05  mnt-dept-count       pic zz9.
    05  mnt-pending-count    pic zz9.

screen section.
01  maint-screen.
    05  blank screen.
    05  line 1  column 15 value
        "squareroot department master maintenance".
    05  line 3  column 3  value "operator id:".
    05  line 3  column 17 using mnt-operator.
    05  line 5  column 3  value
        "action (I inquire, A add, C change, R retire, S save, Q quit):".
    05  line 5  column 67 using mnt-action.
    05  line 7  column 3  value "department code:".
    05  line 7  column 21 using mnt-code.
    05  line 7  column 30 from  mnt-status-text.
    05  line 8  column 3  value "name:".
    05  line 8  column 21 using mnt-name.
    05  line 9  column 3  value "cost center:".
    05  line 9  column 21 using mnt-cost-center.
    05  line 10 column 3  value "routed (Y/N):".
    05  line 10 column 21 using mnt-routing.
    05  line 11 column 3  value "route slot (1-4):".
    05  line 11 column 21 using mnt-slot.
    05  line 13 column 3  from  mnt-message.
    05  line 15 column 3  value "departments on master:".
    05  line 15 column 27 from  mnt-dept-count.
    05  line 16 column 3  value "changes not yet saved:".
    05  line 16 column 27 from  mnt-pending-count.

procedure division.
*> One action per screen until the operator saves or quits. A save
*> that the whole-master check refuses leaves the session open with
*> the reason on the message line, so the operator can fix the
*> clash and save again.
maintain-departments.
    accept run-date from date yyyymmdd
    perform load-department-master
    if master-too-large then
        display "sqrtdmnt: SQRTDEPT holds more than 100 "
            "departments - maintenance refused"
        move 8 to return-code
        stop run
    end-if
    perform maintain-one-action
        until session-ended
    move saved-count to disp-saved
    display "sqrtdmnt: " disp-saved " department changes saved"
    stop run.

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
        move dpm-cost-center to dmt-cost-center (dmt-count)
        move dpm-routing to dmt-routing (dmt-count)
        if dpm-route-slot is numeric then
            move dpm-route-slot to dmt-route-slot (dmt-count)
        else
            move space to dmt-route-slot (dmt-count)
        end-if
        move dpm-status to dmt-status (dmt-count)
    else
        move "Y" to master-overflow
    end-if
    perform read-dept-card.

find-department-master.
    move 0 to dmt-slot
    perform search-department-master
        varying dmt-idx from 1 by 1
        until dmt-idx > dmt-count or dmt-slot not = 0.

search-department-master.
    if dmt-code (dmt-idx) = dept-lookup-code then
        move dmt-idx to dmt-slot
    end-if.

maintain-one-action.
    move dmt-count to mnt-dept-count
    move pending-count to mnt-pending-count
    accept maint-screen
    move spaces to mnt-message
    inspect mnt-action converting "iacrsq" to "IACRSQ"
    inspect mnt-routing converting "yn" to "YN"
    if mnt-action not = "Q" then
        move "N" to quit-warned
    end-if
    evaluate true
        when mnt-operator = spaces
            move "operator id required before any action"
                to mnt-message
        when mnt-action = "I"
            perform inquire-department
        when mnt-action = "A"
            perform add-department
        when mnt-action = "C"
            perform change-department
        when mnt-action = "R"
            perform retire-department
        when mnt-action = "S"
            perform save-department-master
        when mnt-action = "Q"
            perform quit-department-session
        when other
            move "action must be I, A, C, R, S or Q" to mnt-message
    end-evaluate.

*> Brings a department's card up on the screen so a change starts
*> from what is on the master instead of being rekeyed from memory.
inquire-department.
    move mnt-code to dept-lookup-code
    perform find-department-master
    if dmt-slot = 0 then
        move "department not on master" to mnt-message
        move spaces to mnt-status-text
    else
        move dmt-name (dmt-slot) to mnt-name
        move dmt-cost-center (dmt-slot) to mnt-cost-center
        move dmt-routing (dmt-slot) to mnt-routing
        move dmt-route-slot (dmt-slot) to mnt-slot
        perform show-department-status
        move "department on master" to mnt-message
    end-if.

show-department-status.
    if dmt-status (dmt-slot) = "R" then
        move "(retired)" to mnt-status-text
    else
        move "(active)" to mnt-status-text
    end-if.

add-department.
    move mnt-code to dept-lookup-code
    perform find-department-master
    evaluate true
        when mnt-code = spaces
            move "department code required" to mnt-message
        when dmt-slot > 0
            move "duplicate code - department already on master"
                to mnt-message
        when dmt-count not < dmt-limit
            move "department master is full" to mnt-message
        when pending-count not < pending-limit
            move "too many changes pending - save first"
                to mnt-message
        when other
            perform build-candidate-entry
            move space to cand-status
            move 0 to other-idx
            perform check-candidate-entry
            if not field-error then
                add 1 to dmt-count
                move dmt-count to dmt-slot
                add 1 to pending-count
                move "A" to pct-action (pending-count)
                move spaces to pct-before (pending-count)
                move candidate-entry to dmt-entry (dmt-slot)
                perform record-pending-change
                move "department added - not saved yet"
                    to mnt-message
            end-if
    end-evaluate.

change-department.
    move mnt-code to dept-lookup-code
    perform find-department-master
    evaluate true
        when dmt-slot = 0
            move "department not on master" to mnt-message
        when dmt-status (dmt-slot) = "R"
            move "department is retired - no changes"
                to mnt-message
        when pending-count not < pending-limit
            move "too many changes pending - save first"
                to mnt-message
        when other
            perform build-candidate-entry
            move dmt-status (dmt-slot) to cand-status
            move dmt-slot to other-idx
            perform check-candidate-entry
            if not field-error then
                if candidate-entry = dmt-entry (dmt-slot) then
                    move "nothing changed" to mnt-message
                else
                    add 1 to pending-count
                    move "C" to pct-action (pending-count)
                    move dmt-entry (dmt-slot)
                        to pct-before (pending-count)
                    move candidate-entry to dmt-entry (dmt-slot)
                    perform record-pending-change
                    move "department changed - not saved yet"
                        to mnt-message
                end-if
            end-if
    end-evaluate.

*> A retired department keeps its card, so its name still prints on
*> the month's reports, but it gives up its route slot - the slot
*> is free for the next routed department the moment it is saved.
retire-department.
    move mnt-code to dept-lookup-code
    perform find-department-master
    evaluate true
        when dmt-slot = 0
            move "department not on master" to mnt-message
        when dmt-status (dmt-slot) = "R"
            move "department is already retired" to mnt-message
        when pending-count not < pending-limit
            move "too many changes pending - save first"
                to mnt-message
        when other
            add 1 to pending-count
            move "R" to pct-action (pending-count)
            move dmt-entry (dmt-slot) to pct-before (pending-count)
            move "N" to dmt-routing (dmt-slot)
            move space to dmt-route-slot (dmt-slot)
            move "R" to dmt-status (dmt-slot)
            perform record-pending-change
            move "department retired - not saved yet" to mnt-message
            move "(retired)" to mnt-status-text
            move "N" to mnt-routing
            move space to mnt-slot
    end-evaluate.

record-pending-change.
    accept time-now from time
    move time-now to pct-time (pending-count)
    move mnt-operator to pct-operator (pending-count)
    move dmt-entry (dmt-slot) to pct-after (pending-count).

build-candidate-entry.
    move mnt-code to cand-code
    move mnt-name to cand-name
    move mnt-cost-center to cand-cost-center
    move mnt-routing to cand-routing
    move mnt-slot to cand-route-slot
    if cand-routing = space then
        move "N" to cand-routing
    end-if
    if cand-routing = "N" and cand-route-slot = "0" then
        move space to cand-route-slot
    end-if.

*> The field rules for one keyed department, and the slot rule
*> against every other active department on the table (OTHER-IDX
*> names the department's own entry on a change, so it doesn't
*> clash with itself). The first failure goes on the message line.
check-candidate-entry.
    move "N" to field-error-switch
    evaluate true
        when cand-name = spaces
            move "Y" to field-error-switch
            move "department name required" to mnt-message
        when cand-cost-center = spaces
            move "Y" to field-error-switch
            move "cost center required" to mnt-message
        when cand-routing not = "Y" and cand-routing not = "N"
            move "Y" to field-error-switch
            move "routed must be Y or N" to mnt-message
        when cand-routing = "Y" and
                (cand-route-slot < "1" or cand-route-slot > "4")
            move "Y" to field-error-switch
            move "routed department needs a route slot 1-4"
                to mnt-message
        when cand-routing = "N" and cand-route-slot not = space
            move "Y" to field-error-switch
            move "route slot only for a routed department"
                to mnt-message
        when other
            if cand-routing = "Y" then
                perform find-slot-claimant
                    varying dmt-idx from 1 by 1
                    until dmt-idx > dmt-count or field-error
            end-if
    end-evaluate.

find-slot-claimant.
    if dmt-idx not = other-idx
            and dmt-status (dmt-idx) not = "R"
            and dmt-routing (dmt-idx) = "Y"
            and dmt-route-slot (dmt-idx) = cand-route-slot then
        move "Y" to field-error-switch
        move spaces to mnt-message
        string "route slot " cand-route-slot
            " already held by " dmt-code (dmt-idx)
            delimited by size into mnt-message
    end-if.

*> The whole master has to pass before a card of it is written -
*> including cards that came in hand-edited and were never touched
*> this sitting, since the distribution step reads all of them.
save-department-master.
    perform check-whole-master
    evaluate true
        when master-error
            continue
        when pending-count = 0
            move "Y" to session-switch
        when other
            perform write-department-master
            if dept-file-status = "00" then
                perform write-journal-entries
                move "Y" to session-switch
            end-if
    end-evaluate.

check-whole-master.
    move "N" to master-error-switch
    perform check-master-pair
        varying dmt-idx from 1 by 1
            until dmt-idx > dmt-count or master-error
        after other-idx from 1 by 1
            until other-idx > dmt-count or master-error
    perform check-master-slot
        varying dmt-idx from 1 by 1
        until dmt-idx > dmt-count or master-error.

check-master-pair.
    if other-idx > dmt-idx then
        evaluate true
            when dmt-code (dmt-idx) = dmt-code (other-idx)
                move "Y" to master-error-switch
                move spaces to mnt-message
                string "not saved - duplicate code "
                    dmt-code (dmt-idx) " on master"
                    delimited by size into mnt-message
            when dmt-status (dmt-idx) not = "R"
                    and dmt-status (other-idx) not = "R"
                    and dmt-routing (dmt-idx) = "Y"
                    and dmt-routing (other-idx) = "Y"
                    and dmt-route-slot (dmt-idx)
                        = dmt-route-slot (other-idx)
                move "Y" to master-error-switch
                move spaces to mnt-message
                string "not saved - route slot "
                    dmt-route-slot (dmt-idx) " claimed by "
                    dmt-code (dmt-idx) " and " dmt-code (other-idx)
                    delimited by size into mnt-message
        end-evaluate
    end-if.

check-master-slot.
    if dmt-status (dmt-idx) not = "R"
            and dmt-routing (dmt-idx) = "Y"
            and (dmt-route-slot (dmt-idx) < "1"
                 or dmt-route-slot (dmt-idx) > "4") then
        move "Y" to master-error-switch
        move spaces to mnt-message
        string "not saved - routed department "
            dmt-code (dmt-idx) " has no route slot"
            delimited by size into mnt-message
    end-if.

write-department-master.
    open output dept-file
    if dept-file-status not = "00" then
        move spaces to mnt-message
        string "not saved - SQRTDEPT open failed, status "
            dept-file-status delimited by size into mnt-message
    else
        perform write-dept-card
            varying dmt-idx from 1 by 1
            until dmt-idx > dmt-count
        close dept-file
    end-if.

write-dept-card.
    move spaces to dept-master-rec
    move dmt-code (dmt-idx) to dpm-code
    move dmt-name (dmt-idx) to dpm-name
    move dmt-cost-center (dmt-idx) to dpm-cost-center
    move dmt-routing (dmt-idx) to dpm-routing
    if dmt-route-slot (dmt-idx) is numeric then
        move dmt-route-slot (dmt-idx) to dpm-route-slot
    end-if
    move dmt-status (dmt-idx) to dpm-status
    write dept-master-rec.

*> The master is already saved when the journal is written, so a
*> journal that will not open can only be reported: the session
*> still ends, but on RC 8, for the changes to be journalled by
*> hand from the console message.
write-journal-entries.
    open extend journal-file
    if journal-file-status = "00" or "05" then
        perform write-journal-entry
            varying pending-idx from 1 by 1
            until pending-idx > pending-count
        close journal-file
    else
        move pending-count to disp-saved
        display "sqrtdmnt: SQRTDJRN open failed, status "
            journal-file-status " - " disp-saved
            " changes saved with no journal entry"
        add pending-count to saved-count
        move 8 to return-code
    end-if.

write-journal-entry.
    move spaces to dept-journal-rec
    move run-date to djr-date
    move pct-time (pending-idx) to djr-time
    move pct-operator (pending-idx) to djr-operator
    move pct-action (pending-idx) to djr-action
    move pct-before (pending-idx) to djr-before
    move pct-after (pending-idx) to djr-after
    write dept-journal-rec
    add 1 to saved-count.

quit-department-session.
    if pending-count > 0 and not quit-was-warned then
        move "Y" to quit-warned
        move "changes not saved - Q again to discard them"
            to mnt-message
    else
        move "Y" to session-switch
    end-if.
