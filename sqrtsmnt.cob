*> Full-screen maintenance for the SQRTSORD standing-order master.
*> The departments that key the same values every week or every
*> month-end, or send the same G range card night after night, keep
*> that work here instead: an order is one value or one range, with
*> its root power, priority and extended flags, how often it runs,
*> and the dates it runs between, and the generator ahead of the
*> intake cuts tonight's due orders into a deck of their own. This
*> program lets an operator inquire on, add, change, hold, resume,
*> or end a department's orders one screen at a time. The operator
*> has to be on the SQRTOPER authority file for the department, the
*> same cards the entry screen signs clerks on with, and the
*> department has to be active on SQRTDEPT; every order is checked
*> by the rules the edit step will apply to it, so a bad order is
*> caught at the keyboard instead of bouncing every night. A held
*> order stays on file and can be resumed; an ended one stays for
*> the record and never runs again. Nothing reaches the master until
*> the operator saves.
identification division.
program-id. sqrtsmnt.

environment division.
input-output section.
file-control.
    select optional order-file assign to "SQRTSORD"
        organization is line sequential
        file status is order-file-status.
    select optional dept-file assign to "SQRTDEPT"
        organization is line sequential
        file status is dept-file-status.
    select optional operator-file assign to "SQRTOPER"
        organization is line sequential
        file status is operator-file-status.

data division.
file section.
fd  order-file.
01  order-line               pic x(100).

fd  dept-file.
copy "sqrtdptrec.cpy".

fd  operator-file.
copy "sqrtoprrec.cpy".

working-storage section.
copy "sqrtsorrec.cpy".
77  order-file-status    pic x(2).
77  dept-file-status     pic x(2).
77  operator-file-status pic x(2).
77  order-eof            pic x value "N".
77  dept-eof             pic x value "N".
77  operator-eof         pic x value "N".
77  sot-count            pic s9(4) comp value 0.
77  sot-limit            pic s9(4) comp value 500.
77  sot-idx              pic s9(4) comp.
77  sot-slot             pic s9(4) comp.
77  dmt-count            pic s999 comp value 0.
77  dmt-limit            pic s999 comp value 100.
77  dmt-idx              pic s999 comp.
77  dmt-slot             pic s999 comp.
77  odt-count            pic s999 comp value 0.
77  odt-limit            pic s999 comp value 70.
77  odt-idx              pic s999 comp.
77  opr-slot-idx         pic s999 comp.
77  run-date             pic 9(8).
77  highest-order-no     pic 9(3).
77  lookup-order-no      pic 9(3).
*> Set when the master holds more orders than the table does:
*> saving would quietly drop the overflow, so the session refuses
*> to start instead.
77  master-overflow      pic x value "N".
    88  master-too-large        value "Y".
77  session-switch       pic x value "N".
    88  session-ended           value "Y".
*> A Q with changes pending only warns; a second Q in a row
*> discards them, as on the department master screen.
77  quit-warned          pic x value "N".
    88  quit-was-warned         value "Y".
77  field-error-switch   pic x value "N".
    88  field-error             value "Y".
77  authority-switch     pic x value "N".
    88  dept-authorised         value "Y".
77  all-depts-switch     pic x value "N".
    88  operator-has-all-depts  value "Y".
77  operator-found-switch pic x value "N".
    88  operator-found          value "Y".
77  operator-suspended-switch pic x value "N".
    88  operator-is-suspended   value "Y".
*> The operator whose authority cards are in the table, so they are
*> read again only when a different id is keyed.
77  loaded-operator      pic x(8) value spaces.
77  pending-count        pic 9(5) value 0.
77  saved-count          pic 9(5) value 0.
77  disp-saved           pic zzzz9.
*> The largest value an order may carry - the same ten integer
*> digits the input record holds - and the most values one range
*> may expand to, the edit step's limit on a G card.
77  order-max-z          pic 9(10)v9(6) value 9999999999.999999.
77  expansion-limit      pic 9(9) value 10000.
77  expansion-count      pic 9(11).
77  z-work               pic s9(10)v9(6).
77  hi-work              pic 9(10)v9(6).
77  step-work            pic 9(4)v9(6).
77  start-work           pic 9(8).
77  stop-work            pic 9(8).

*> The master as loaded, one card image per entry, changed in place
*> as the session goes; the key leads each image so the table can
*> be searched without unpacking it.
01  standing-order-table.
    05  sot-entry occurs 500 times.
        10  sot-dept         pic x(4).
        10  sot-order-no     pic x(3).
        10  filler           pic x(93).

01  dept-master-table.
    05  dmt-entry occurs 100 times.
        10  dmt-code         pic x(4).
        10  dmt-status       pic x.

*> The departments the keyed operator may act for, gathered from
*> every SQRTOPER card carrying the id.
01  operator-dept-table.
    05  odt-dept occurs 70 times pic x(4).

01  maint-fields.
    05  mnt-operator         pic x(8)  value spaces.
    05  mnt-action           pic x     value space.
    05  mnt-dept             pic x(4)  value spaces.
    05  mnt-order-no         pic x(3)  value spaces.
    05  mnt-status-text      pic x(12) value spaces.
    05  mnt-prefix           pic x(4)  value spaces.
    05  mnt-type             pic x     value space.
    05  mnt-lo-text          pic x(18) value spaces.
    05  mnt-hi-text          pic x(18) value spaces.
    05  mnt-step-text        pic x(12) value spaces.
    05  mnt-root-text        pic x(2)  value spaces.
    05  mnt-priority         pic x     value space.
    05  mnt-extended         pic x     value space.
    05  mnt-frequency        pic x     value space.
    05  mnt-weekday          pic x     value space.
    05  mnt-start-text       pic x(8)  value spaces.
    05  mnt-stop-text        pic x(8)  value spaces.
    05  mnt-changed-by       pic x(8)  value spaces.
    05  mnt-changed-date     pic x(8)  value spaces.
    05  mnt-message          pic x(60) value spaces.
    05  mnt-order-count      pic zzz9.
    05  mnt-pending-count    pic zzz9.

*> Edited images of an order's numbers for the inquiry, so what is
*> shown can be keyed straight back on a change.
01  display-fields.
    05  dsp-value            pic -(10)9.9(6).
    05  dsp-step             pic z(3)9.9(6).
    05  dsp-root             pic 99.
    05  dsp-date             pic 9(8).

screen section.
01  maint-screen.
    05  blank screen.
    05  line 1  column 15 value
        "squareroot standing order maintenance".
    05  line 3  column 3  value "operator id:".
    05  line 3  column 17 using mnt-operator.
    05  line 4  column 3  value
        "action (I inquire, A add, C change, H hold, R resume,".
    05  line 5  column 3  value
        "        E end, S save, Q quit):".
    05  line 5  column 35 using mnt-action.
    05  line 7  column 3  value "department:".
    05  line 7  column 21 using mnt-dept.
    05  line 7  column 28 value "order no:".
    05  line 7  column 38 using mnt-order-no.
    05  line 7  column 44 from  mnt-status-text.
    05  line 8  column 3  value "request prefix:".
    05  line 8  column 21 using mnt-prefix.
    05  line 9  column 3  value "type (V value, G range):".
    05  line 9  column 29 using mnt-type.
    05  line 10 column 3  value "value / low:".
    05  line 10 column 21 using mnt-lo-text.
    05  line 11 column 3  value "high:".
    05  line 11 column 21 using mnt-hi-text.
    05  line 12 column 3  value "step:".
    05  line 12 column 21 using mnt-step-text.
    05  line 13 column 3  value "root power:".
    05  line 13 column 21 using mnt-root-text.
    05  line 13 column 28 value "priority (U):".
    05  line 13 column 42 using mnt-priority.
    05  line 13 column 48 value "extended (X):".
    05  line 13 column 62 using mnt-extended.
    05  line 14 column 3  value
        "frequency (D daily, W weekly, M month-end):".
    05  line 14 column 47 using mnt-frequency.
    05  line 15 column 3  value "weekday (1 Mon - 7 Sun):".
    05  line 15 column 29 using mnt-weekday.
    05  line 16 column 3  value "start date:".
    05  line 16 column 21 using mnt-start-text.
    05  line 16 column 32 value "stop date:".
    05  line 16 column 43 using mnt-stop-text.
    05  line 17 column 3  value "last changed by:".
    05  line 17 column 21 from  mnt-changed-by.
    05  line 17 column 32 value "on:".
    05  line 17 column 36 from  mnt-changed-date.
    05  line 19 column 3  from  mnt-message.
    05  line 21 column 3  value "orders on master:".
    05  line 21 column 27 from  mnt-order-count.
    05  line 22 column 3  value "changes not yet saved:".
    05  line 22 column 27 from  mnt-pending-count.

procedure division.
*> One action per screen until the operator saves or quits.
maintain-standing-orders.
    accept run-date from date yyyymmdd
    perform load-department-master
    perform load-standing-orders
    if master-too-large then
        display "sqrtsmnt: SQRTSORD holds more than 500 "
            "orders - maintenance refused"
        move 8 to return-code
        stop run
    end-if
    perform maintain-one-action
        until session-ended
    move saved-count to disp-saved
    display "sqrtsmnt: " disp-saved " standing order changes saved"
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
        move dpm-status to dmt-status (dmt-count)
    end-if
    perform read-dept-card.

find-department-master.
    move 0 to dmt-slot
    perform search-department-master
        varying dmt-idx from 1 by 1
        until dmt-idx > dmt-count or dmt-slot not = 0.

search-department-master.
    if dmt-code (dmt-idx) = mnt-dept then
        move dmt-idx to dmt-slot
    end-if.

load-standing-orders.
    open input order-file
    if order-file-status = "00" then
        perform read-order-card
        perform collect-order-card
            until order-eof = "Y"
        close order-file
    end-if.

read-order-card.
    read order-file
        at end move "Y" to order-eof
    end-read.

collect-order-card.
    if sot-count < sot-limit then
        add 1 to sot-count
        move order-line to sot-entry (sot-count)
    else
        move "Y" to master-overflow
    end-if
    perform read-order-card.

*> The keyed department and order number, found on the table.
find-standing-order.
    move 0 to sot-slot
    if mnt-order-no is numeric then
        perform search-standing-order
            varying sot-idx from 1 by 1
            until sot-idx > sot-count or sot-slot not = 0
    end-if.

search-standing-order.
    if sot-dept (sot-idx) = mnt-dept
            and sot-order-no (sot-idx) = mnt-order-no then
        move sot-idx to sot-slot
    end-if.

*> A new order takes the next number after the department's
*> highest, ended orders included, so a number is never reused.
next-order-number.
    move 0 to highest-order-no
    perform note-order-number
        varying sot-idx from 1 by 1
        until sot-idx > sot-count.

note-order-number.
    if sot-dept (sot-idx) = mnt-dept
            and sot-order-no (sot-idx) is numeric then
        move sot-order-no (sot-idx) to lookup-order-no
        if lookup-order-no > highest-order-no then
            move lookup-order-no to highest-order-no
        end-if
    end-if.

maintain-one-action.
    move sot-count to mnt-order-count
    move pending-count to mnt-pending-count
    accept maint-screen
    move spaces to mnt-message
    inspect mnt-action converting "iachresq" to "IACHRESQ"
    inspect mnt-type converting "vg" to "VG"
    inspect mnt-frequency converting "dwm" to "DWM"
    inspect mnt-priority converting "u" to "U"
    inspect mnt-extended converting "x" to "X"
    if mnt-action not = "Q" then
        move "N" to quit-warned
    end-if
    evaluate true
        when mnt-action = "S"
            perform save-standing-orders
        when mnt-action = "Q"
            perform quit-order-session
        when mnt-operator = spaces
            move "operator id required before any action"
                to mnt-message
        when mnt-action = "I"
            perform inquire-standing-order
        when mnt-action = "A" or "C" or "H" or "R" or "E"
            perform check-operator-authority
            if dept-authorised then
                evaluate mnt-action
                    when "A"
                        perform add-standing-order
                    when "C"
                        perform change-standing-order
                    when other
                        perform set-order-status
                end-evaluate
            end-if
        when other
            move "action must be I, A, C, H, R, E, S or Q"
                to mnt-message
    end-evaluate.

*> Anyone may look; only an operator the authority file lets act
*> for the department may change its orders, and only while the
*> department is active on the master.
check-operator-authority.
    move "N" to authority-switch
    if mnt-operator not = loaded-operator then
        perform load-operator-authority
    end-if
    perform find-department-master
    evaluate true
        when not operator-found
            move "operator id not on the authority file"
                to mnt-message
        when operator-is-suspended
            move "operator id is suspended" to mnt-message
        when dmt-slot = 0
            move "department not on the department master"
                to mnt-message
        when dmt-status (dmt-slot) = "R"
            move "department is retired - no standing orders"
                to mnt-message
        when operator-has-all-depts
            move "Y" to authority-switch
        when other
            perform search-operator-depts
                varying odt-idx from 1 by 1
                until odt-idx > odt-count or dept-authorised
            if not dept-authorised then
                move "operator may not act for this department"
                    to mnt-message
            end-if
    end-evaluate.

search-operator-depts.
    if odt-dept (odt-idx) = mnt-dept then
        move "Y" to authority-switch
    end-if.

load-operator-authority.
    move "N" to operator-found-switch
    move "N" to operator-suspended-switch
    move "N" to all-depts-switch
    move "N" to operator-eof
    move 0 to odt-count
    move mnt-operator to loaded-operator
    open input operator-file
    if operator-file-status = "00" then
        perform read-operator-card
        perform collect-operator-card
            until operator-eof = "Y"
        close operator-file
    end-if.

read-operator-card.
    read operator-file
        at end move "Y" to operator-eof
    end-read.

collect-operator-card.
    if opr-id = mnt-operator then
        move "Y" to operator-found-switch
        if opr-suspended then
            move "Y" to operator-suspended-switch
        end-if
        perform collect-operator-dept
            varying opr-slot-idx from 1 by 1
            until opr-slot-idx > 7
    end-if
    perform read-operator-card.

collect-operator-dept.
    evaluate true
        when opr-dept (opr-slot-idx) = spaces
            continue
        when opr-dept (opr-slot-idx) = "*ALL"
            move "Y" to all-depts-switch
        when odt-count < odt-limit
            add 1 to odt-count
            move opr-dept (opr-slot-idx) to odt-dept (odt-count)
    end-evaluate.

*> Brings an order up on the screen so a change starts from what is
*> on the master instead of being rekeyed from memory.
inquire-standing-order.
    perform find-standing-order
    if sot-slot = 0 then
        move "order not on master" to mnt-message
        move spaces to mnt-status-text
    else
        move sot-entry (sot-slot) to standing-order-rec
        perform show-standing-order
        move "order on master" to mnt-message
    end-if.

show-standing-order.
    move sor-prefix to mnt-prefix
    move sor-type to mnt-type
    move spaces to mnt-hi-text
    move spaces to mnt-step-text
    if sor-range then
        move sor-lo to dsp-value
        move dsp-value to mnt-lo-text
        move sor-hi to dsp-value
        move dsp-value to mnt-hi-text
        move sor-step to dsp-step
        move dsp-step to mnt-step-text
    else
        move sor-lo to z-work
        if sor-sign = "-" then
            compute z-work = 0 - z-work
        end-if
        move z-work to dsp-value
        move dsp-value to mnt-lo-text
    end-if
    move sor-root-power to dsp-root
    move dsp-root to mnt-root-text
    move sor-priority to mnt-priority
    move sor-extended to mnt-extended
    move sor-frequency to mnt-frequency
    if sor-weekly then
        move sor-weekday to mnt-weekday
    else
        move space to mnt-weekday
    end-if
    move sor-start-date to dsp-date
    move dsp-date to mnt-start-text
    if sor-stop-date = 0 then
        move spaces to mnt-stop-text
    else
        move sor-stop-date to dsp-date
        move dsp-date to mnt-stop-text
    end-if
    move sor-changed-by to mnt-changed-by
    move sor-changed-date to dsp-date
    move dsp-date to mnt-changed-date
    perform show-order-status.

show-order-status.
    evaluate true
        when sor-ended
            move "(ended)" to mnt-status-text
        when sor-suspended
            move "(held)" to mnt-status-text
        when other
            move "(active)" to mnt-status-text
    end-evaluate.

add-standing-order.
    perform next-order-number
    evaluate true
        when sot-count not < sot-limit
            move "standing order master is full" to mnt-message
        when highest-order-no = 999
            move "department has used every order number"
                to mnt-message
        when other
            move spaces to standing-order-rec
            move mnt-dept to sor-dept
            compute sor-order-no = highest-order-no + 1
            move space to sor-status
            perform build-standing-order
            if not field-error then
                add 1 to sot-count
                move sot-count to sot-slot
                perform stamp-standing-order
                move sor-order-no to mnt-order-no
                move "order added - not saved yet" to mnt-message
            end-if
    end-evaluate.

change-standing-order.
    perform find-standing-order
    evaluate true
        when sot-slot = 0
            move "order not on master" to mnt-message
        when other
            move sot-entry (sot-slot) to standing-order-rec
            if sor-ended then
                move "order has ended - no changes" to mnt-message
            else
                perform build-standing-order
                if not field-error then
                    perform stamp-standing-order
                    move "order changed - not saved yet"
                        to mnt-message
                end-if
            end-if
    end-evaluate.

*> Hold, resume, and end touch only the status byte: the order's
*> schedule and values stay as they were.
set-order-status.
    perform find-standing-order
    if sot-slot = 0 then
        move "order not on master" to mnt-message
    else
        move sot-entry (sot-slot) to standing-order-rec
        evaluate true
            when sor-ended
                move "order has ended - no changes" to mnt-message
            when mnt-action = "H" and sor-suspended
                move "order is already held" to mnt-message
            when mnt-action = "R" and sor-active
                move "order is not held" to mnt-message
            when mnt-action = "H"
                move "S" to sor-status
                perform stamp-standing-order
                move "order held - not saved yet" to mnt-message
            when mnt-action = "R"
                move space to sor-status
                perform stamp-standing-order
                move "order resumed - not saved yet" to mnt-message
            when other
                move "E" to sor-status
                perform stamp-standing-order
                move "order ended - not saved yet" to mnt-message
        end-evaluate
        perform show-order-status
    end-if.

stamp-standing-order.
    move mnt-operator to sor-changed-by
    move run-date to sor-changed-date
    move sor-changed-by to mnt-changed-by
    move run-date to dsp-date
    move dsp-date to mnt-changed-date
    move standing-order-rec to sot-entry (sot-slot)
    add 1 to pending-count.

*> The keyed fields, checked and moved onto the order record. The
*> value rules are the edit step's, so an order that passes here
*> does not bounce at night: a value or range that fits the input
*> record, a step that moves the range on, no more values than one
*> G card may expand to, and a root power the computation takes.
*> The first failure goes on the message line and the record is
*> left for the caller to throw away.
build-standing-order.
    move "N" to field-error-switch
    if mnt-root-text = spaces then
        move "00" to mnt-root-text
    end-if
    if mnt-start-text = spaces then
        move run-date to dsp-date
        move dsp-date to mnt-start-text
    end-if
    evaluate true
        when mnt-prefix = spaces
            move "Y" to field-error-switch
            move "request prefix required" to mnt-message
        when mnt-type not = "V" and mnt-type not = "G"
            move "Y" to field-error-switch
            move "type must be V or G" to mnt-message
        when function test-numval (mnt-lo-text) not = 0
            move "Y" to field-error-switch
            move "value / low is not a number" to mnt-message
        when function abs (function numval (mnt-lo-text))
                > order-max-z
            move "Y" to field-error-switch
            move "value / low is too large" to mnt-message
        when mnt-type = "V" and (mnt-hi-text not = spaces
                or mnt-step-text not = spaces)
            move "Y" to field-error-switch
            move "high and step only for a range" to mnt-message
        when mnt-type = "G"
            perform check-order-range
        when other
            continue
    end-evaluate
    if not field-error then
        perform check-order-schedule
    end-if
    if not field-error then
        move mnt-prefix to sor-prefix
        move mnt-type to sor-type
        compute z-work = function numval (mnt-lo-text)
        if z-work < 0 then
            move "-" to sor-sign
        else
            move "+" to sor-sign
        end-if
        move z-work to sor-lo
        if sor-range then
            move space to sor-sign
            move hi-work to sor-hi
            move step-work to sor-step
        else
            move 0 to sor-hi
            move 0 to sor-step
        end-if
        move mnt-root-text to sor-root-power
        move mnt-priority to sor-priority
        move mnt-extended to sor-extended
        move mnt-frequency to sor-frequency
        if sor-weekly then
            move mnt-weekday to sor-weekday
        else
            move 0 to sor-weekday
        end-if
        move start-work to sor-start-date
        move stop-work to sor-stop-date
    end-if.

check-order-range.
    evaluate true
        when function numval (mnt-lo-text) < 0
            move "Y" to field-error-switch
            move "range low may not be negative" to mnt-message
        when function test-numval (mnt-hi-text) not = 0
            move "Y" to field-error-switch
            move "high is not a number" to mnt-message
        when function numval (mnt-hi-text) < 0
                or function numval (mnt-hi-text) > order-max-z
            move "Y" to field-error-switch
            move "high is out of range" to mnt-message
        when function test-numval (mnt-step-text) not = 0
            move "Y" to field-error-switch
            move "step is not a number" to mnt-message
        when function numval (mnt-step-text) not > 0
                or function numval (mnt-step-text) > 9999.999999
            move "Y" to field-error-switch
            move "step must be above zero and under 10000"
                to mnt-message
        when function numval (mnt-lo-text)
                > function numval (mnt-hi-text)
            move "Y" to field-error-switch
            move "low is above high" to mnt-message
        when other
            compute hi-work = function numval (mnt-hi-text)
            compute step-work = function numval (mnt-step-text)
            if step-work = 0 then
                move "Y" to field-error-switch
                move "step is finer than six places" to mnt-message
            else
                compute expansion-count =
                    (hi-work - function numval (mnt-lo-text))
                        / step-work + 1
                if expansion-count > expansion-limit then
                    move "Y" to field-error-switch
                    move "range expands past 10000 values"
                        to mnt-message
                end-if
            end-if
    end-evaluate.

check-order-schedule.
    move 0 to start-work
    move 0 to stop-work
    if mnt-start-text is numeric then
        move mnt-start-text to start-work
    end-if
    if mnt-stop-text is numeric then
        move mnt-stop-text to stop-work
    end-if
    evaluate true
        when mnt-root-text not numeric
            move "Y" to field-error-switch
            move "root power must be two digits" to mnt-message
        when mnt-root-text = "01"
            move "Y" to field-error-switch
            move "root power 01 is not a root" to mnt-message
        when mnt-priority not = space and mnt-priority not = "U"
            move "Y" to field-error-switch
            move "priority must be U or blank" to mnt-message
        when mnt-extended not = space and mnt-extended not = "X"
            move "Y" to field-error-switch
            move "extended must be X or blank" to mnt-message
        when mnt-frequency not = "D" and mnt-frequency not = "W"
                and mnt-frequency not = "M"
            move "Y" to field-error-switch
            move "frequency must be D, W or M" to mnt-message
        when mnt-frequency = "W"
                and (mnt-weekday < "1" or mnt-weekday > "7")
            move "Y" to field-error-switch
            move "weekly order needs a weekday 1-7" to mnt-message
        when mnt-start-text not numeric
            move "Y" to field-error-switch
            move "start date must be yyyymmdd" to mnt-message
        when function test-date-yyyymmdd (start-work) not = 0
            move "Y" to field-error-switch
            move "start date is not a date" to mnt-message
        when mnt-stop-text = spaces
            continue
        when mnt-stop-text not numeric
            move "Y" to field-error-switch
            move "stop date must be yyyymmdd or blank"
                to mnt-message
        when function test-date-yyyymmdd (stop-work) not = 0
            move "Y" to field-error-switch
            move "stop date is not a date" to mnt-message
        when stop-work < start-work
            move "Y" to field-error-switch
            move "stop date is before start date" to mnt-message
    end-evaluate.

save-standing-orders.
    if pending-count = 0 then
        move "Y" to session-switch
    else
        open output order-file
        if order-file-status not = "00" then
            move spaces to mnt-message
            string "not saved - SQRTSORD open failed, status "
                order-file-status delimited by size into mnt-message
        else
            perform write-order-card
                varying sot-idx from 1 by 1
                until sot-idx > sot-count
            close order-file
            move pending-count to saved-count
            move "Y" to session-switch
        end-if
    end-if.

write-order-card.
    move sot-entry (sot-idx) to order-line
    write order-line.

quit-order-session.
    if pending-count > 0 and not quit-was-warned then
        move "Y" to quit-warned
        move "changes not saved - Q again to discard them"
            to mnt-message
    else
        move "Y" to session-switch
    end-if.
