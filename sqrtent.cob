*> or blanks it, and only then is the batch of values written - in
*> SQRTIN format, appended to the entry work file - so keyed work
*> flows through the edit step, the batch driver, and reconciliation
*> like any other deck. A session starts with the clerk signing on
*> against the SQRTOPER operator authority file, and a clerk can key
*> only under the departments that file grants - those departments
*> are the ones billed for the work. The operator id rides on the
*> session's deck header for the intake report, and every sign-on,
*> refused sign-on, refused department, and session close goes to
*> the SQRTSLOG session log.
identification division.
program-id. sqrtent.

    select optional dept-file assign to "SQRTDEPT"
        organization is line sequential
        file status is dept-file-status.
    select optional operator-file assign to "SQRTOPER"
        organization is line sequential
        file status is operator-file-status.
    select optional session-log-file assign to "SQRTSLOG"
        organization is line sequential
        file status is session-log-status.

data division.
file section.
fd  dept-file.
copy "sqrtdptrec.cpy".

fd  operator-file.
copy "sqrtoprrec.cpy".

fd  session-log-file.
copy "sqrtslgrec.cpy".

working-storage section.
copy "sqrtflds.cpy".
copy "sqrtinrec.cpy".
    88  deck-is-open            value "Y".
77  entry-z-hash         pic 9(13)v9(6) value 0.
77  z-magnitude          pic 9(10)v9(6).
77  operator-file-status pic x(2).
77  operator-eof         pic x value "N".
77  session-log-status   pic x(2).
77  log-time             pic 9(8).
77  run-date             pic 9(8).
*> The session's own source id on its deck header and trailer: E,
*> the day of the year, and the hour and minute the deck was begun.
*> The intake keys its duplicate-deck check on the source id, so two
*> sessions that happen to key the same count and Z hash are not
*> taken for one deck sent twice.
77  entry-source-id      pic x(8) value spaces.
77  entry-julian-date    pic 9(7).
77  entry-clock          pic 9(8).
*> Three tries at the sign-on, then the session ends - an unknown
*> id keyed over and over is somebody guessing, not a typing slip.
77  sign-on-tries        pic s9 comp value 0.
77  sign-on-try-limit    pic s9 comp value 3.
77  sign-on-switch       pic x value "N".
    88  clerk-signed-on         value "Y".
77  operator-found-switch pic x value "N".
    88  operator-found          value "Y".
77  operator-suspended-switch pic x value "N".
    88  operator-is-suspended   value "Y".
77  all-depts-switch     pic x value "N".
    88  clerk-has-all-depts     value "Y".
77  odt-count            pic s999 comp value 0.
77  odt-limit            pic s999 comp value 70.
77  odt-idx              pic s999 comp.
77  opr-slot-idx         pic s999 comp.
77  authority-switch     pic x value "N".
    88  dept-authorised         value "Y".
*> The last department/request refused and logged, so a screen
*> re-accepted with the same refused code on it doesn't log the
*> same refusal again each time another row is fixed.
77  last-refused-key     pic x(12) value spaces.
77  refused-key          pic x(12).

*> The department reference master, read so an unknown code is
*> caught at the keyboard where the clerk can fix it instead of
        10  dmt-name         pic x(30).
        10  dmt-cost-center  pic x(6).
        10  dmt-routing      pic x.
        10  dmt-status       pic x.

*> The departments the signed-on clerk may key under, gathered
*> from every SQRTOPER card carrying the clerk's id. Seventy codes
*> is ten cards' worth - no clerk keys for anything like that many.
01  operator-dept-table.
    05  odt-dept occurs 70 times pic x(4).

01  sign-on-fields.
    05  son-operator     pic x(8)  value spaces.
    05  son-message      pic x(40) value spaces.
    05  son-operator-name pic x(24) value spaces.

01  entry-fields.
    05  ent-request-id   pic x(8)  value spaces.
            15  ent-message    pic x(16).

screen section.
01  sign-on-screen.
    05  blank screen.
    05  line 1  column 20 value "squareroot batch data entry".
    05  line 3  column 3  value "operator id:".
    05  line 3  column 17 using son-operator.
    05  line 5  column 3  from  son-message.

01  entry-screen.
    05  blank screen.
    05  line 1  column 20 value "squareroot batch data entry".
    05  line 2  column 3  value "operator:".
    05  line 2  column 15 from  son-operator.
    05  line 2  column 25 from  son-operator-name.
    05  line 3  column 3  value "request id:".
    05  line 3  column 15 using ent-request-id.
    05  line 3  column 28 value "dept:".
*> appended to the entry work file; the clerk then chooses another
*> screenful or ends the session.
enter-batches.
    accept run-date from date yyyymmdd
    perform get-entry-parameters
    perform load-department-master
    open extend session-log-file
    perform sign-on-clerk
    if not clerk-signed-on then
        close session-log-file
        display "sqrtent: sign-on refused - no session"
        move 8 to return-code
        stop run
    end-if
    open extend entry-file
    perform key-one-screen
        with test after
              continue-answer not = "y"
    perform write-deck-trailer
    close entry-file
    perform log-session-end
    close session-log-file
    move written-count to disp-written
    display "sqrtent: " disp-written " values written for the "
        "batch pipeline"
        move dpm-name to dmt-name (dmt-count)
        move dpm-cost-center to dmt-cost-center (dmt-count)
        move dpm-routing to dmt-routing (dmt-count)
        move dpm-status to dmt-status (dmt-count)
    end-if
    perform read-dept-card.

        move dmt-idx to dmt-slot
    end-if.

*> The clerk keys an operator id; it has to be on SQRTOPER, not
*> suspended, and carry at least one department. Every attempt is
*> logged either way. Unlike the department master, a missing
*> authority file does not turn the check off - with no file,
*> nobody signs on, since an unchecked session is exactly what the
*> sign-on exists to stop.
sign-on-clerk.
    move spaces to son-message
    perform accept-sign-on
        until clerk-signed-on or sign-on-tries >= sign-on-try-limit.

accept-sign-on.
    accept sign-on-screen
    add 1 to sign-on-tries
    perform load-operator-authority
    evaluate true
        when son-operator = spaces
            move "operator id required" to son-message
        when not operator-found
            move "operator id not on the authority file"
                to son-message
        when operator-is-suspended
            move "operator id is suspended" to son-message
        when odt-count = 0 and not clerk-has-all-depts
            move "operator id has no departments" to son-message
        when other
            move "Y" to sign-on-switch
            move spaces to son-message
    end-evaluate
    move spaces to session-log-rec
    move son-operator to slg-operator
    if clerk-signed-on then
        move "S" to slg-event
        move son-operator-name to slg-text
    else
        move "F" to slg-event
        move son-message to slg-text
    end-if
    perform write-session-log.

*> Rereads the authority file for each attempt, keeping only the
*> cards for the id just keyed, so the table never holds anyone
*> else's departments.
load-operator-authority.
    move "N" to operator-found-switch
    move "N" to operator-suspended-switch
    move "N" to all-depts-switch
    move "N" to operator-eof
    move 0 to odt-count
    move spaces to son-operator-name
    if son-operator not = spaces then
        open input operator-file
        if operator-file-status = "00" then
            perform read-operator-card
            perform collect-operator-card
                until operator-eof = "Y"
            close operator-file
        end-if
    end-if.

read-operator-card.
    read operator-file
        at end move "Y" to operator-eof
    end-read.

collect-operator-card.
    if opr-id = son-operator then
        move "Y" to operator-found-switch
        if son-operator-name = spaces then
            move opr-name to son-operator-name
        end-if
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

check-department-authority.
    move "N" to authority-switch
    if clerk-has-all-depts then
        move "Y" to authority-switch
    else
        perform search-operator-depts
            varying odt-idx from 1 by 1
            until odt-idx > odt-count or dept-authorised
    end-if.

search-operator-depts.
    if odt-dept (odt-idx) = ent-dept then
        move "Y" to authority-switch
    end-if.

*> A refused department is logged with the request id it was keyed
*> under - the trail a billing dispute starts from.
log-department-refusal.
    move ent-dept to refused-key (1:4)
    move ent-request-id to refused-key (5:8)
    if refused-key not = last-refused-key then
        move refused-key to last-refused-key
        move spaces to session-log-rec
        move son-operator to slg-operator
        move "D" to slg-event
        move ent-dept to slg-dept
        move ent-request-id to slg-request-id
        move "department not authorised" to slg-text
        perform write-session-log
    end-if.

log-session-end.
    move spaces to session-log-rec
    move son-operator to slg-operator
    move "E" to slg-event
    move written-count to slg-count
    move "session ended" to slg-text
    perform write-session-log.

write-session-log.
    accept log-time from time
    move run-date to slg-date
    move log-time to slg-time
    write session-log-rec.

key-one-screen.
    move spaces to entry-row-table
    perform accept-until-clean
        if dmt-slot = 0 then
            add 1 to error-count
            move "unknown department code" to ent-header-message
        else
            if dmt-status (dmt-slot) = "R" then
                add 1 to error-count
                move "department is retired" to ent-header-message
            end-if
        end-if
    end-if
    if error-count = 0 then
        perform check-department-authority
        if not dept-authorised then
            add 1 to error-count
            move "not authorised for this dept" to ent-header-message
            perform log-department-refusal
        end-if
    end-if
    if ent-priority = "u" then
write-deck-header.
    if not deck-is-open then
        move "Y" to header-written
        accept entry-julian-date from day yyyyddd
        accept entry-clock from time
        move "E" to entry-source-id
        move entry-julian-date (5:3) to entry-source-id (2:3)
        move entry-clock (1:4) to entry-source-id (5:4)
        move spaces to deck-control-rec
        move "H" to dkc-type
        move entry-source-id to dkc-source-id
        move son-operator to dkc-operator-id
        move 0 to dkc-count
        move 0 to dkc-z-hash
        write entry-deck-rec from deck-control-rec
    if deck-is-open then
        move spaces to deck-control-rec
        move "T" to dkc-type
        move entry-source-id to dkc-source-id
        move son-operator to dkc-operator-id
        move written-count to dkc-count
        move entry-z-hash to dkc-z-hash
        write entry-deck-rec from deck-control-rec
