*> Full-screen supervisor approval of the edit step's approval
*> queue. Requests that meet an SQRTAPPR criterion - too many records
*> once expanded, too much extended-precision work, or a department
*> on hold - wait on the queue instead of running. This program lists
*> the queue request by request, ten to a page, with each request's
*> size, the iterations it is expected to cost, the night it was
*> queued, and why it is there, and lets a supervisor approve it
*> into the next night's run or reject it with a reason that goes
*> back to the department on its distribution report. Only an
*> operator whose SQRTOPER authority is *ALL - a supervisor - may
*> decide. The decisions go to the SQRTAPDC decision cards, which
*> the edit step applies on its next run; the queue itself is the
*> edit step's and is only read here.
identification division.
program-id. sqrtaprv.

environment division.
input-output section.
file-control.
    select optional queue-file assign to "SQRTAPQ"
        organization is line sequential
        file status is queue-file-status.
    select optional decision-file assign to "SQRTAPDC"
        organization is line sequential
        file status is decision-file-status.
    select optional operator-file assign to "SQRTOPER"
        organization is line sequential
        file status is operator-file-status.

data division.
file section.
fd  queue-file.
01  queue-line               pic x(80).

fd  decision-file.
copy "sqrtapdrec.cpy".

fd  operator-file.
copy "sqrtoprrec.cpy".

working-storage section.
copy "sqrtapqrec.cpy".
77  queue-file-status    pic x(2).
77  decision-file-status pic x(2).
77  operator-file-status pic x(2).
77  queue-eof            pic x value "N".
77  decision-eof         pic x value "N".
77  operator-eof         pic x value "N".
77  apv-count            pic s999 comp value 0.
77  apv-limit            pic s999 comp value 200.
77  apv-idx              pic s999 comp.
77  apv-slot             pic s999 comp.
77  queued-request-count pic s999 comp value 0.
77  page-first           pic s999 comp value 1.
77  row-idx              pic s999 comp.
77  opr-slot-idx         pic s999 comp.
77  run-date             pic 9(8).
77  request-key          pic x(12).
*> Set when the queue holds more requests than the table does:
*> saving would quietly drop decisions, so the session refuses to
*> start instead.
77  queue-overflow       pic x value "N".
    88  queue-too-large         value "Y".
77  session-switch       pic x value "N".
    88  session-ended           value "Y".
*> A Q with decisions pending only warns; a second Q in a row
*> discards them, as on the department master screen.
77  quit-warned          pic x value "N".
    88  quit-was-warned         value "Y".
77  supervisor-switch    pic x value "N".
    88  supervisor-authorised   value "Y".
*> The operator whose authority was last read, so the file is read
*> again only when a different id is keyed.
77  loaded-operator      pic x(8) value spaces.
77  pending-count        pic 9(5) value 0.
77  saved-count          pic 9(5) value 0.
77  disp-saved           pic zzzz9.

*> One entry per queued request, summed from its records on the
*> queue, with the supervisor's decision on it. A decision card
*> whose request is no longer queued keeps an entry of its own, with
*> no records, so saving doesn't lose it.
01  approval-table.
    05  apv-entry occurs 200 times.
        10  apv-key.
            15  apv-request-id   pic x(8).
            15  apv-dept         pic x(4).
        10  apv-records      pic 9(7).
        10  apv-extended     pic 9(7).
        10  apv-estimate     pic 9(11).
        10  apv-queued-date  pic 9(8).
        10  apv-reason       pic x.
        10  apv-decision     pic x.
        10  apv-operator     pic x(8).
        10  apv-date         pic 9(8).
        10  apv-dec-reason   pic x(40).

*> One row of the listing, built here and moved to the screen.
01  list-row.
    05  lr-request-id        pic x(8).
    05  filler               pic x(1)  value space.
    05  lr-dept              pic x(4).
    05  filler               pic x(1)  value space.
    05  lr-records           pic zzzzzz9.
    05  filler               pic x(1)  value space.
    05  lr-extended          pic zzzzzz9.
    05  filler               pic x(1)  value space.
    05  lr-estimate          pic zzzzzzzzzz9.
    05  filler               pic x(2)  value spaces.
    05  lr-queued-date       pic 9999/99/99.
    05  filler               pic x(2)  value spaces.
    05  lr-reason            pic x(9).
    05  filler               pic x(1)  value space.
    05  lr-decision          pic x(9).

01  maint-fields.
    05  apv-operator-in      pic x(8)  value spaces.
    05  apv-action           pic x     value space.
    05  apv-request-in       pic x(8)  value spaces.
    05  apv-dept-in          pic x(4)  value spaces.
    05  apv-reason-in        pic x(40) value spaces.
    05  apv-message          pic x(60) value spaces.
    05  apv-row-table.
        10  apv-row          pic x(76) occurs 10 times.
    05  apv-queued-display   pic zz9.
    05  apv-pending-display  pic zzz9.
    05  apv-page-display     pic zz9.

screen section.
01  approval-screen.
    05  blank screen.
    05  line 1  column 15 value
        "squareroot supervisor approval queue".
    05  line 3  column 3  value "supervisor id:".
    05  line 3  column 19 using apv-operator-in.
    05  line 3  column 40 value "page from request".
    05  line 3  column 58 from  apv-page-display.
    05  line 5  column 3  value
        "request  dept records  extended  est iterats  queued".
    05  line 5  column 61 value "held for  decision".
    05  line 6  column 3  from  apv-row (1).
    05  line 7  column 3  from  apv-row (2).
    05  line 8  column 3  from  apv-row (3).
    05  line 9  column 3  from  apv-row (4).
    05  line 10 column 3  from  apv-row (5).
    05  line 11 column 3  from  apv-row (6).
    05  line 12 column 3  from  apv-row (7).
    05  line 13 column 3  from  apv-row (8).
    05  line 14 column 3  from  apv-row (9).
    05  line 15 column 3  from  apv-row (10).
    05  line 17 column 3  value "request id:".
    05  line 17 column 16 using apv-request-in.
    05  line 17 column 28 value "dept:".
    05  line 17 column 34 using apv-dept-in.
    05  line 18 column 3  value "reason:".
    05  line 18 column 16 using apv-reason-in.
    05  line 19 column 3  value
        "action (A approve, R reject, U undo, N next, P previous,".
    05  line 20 column 3  value
        "        S save, Q quit):".
    05  line 20 column 28 using apv-action.
    05  line 22 column 3  from  apv-message.
    05  line 23 column 3  value "requests queued:".
    05  line 23 column 21 from  apv-queued-display.
    05  line 23 column 30 value "decisions not yet saved:".
    05  line 23 column 55 from  apv-pending-display.

procedure division.
*> One action per screen until the supervisor saves or quits.
approve-queued-requests.
    accept run-date from date yyyymmdd
    perform load-approval-queue
    perform load-approval-decisions
    if queue-too-large then
        display "sqrtaprv: approval queue holds more than 200 "
            "requests - approval refused"
        move 8 to return-code
        stop run
    end-if
    perform approve-one-action
        until session-ended
    move saved-count to disp-saved
    display "sqrtaprv: " disp-saved " approval decisions saved"
    stop run.

load-approval-queue.
    open input queue-file
    if queue-file-status = "00" then
        perform read-queued-record
        perform collect-queued-record
            until queue-eof = "Y"
        close queue-file
    end-if
    move apv-count to queued-request-count.

read-queued-record.
    read queue-file into approval-queue-rec
        at end move "Y" to queue-eof
    end-read.

collect-queued-record.
    move apq-request-id to request-key (1:8)
    move apq-dept to request-key (9:4)
    perform find-queued-request
    if apv-slot = 0 then
        if apv-count < apv-limit then
            add 1 to apv-count
            move apv-count to apv-slot
            initialize apv-entry (apv-slot)
            move request-key to apv-key (apv-slot)
            move apq-queued-date to apv-queued-date (apv-slot)
            move apq-reason to apv-reason (apv-slot)
            move space to apv-decision (apv-slot)
        else
            move "Y" to queue-overflow
        end-if
    end-if
    if apv-slot > 0 then
        add 1 to apv-records (apv-slot)
        if apq-extended = "X" then
            add 1 to apv-extended (apv-slot)
        end-if
        if apq-estimate is numeric then
            add apq-estimate to apv-estimate (apv-slot)
        end-if
        if apq-queued-date < apv-queued-date (apv-slot) then
            move apq-queued-date to apv-queued-date (apv-slot)
        end-if
    end-if
    perform read-queued-record.

find-queued-request.
    move 0 to apv-slot
    perform search-queued-request
        varying apv-idx from 1 by 1
        until apv-idx > apv-count or apv-slot not = 0.

search-queued-request.
    if apv-key (apv-idx) = request-key then
        move apv-idx to apv-slot
    end-if.

load-approval-decisions.
    open input decision-file
    if decision-file-status = "00" then
        perform read-decision-card
        perform collect-decision-card
            until decision-eof = "Y"
        close decision-file
    end-if.

read-decision-card.
    read decision-file
        at end move "Y" to decision-eof
    end-read.

collect-decision-card.
    if apd-request-id not = spaces
            and (apd-approved or apd-rejected) then
        move apd-request-id to request-key (1:8)
        move apd-dept to request-key (9:4)
        perform find-queued-request
        if apv-slot = 0 then
            if apv-count < apv-limit then
                add 1 to apv-count
                move apv-count to apv-slot
                initialize apv-entry (apv-slot)
                move request-key to apv-key (apv-slot)
            else
                move "Y" to queue-overflow
            end-if
        end-if
        if apv-slot > 0 then
            move apd-decision to apv-decision (apv-slot)
            move apd-operator to apv-operator (apv-slot)
            move apd-date to apv-date (apv-slot)
            move apd-reason to apv-dec-reason (apv-slot)
        end-if
    end-if
    perform read-decision-card.

approve-one-action.
    perform build-list-page
    move queued-request-count to apv-queued-display
    move pending-count to apv-pending-display
    move page-first to apv-page-display
    accept approval-screen
    move spaces to apv-message
    inspect apv-action converting "aurnpsq" to "AURNPSQ"
    if apv-action not = "Q" then
        move "N" to quit-warned
    end-if
    evaluate true
        when apv-action = "N"
            if page-first + 10 <= apv-count then
                add 10 to page-first
            else
                move "no further requests" to apv-message
            end-if
        when apv-action = "P"
            if page-first > 10 then
                subtract 10 from page-first
            else
                move 1 to page-first
            end-if
        when apv-action = "S"
            perform save-approval-decisions
        when apv-action = "Q"
            perform quit-approval-session
        when apv-action = "A" or "R" or "U"
            perform check-supervisor-authority
            if supervisor-authorised then
                perform decide-queued-request
            end-if
        when other
            move "action must be A, R, U, N, P, S or Q"
                to apv-message
    end-evaluate.

*> The page of the listing the screen shows, from PAGE-FIRST on.
build-list-page.
    perform build-list-row
        varying row-idx from 1 by 1
        until row-idx > 10.

build-list-row.
    compute apv-idx = page-first + row-idx - 1
    if apv-idx > apv-count then
        move spaces to apv-row (row-idx)
    else
        move apv-request-id (apv-idx) to lr-request-id
        move apv-dept (apv-idx) to lr-dept
        move apv-records (apv-idx) to lr-records
        move apv-extended (apv-idx) to lr-extended
        move apv-estimate (apv-idx) to lr-estimate
        move apv-queued-date (apv-idx) to lr-queued-date
        evaluate apv-reason (apv-idx)
            when "S"
                move "size" to lr-reason
            when "X"
                move "extended" to lr-reason
            when "D"
                move "dept hold" to lr-reason
            when other
                move "not queued" to lr-reason
        end-evaluate
        evaluate apv-decision (apv-idx)
            when "A"
                move "approved" to lr-decision
            when "R"
                move "rejected" to lr-decision
            when other
                move spaces to lr-decision
        end-evaluate
        move list-row to apv-row (row-idx)
    end-if.

*> Only a supervisor - an operator whose authority is *ALL - may
*> decide, the same cards the entry screen signs clerks on with.
check-supervisor-authority.
    if apv-operator-in not = loaded-operator then
        perform load-supervisor-authority
    end-if
    if not supervisor-authorised then
        move "supervisor id with *ALL authority required"
            to apv-message
    end-if.

load-supervisor-authority.
    move "N" to supervisor-switch
    move "N" to operator-eof
    move apv-operator-in to loaded-operator
    if apv-operator-in not = spaces then
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

*> A suspension on any of the operator's cards takes the authority
*> away whatever the other cards say.
collect-operator-card.
    if opr-id = apv-operator-in then
        if opr-suspended then
            move "S" to supervisor-switch
        else
            if not supervisor-switch = "S" then
                perform search-all-authority
                    varying opr-slot-idx from 1 by 1
                    until opr-slot-idx > 7
            end-if
        end-if
    end-if
    perform read-operator-card.

search-all-authority.
    if opr-dept (opr-slot-idx) = "*ALL" then
        move "Y" to supervisor-switch
    end-if.

*> Approve, reject, or take back a decision on the keyed request. A
*> rejection has to say why - the department reads the reason.
decide-queued-request.
    move apv-request-in to request-key (1:8)
    move apv-dept-in to request-key (9:4)
    perform find-queued-request
    evaluate true
        when apv-slot = 0
            move "request not on the approval queue" to apv-message
        when apv-action = "U" and apv-decision (apv-slot) = space
            move "no decision to undo" to apv-message
        when apv-action = "U"
            move space to apv-decision (apv-slot)
            move spaces to apv-operator (apv-slot)
            move 0 to apv-date (apv-slot)
            move spaces to apv-dec-reason (apv-slot)
            add 1 to pending-count
            move "decision taken back - not saved yet"
                to apv-message
        when apv-records (apv-slot) = 0
            move "request no longer on the queue - undo only"
                to apv-message
        when apv-action = "R" and apv-reason-in = spaces
            move "a rejection needs a reason for the department"
                to apv-message
        when other
            move apv-action to apv-decision (apv-slot)
            move apv-operator-in to apv-operator (apv-slot)
            move run-date to apv-date (apv-slot)
            move apv-reason-in to apv-dec-reason (apv-slot)
            add 1 to pending-count
            if apv-action = "A" then
                move "request approved - not saved yet"
                    to apv-message
            else
                move "request rejected - not saved yet"
                    to apv-message
            end-if
            move spaces to apv-reason-in
    end-evaluate.

save-approval-decisions.
    if pending-count = 0 then
        move "Y" to session-switch
    else
        open output decision-file
        if decision-file-status not = "00" then
            move spaces to apv-message
            string "not saved - SQRTAPDC open failed, status "
                decision-file-status delimited by size
                into apv-message
        else
            perform write-decision-card
                varying apv-idx from 1 by 1
                until apv-idx > apv-count
            close decision-file
            move pending-count to saved-count
            move "Y" to session-switch
        end-if
    end-if.

write-decision-card.
    if apv-decision (apv-idx) not = space then
        move spaces to approval-decision-rec
        move apv-request-id (apv-idx) to apd-request-id
        move apv-dept (apv-idx) to apd-dept
        move apv-decision (apv-idx) to apd-decision
        move apv-operator (apv-idx) to apd-operator
        move apv-date (apv-idx) to apd-date
        move apv-dec-reason (apv-idx) to apd-reason
        write approval-decision-rec
    end-if.

quit-approval-session.
    if pending-count > 0 and not quit-was-warned then
        move "Y" to quit-warned
        move "decisions not saved - Q again to discard them"
            to apv-message
    else
        move "Y" to session-switch
    end-if.
