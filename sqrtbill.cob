*> department plus a fixed-format interface file of billing lines
*> the accounting system's batch intake can post straight to the
*> cost centers on the department reference master.
*> Disputed charges come back the following month as SQRTADJ
*> adjustment cards - a credit or debit by department, billed month,
*> and request id, with a reason code. Each card is checked against
*> the department master and against the output file itself (the
*> request has to have run for that department in the month named),
*> then printed as its own line on the department's invoice and
*> sent on the interface file as a credit or debit memo line, so
*> accounting posts a correction the same way it posts a charge. A
*> card that fails goes to the SQRTADJS suspense file with its
*> refusal code and is listed at the foot of the report.
*> A month the month-end close has marked closed on SQRTCLOS is not
*> priced again: the run prints why, writes nothing to post, and
*> ends RC 8 until the month is formally reopened.
identification division.
program-id. sqrtbill.

        organization is line sequential.
    select interface-file assign to "SQRTBINT"
        organization is sequential.
    select optional adjustment-file assign to "SQRTADJ"
        organization is line sequential
        file status is adjustment-file-status.
    select suspense-file assign to "SQRTADJS"
        organization is line sequential.
    select optional close-file assign to "SQRTCLOS"
        organization is line sequential
        file status is close-file-status.

data division.
file section.
    05  bi-iterations        pic 9(9).
    05  bi-records           pic 9(7).
    05  bi-rate-per-thousand pic 9(5)v99.
*> Blank on the month's charge line, as every line was before
*> adjustments; C or D on a credit or debit memo line, which also
*> carries the request id, reason code, and original month billed,
*> with its own amount (unsigned - the line type says which way it
*> posts) and zero usage figures.
    05  bi-line-type         pic x.
        88  bi-charge-line         value space.
        88  bi-credit-memo         value "C".
        88  bi-debit-memo          value "D".
    05  bi-request-id        pic x(8).
    05  bi-reason            pic x(2).
    05  bi-orig-period       pic 9(6).
    05  filler               pic x(15).

fd  adjustment-file.
01  adjustment-card          pic x(80).

*> The refused cards, in the card layout with the refusal code
*> stamped in, for accounting to correct and send again.
fd  suspense-file.
01  suspense-card            pic x(80).

fd  close-file.
copy "sqrtclsrec.cpy".

working-storage section.
77  rates-file-status    pic x(2).
77  invoice-total        pic 9(7)v99.
77  minimum-applied      pic x.
77  grand-total          pic 9(9)v99 value 0.
77  adjustment-file-status pic x(2).
77  close-file-status    pic x(2).
77  close-eof            pic x value "N".
*> The billing month's standing on SQRTCLOS: the latest line for
*> the month, C closed or O reopened; space when never closed.
77  month-standing       pic x value space.
    88  month-is-closed         value "C".
77  adjustment-eof       pic x value "N".
    88  end-of-adjustments      value "Y".
77  acc-request-id       pic x(8).
77  adj-count            pic s999 comp value 0.
77  adj-limit            pic s999 comp value 500.
77  adj-idx              pic s999 comp.
77  adj-check-idx        pic s999 comp.
77  adj-refusal-code     pic x(2).
77  adj-card-count       pic 9(7) value 0.
77  adj-refused-count    pic 9(7) value 0.
77  adj-overflow-count   pic 9(7) value 0.
77  dept-adj-count       pic 9(5).
77  dept-credits         pic 9(7)v99.
77  dept-debits          pic 9(7)v99.
77  net-due              pic s9(7)v99.
77  credit-total         pic 9(9)v99 value 0.
77  debit-total          pic 9(9)v99 value 0.

*> The run's adjustment cards, checked as they are loaded and then
*> against the output records as those are booked. A blank refusal
*> is a card to apply; the found switch says the request id ran for
*> the department in the month the card names.
01  adjustment-table.
    05  adjustment-entry occurs 500 times.
        10  at-dept          pic x(4).
        10  at-period        pic 9(6).
        10  at-request-id    pic x(8).
        10  at-type          pic x.
        10  at-amount        pic 9(5)v99.
        10  at-reason        pic x(2).
        10  at-reference     pic x(20).
        10  at-refusal       pic x(2).
        10  at-found         pic x.
        10  at-card          pic x(80).

copy "sqrtadjrec.cpy".

*> The same per-department accumulation the chargeback report
*> makes, from the same records - the figure billed is the figure
    05  filler            pic x(1)  value space.
    05  iv4-minimum-note  pic x(18).

01  adjustment-line.
    05  filler            pic x(3)  value spaces.
    05  al-type           pic x(7).
    05  filler            pic x(4)  value "req ".
    05  al-request-id     pic x(8).
    05  filler            pic x(9)  value "  billed ".
    05  al-period         pic 9999/99.
    05  filler            pic x(2)  value spaces.
    05  al-reason         pic x(2).
    05  filler            pic x(1)  value space.
    05  al-reason-text    pic x(22).
    05  al-reference      pic x(20).
    05  filler            pic x(4)  value "  $ ".
    05  al-amount         pic zzzzzz9.99.
    05  al-sign           pic x(3).

01  net-due-line.
    05  filler            pic x(3)  value spaces.
    05  filler            pic x(22) value "net after adjustments ".
    05  filler            pic x(3)  value "$  ".
    05  nd-net            pic zzzzzz9.99.
    05  nd-sign           pic x(3).

01  unbilled-line.
    05  filler            pic x(3)  value spaces.
    05  filler            pic x(44) value
    05  filler            pic x(24) value "total billed ....  $    ".
    05  gt-total          pic zzzzzzzz9.99.

01  credit-total-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(24) value "credit memos ....  $    ".
    05  cm-total          pic zzzzzzzz9.99.

01  debit-total-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(24) value "debit memos .....  $    ".
    05  dm-total          pic zzzzzzzz9.99.

01  adjustment-count-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "adjustment cards read ...  ".
    05  ac-count          pic zzzzzz9.

01  refused-count-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "adjustments refused .....  ".
    05  rc-count          pic zzzzzz9.

01  refused-header.
    05  filler            pic x(1)  value space.
    05  filler            pic x(50) value
        "adjustments refused - sent to SQRTADJS suspense".

01  refused-line.
    05  filler            pic x(3)  value spaces.
    05  rl-dept           pic x(4).
    05  filler            pic x(2)  value spaces.
    05  rl-period         pic x(6).
    05  filler            pic x(2)  value spaces.
    05  rl-request-id     pic x(8).
    05  filler            pic x(2)  value spaces.
    05  rl-type           pic x.
    05  filler            pic x(2)  value spaces.
    05  rl-amount         pic x(7).
    05  filler            pic x(2)  value spaces.
    05  rl-reason         pic x(2).
    05  filler            pic x(2)  value spaces.
    05  rl-refusal        pic x(2).
    05  filler            pic x(1)  value space.
    05  rl-refusal-text   pic x(40).

01  overflow-line.
    05  filler            pic x(3)  value spaces.
    05  filler            pic x(50) value
        "cards past the run's limit - to suspense as FL".
    05  ol-count          pic zzzzzz9.

01  other-period-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "other months bypassed ...  ".
    05  op-count          pic zzzzzz9.

01  closed-month-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(60) value
        "** month is closed - reopen it before billing it again".

01  no-rate-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(52) value
*> card in force, then prints one invoice block per department and
*> writes its interface line. The return code tells the JCL whether
*> the interface file is postable: 8 means no rate card was in
*> effect or the month is closed (nothing priced), 4 means some
*> department had no cost center to post to and was left off the
*> interface file, or some adjustment card was refused to suspense.
main-process.
    accept run-date from date yyyymmdd
    perform load-rate-card
    perform load-department-master
    perform settle-billing-period
    perform find-month-standing
    if month-is-closed then
        perform refuse-closed-month
        stop run
    end-if
    open output suspense-file
    perform load-adjustments
    open input sqrtout-file
    move "N" to wf-eof
    perform read-output-record
        until end-of-file
    close sqrtout-file
    perform accumulate-extended-file
    perform settle-adjustment
        varying adj-idx from 1 by 1
        until adj-idx > adj-count
    open output billing-report-file
    open output interface-file
    perform write-report-headers
        varying dept-idx from 1 by 1
        until dept-idx > dept-count
    perform write-grand-total
    perform write-refused-adjustments
    close billing-report-file interface-file suspense-file
    evaluate true
        when not rate-card-found
            move 8 to return-code
        when unbilled-dept-count > 0
            move 4 to return-code
        when adj-refused-count > 0
            move 4 to return-code
    end-evaluate
    stop run.

accumulate-record.
    move sqrtout-dept to acc-dept
    move sqrtout-iterations to acc-iterations
    move sqrtout-request-id to acc-request-id
    compute record-period = sqrtout-run-date / 100
    perform book-one-record
    perform read-output-record.
accumulate-extended-record.
    move sqrtoutx-dept to acc-dept
    move sqrtoutx-iterations to acc-iterations
    move sqrtoutx-request-id to acc-request-id
    compute record-period = sqrtoutx-run-date / 100
    perform book-one-record
    perform read-extended-record.

book-one-record.
    add 1 to record-count
    perform match-adjustment
        varying adj-idx from 1 by 1
        until adj-idx > adj-count
    if record-period not = billing-period then
        add 1 to other-period-count
    else
        dt-iterations (dept-idx) * rate-per-thousand / 1000
    compute invoice-total = record-charge + iteration-charge
    move space to minimum-applied
    if rate-card-found and dt-submitted (dept-idx) > 0
            and invoice-total < minimum-charge then
        move minimum-charge to invoice-total
        move "Y" to minimum-applied
    end-if
    write billing-report-line from invoice-line-3
    write billing-report-line from invoice-line-4
    if dmt-slot > 0 then
        if dt-submitted (dept-idx) > 0 then
            perform write-interface-line
        end-if
        move 0 to dept-adj-count
        move 0 to dept-credits
        move 0 to dept-debits
        perform apply-department-adjustment
            varying adj-idx from 1 by 1
            until adj-idx > adj-count
        if dept-adj-count > 0 then
            perform write-net-due-line
        end-if
    else
        add 1 to unbilled-dept-count
        write billing-report-line from unbilled-line
write-grand-total.
    move grand-total to gt-total
    write billing-report-line from grand-total-line
    if adj-card-count > 0 then
        move credit-total to cm-total
        move debit-total to dm-total
        move adj-card-count to ac-count
        move adj-refused-count to rc-count
        write billing-report-line from credit-total-line
        write billing-report-line from debit-total-line
        write billing-report-line from adjustment-count-line
        write billing-report-line from refused-count-line
    end-if
    if other-period-count > 0 then
        move other-period-count to op-count
        write billing-report-line from other-period-line
    end-if.

find-month-standing.
    open input close-file
    if close-file-status = "00" then
        perform read-close-record
        perform judge-close-record
            until close-eof = "Y"
        close close-file
    end-if.

read-close-record.
    read close-file
        at end move "Y" to close-eof
    end-read.

judge-close-record.
    if cls-period = billing-period then
        move cls-action to month-standing
    end-if
    perform read-close-record.

*> The interface and suspense files are still opened and closed, so
*> the generations the JCL catalogues are empty rather than unread,
*> and the adjustment cards stay where they are for the reopen.
refuse-closed-month.
    open output billing-report-file
    open output interface-file
    open output suspense-file
    perform write-report-headers
    write billing-report-line from closed-month-line
    close billing-report-file interface-file suspense-file
    move 8 to return-code.

*> Loads the month's adjustment cards, refusing on the spot any
*> card that can be judged from the card and the department master
*> alone. Whether the request ran in the month named is settled
*> after the output file has been booked.
load-adjustments.
    open input adjustment-file
    if adjustment-file-status = "00" then
        perform read-adjustment-card
        perform collect-adjustment-card
            until end-of-adjustments
        close adjustment-file
    end-if.

read-adjustment-card.
    read adjustment-file into adjustment-rec
        at end move "Y" to adjustment-eof
    end-read.

collect-adjustment-card.
    add 1 to adj-card-count
    if adj-count < adj-limit then
        add 1 to adj-count
        move adj-dept to at-dept (adj-count)
        move adj-period to at-period (adj-count)
        move adj-request-id to at-request-id (adj-count)
        move adj-type to at-type (adj-count)
        move adj-amount to at-amount (adj-count)
        move adj-reason to at-reason (adj-count)
        move adj-reference to at-reference (adj-count)
        move "N" to at-found (adj-count)
        move adjustment-rec to at-card (adj-count)
        perform judge-adjustment-card
        move adj-refusal-code to at-refusal (adj-count)
    else
        add 1 to adj-overflow-count
        add 1 to adj-refused-count
        move "FL" to adj-refusal
        write suspense-card from adjustment-rec
    end-if
    perform read-adjustment-card.

*> First failing test wins; the card's own fields are still in the
*> copybook record, the period and amount tested there before the
*> table copy of them is trusted.
judge-adjustment-card.
    move spaces to adj-refusal-code
    move adj-dept to dept-lookup-code
    perform find-department-master
    evaluate true
        when dmt-slot = 0
            move "DP" to adj-refusal-code
        when not adj-credit and not adj-debit
            move "TY" to adj-refusal-code
        when adj-amount is not numeric
            move "AM" to adj-refusal-code
        when adj-amount = 0
            move "AM" to adj-refusal-code
        when not adj-reason-valid
            move "RS" to adj-refusal-code
        when adj-period is not numeric
            move "PD" to adj-refusal-code
        when adj-period = 0 or adj-period > billing-period
            move "PD" to adj-refusal-code
        when other
            perform check-duplicate-adjustment
                varying adj-check-idx from 1 by 1
                until adj-check-idx >= adj-count
                    or adj-refusal-code not = spaces
    end-evaluate.

check-duplicate-adjustment.
    if at-refusal (adj-check-idx) = spaces
            and at-dept (adj-check-idx) = adj-dept
            and at-period (adj-check-idx) = adj-period
            and at-request-id (adj-check-idx) = adj-request-id
            and at-type (adj-check-idx) = adj-type
            and at-reason (adj-check-idx) = adj-reason then
        move "DU" to adj-refusal-code
    end-if.

match-adjustment.
    if at-refusal (adj-idx) = spaces
            and at-dept (adj-idx) = acc-dept
            and at-request-id (adj-idx) = acc-request-id
            and at-period (adj-idx) = record-period then
        move "Y" to at-found (adj-idx)
    end-if.

*> A card whose request never ran for the department in the month
*> named is refused; one that did gets its department an invoice
*> block this month even with no usage of its own to bill.
settle-adjustment.
    if at-refusal (adj-idx) = spaces then
        if at-found (adj-idx) not = "Y" then
            move "NR" to at-refusal (adj-idx)
        else
            move at-dept (adj-idx) to acc-dept
            perform find-department-slot
            if dept-slot = 0 then
                move "TF" to at-refusal (adj-idx)
            end-if
        end-if
    end-if
    if at-refusal (adj-idx) not = spaces then
        add 1 to adj-refused-count
    end-if.

*> One accepted card on its department's invoice, and its memo line
*> on the interface file against the same cost center.
apply-department-adjustment.
    if at-refusal (adj-idx) = spaces
            and at-dept (adj-idx) = dt-dept (dept-idx) then
        add 1 to dept-adj-count
        if at-type (adj-idx) = "C" then
            add at-amount (adj-idx) to dept-credits
            add at-amount (adj-idx) to credit-total
            move "credit " to al-type
            move " cr" to al-sign
        else
            add at-amount (adj-idx) to dept-debits
            add at-amount (adj-idx) to debit-total
            move "debit  " to al-type
            move spaces to al-sign
        end-if
        move at-request-id (adj-idx) to al-request-id
        move at-period (adj-idx) to al-period
        move at-reason (adj-idx) to al-reason
        move at-reason (adj-idx) to adj-reason
        perform name-adjustment-reason
        move at-reference (adj-idx) to al-reference
        move at-amount (adj-idx) to al-amount
        write billing-report-line from adjustment-line
        perform write-memo-line
    end-if.

name-adjustment-reason.
    evaluate true
        when adj-rejects-billed
            move "rejects billed" to al-reason-text
        when adj-non-convergent
            move "non-convergent billed" to al-reason-text
        when adj-recycle-rebill
            move "rebilled on recycle" to al-reason-text
        when adj-rate-error
            move "rate or pricing" to al-reason-text
        when other
            move "other" to al-reason-text
    end-evaluate.

write-memo-line.
    move spaces to interface-rec
    move dmt-cost-center (dmt-slot) to bi-cost-center
    move dt-dept (dept-idx) to bi-dept
    move billing-period to bi-period
    move at-amount (adj-idx) to bi-amount
    move 0 to bi-iterations
    move 0 to bi-records
    move 0 to bi-rate-per-thousand
    move at-type (adj-idx) to bi-line-type
    move at-request-id (adj-idx) to bi-request-id
    move at-reason (adj-idx) to bi-reason
    move at-period (adj-idx) to bi-orig-period
    write interface-rec.

*> What the department owes once this month's cards are applied; a
*> credit balance prints as such rather than as a negative charge.
write-net-due-line.
    compute net-due = invoice-total - dept-credits + dept-debits
    if net-due < 0 then
        compute net-due = 0 - net-due
        move " cr" to nd-sign
    else
        move spaces to nd-sign
    end-if
    move net-due to nd-net
    write billing-report-line from net-due-line.

write-refused-adjustments.
    if adj-refused-count > 0 then
        write billing-report-line from report-blank-line
        write billing-report-line from refused-header
        perform write-refused-adjustment
            varying adj-idx from 1 by 1
            until adj-idx > adj-count
        if adj-overflow-count > 0 then
            move adj-overflow-count to ol-count
            write billing-report-line from overflow-line
        end-if
    end-if.

*> Prints the refused card and sends it to suspense exactly as it
*> came in, refusal code stamped.
write-refused-adjustment.
    if at-refusal (adj-idx) not = spaces then
        move at-card (adj-idx) to adjustment-rec
        move at-refusal (adj-idx) to adj-refusal
        write suspense-card from adjustment-rec
        move adj-dept to rl-dept
        move adj-period-image to rl-period
        move adj-request-id to rl-request-id
        move adj-type to rl-type
        move adj-amount-image to rl-amount
        move adj-reason to rl-reason
        move adj-refusal to rl-refusal
        perform name-refusal
        write billing-report-line from refused-line
    end-if.

name-refusal.
    evaluate at-refusal (adj-idx)
        when "DP"
            move "department not on master" to rl-refusal-text
        when "TY"
            move "type not C or D" to rl-refusal-text
        when "AM"
            move "amount missing or zero" to rl-refusal-text
        when "RS"
            move "reason code not known" to rl-refusal-text
        when "PD"
            move "period missing or after month billed"
                to rl-refusal-text
        when "DU"
            move "same card twice" to rl-refusal-text
        when "NR"
            move "request not run for dept in period"
                to rl-refusal-text
        when "FL"
            move "more than one run holds" to rl-refusal-text
        when "TF"
            move "department table full" to rl-refusal-text
        when other
            move spaces to rl-refusal-text
    end-evaluate.
