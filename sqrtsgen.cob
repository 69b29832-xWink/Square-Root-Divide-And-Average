*> Standing-order generator, run ahead of the intake step. Several
*> departments used to key the same values every week or every
*> month-end through the entry screen, or send the same G range card
*> night after night. Their standing orders now sit on the SQRTSGEN
*> master instead - kept up on the sqrtsmnt screen - and this
*> program writes the orders due tonight as a deck of its own,
*> wrapped in the same header and trailer every feeder deck carries
*> (source id, record count, Z hash), so the intake step balances
*> it like any other source. The deck's source id carries the date
*> it was generated for: every night's standing deck is a new deck
*> to the intake's receipt register, and a rerun the same night is
*> the same deck. A night with nothing due writes no deck at all.
identification division.
program-id. sqrtsgen.

environment division.
input-output section.
file-control.
    select optional order-file assign to "SQRTSORD"
        organization is line sequential
        file status is order-file-status.
    select standing-deck-file assign to "SQRTSGDK"
        organization is sequential.
    select report-file assign to "SQRTSGRP"
        organization is line sequential.
    select optional gen-parm-file assign to "SGENPARM"
        organization is line sequential
        file status is gen-parm-status.

data division.
file section.
fd  order-file.
copy "sqrtsorrec.cpy".

fd  standing-deck-file
    record contains 60 characters.
01  standing-deck-rec        pic x(60).

fd  report-file.
01  report-line              pic x(132).

*> The date to generate for, yyyymmdd - blank for today. Lets a run
*> that slips past midnight, or a catch-up for a missed night, cut
*> the deck the intended night would have.
fd  gen-parm-file.
01  gen-parm-rec.
    05  gp-date              pic 9(8).
    05  filler               pic x(72).

working-storage section.
copy "sqrtldgrec.cpy".
copy "sqrtdckrec.cpy".
77  order-file-status        pic x(2).
77  gen-parm-status          pic x(2).
77  order-eof                pic x value "N".
    88  end-of-orders              value "Y".
77  run-date                 pic 9(8).
77  gen-date                 pic 9(8).
77  gen-integer              pic 9(7).
77  gen-weekday              pic 9.
77  week-count               pic 9(7).
01  next-day-date            pic 9(8).
01  next-day-redef redefines next-day-date.
    05  filler               pic x(6).
    05  next-day-dd          pic 99.
77  month-end-switch         pic x value "N".
    88  gen-is-month-end           value "Y".
77  order-verdict            pic x.
    88  order-due                  value "D".
    88  order-not-due              value "N".
    88  order-inactive             value "S".
    88  order-invalid              value "X".
77  order-request-id         pic x(8).
77  order-count              pic 9(7) value 0.
77  due-count                pic 9(7) value 0.
77  not-due-count            pic 9(7) value 0.
77  inactive-count           pic 9(7) value 0.
77  invalid-count            pic 9(7) value 0.
77  deck-record-count        pic 9(7) value 0.
77  deck-z-hash              pic 9(13)v9(6) value 0.

*> The deck's data records, in the raw layouts the intake and edit
*> steps read: a single value as an ordinary record, a range as a G
*> card the edit step expands.
01  order-value-image.
    05  ovi-sign             pic x.
    05  ovi-z                pic 9(10)v9(6).
    05  ovi-root-power       pic 99.
    05  ovi-request-id       pic x(8).
    05  ovi-dept             pic x(4).
    05  ovi-priority         pic x.
    05  ovi-extended         pic x.
    05  filler               pic x(27) value spaces.

01  order-range-image.
    05  ori-type             pic x value "G".
    05  ori-lo               pic 9(10)v9(6).
    05  ori-hi               pic 9(10)v9(6).
    05  ori-step             pic 9(4)v9(6).
    05  ori-root-power       pic 99.
    05  ori-request-id       pic x(8).
    05  ori-dept             pic x(4).
    05  ori-priority         pic x.
    05  ori-extended         pic x.
    05  filler               pic x(1) value space.

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "standing order generation".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.
    05  filler            pic x(12) value "  orders for".
    05  filler            pic x(1)  value space.
    05  rh1-gen-date      pic 9999/99/99.

01  report-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(6)  value "dept".
    05  filler            pic x(6)  value "order".
    05  filler            pic x(10) value "request".
    05  filler            pic x(19) value "value / low".
    05  filler            pic x(19) value "high".
    05  filler            pic x(13) value "step".
    05  filler            pic x(6)  value "root".
    05  filler            pic x(5)  value "freq".
    05  filler            pic x(20) value "outcome".

01  report-blank-line       pic x(1) value space.

01  order-line.
    05  filler            pic x(1)  value space.
    05  ol-dept           pic x(4).
    05  filler            pic x(2)  value spaces.
    05  ol-order-no       pic 9(3).
    05  filler            pic x(3)  value spaces.
    05  ol-request-id     pic x(8).
    05  filler            pic x(1)  value space.
    05  ol-sign           pic x.
    05  ol-lo             pic z(9)9.9(6).
    05  filler            pic x(2)  value spaces.
    05  ol-hi             pic z(9)9.9(6).
    05  filler            pic x(2)  value spaces.
    05  ol-step           pic z(3)9.9(6).
    05  filler            pic x(2)  value spaces.
    05  ol-root           pic 99.
    05  filler            pic x(4)  value spaces.
    05  ol-frequency      pic x.
    05  filler            pic x(4)  value spaces.
    05  ol-outcome        pic x(24).

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "orders on file ..........  ".
    05  rt1-orders        pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "orders generated ........  ".
    05  rt2-due           pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "not due tonight .........  ".
    05  rt3-not-due       pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "suspended or ended ......  ".
    05  rt4-inactive      pic zzzzzz9.

01  report-trailer-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "invalid orders skipped ..  ".
    05  rt5-invalid       pic zzzzzz9.

01  report-trailer-6.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "standing deck source id .  ".
    05  rt6-source-id     pic x(8).

procedure division.
*> Two passes over the order master, like the intake's two passes
*> over its decks: the first judges every order and works out the
*> deck's count and hash, the second writes the header, the due
*> orders, and the trailer. RC 4 when an order card is invalid and
*> was skipped; the rest still go out.
main-process.
    perform record-step-start
    accept run-date from date yyyymmdd
    perform get-generation-date
    open output report-file
    perform write-report-headers
    perform judge-standing-orders
    perform write-standing-deck
    perform write-report-totals
    close report-file
    if invalid-count > 0 then
        move 4 to return-code
    end-if
    perform record-step-end
    stop run.

*> The weekday comes off the day number - day 1, 1601/01/01, was a
*> Monday - and the month-end test asks whether tomorrow is the 1st.
get-generation-date.
    move run-date to gen-date
    open input gen-parm-file
    if gen-parm-status = "00" then
        read gen-parm-file
            at end continue
            not at end
                if gp-date is numeric and gp-date > 0
                    move gp-date to gen-date
                end-if
        end-read
        close gen-parm-file
    end-if
    compute gen-integer = function integer-of-date (gen-date)
    divide 7 into gen-integer giving week-count
        remainder gen-weekday
    if gen-weekday = 0 then
        move 7 to gen-weekday
    end-if
    compute next-day-date =
        function date-of-integer (gen-integer + 1)
    if next-day-dd = 1 then
        move "Y" to month-end-switch
    end-if
    move spaces to deck-control-rec
    move "SO" to dkc-source-id
    move gen-date (3:6) to dkc-source-id (3:6).

write-report-headers.
    move run-date to rh1-date
    move gen-date to rh1-gen-date
    write report-line from report-header-1
    write report-line from report-blank-line
    write report-line from report-header-2
    write report-line from report-blank-line.

*> Pass one.
judge-standing-orders.
    open input order-file
    if order-file-status = "00" then
        perform read-standing-order
        perform judge-one-order
            until end-of-orders
        close order-file
    end-if.

read-standing-order.
    read order-file
        at end move "Y" to order-eof
    end-read.

judge-one-order.
    add 1 to order-count
    perform settle-order-verdict
    evaluate true
        when order-due
            add 1 to due-count
            add 1 to deck-record-count
            add sor-lo to deck-z-hash
            move "generated" to ol-outcome
            perform write-order-line
        when order-invalid
            add 1 to invalid-count
            move "INVALID ORDER - skipped" to ol-outcome
            perform write-order-line
        when order-inactive
            add 1 to inactive-count
        when other
            add 1 to not-due-count
    end-evaluate
    perform read-standing-order.

*> An order has to prove readable before its schedule means
*> anything: a card the screen never wrote, or one hand-edited
*> badly, is skipped and reported rather than generating garbage.
settle-order-verdict.
    evaluate true
        when sor-ended or sor-suspended
            move "S" to order-verdict
        when not sor-active
            move "X" to order-verdict
        when sor-order-no not numeric
                or sor-lo not numeric
                or sor-root-power not numeric
                or sor-start-date not numeric
                or sor-stop-date not numeric
            move "X" to order-verdict
        when not (sor-single-value or sor-range)
            move "X" to order-verdict
        when sor-single-value
                and sor-sign not = "+" and sor-sign not = "-"
            move "X" to order-verdict
        when sor-range and (sor-hi not numeric
                or sor-step not numeric)
            move "X" to order-verdict
        when not (sor-daily or sor-weekly or sor-month-end)
            move "X" to order-verdict
        when sor-weekly and (sor-weekday not numeric
                or sor-weekday < 1 or sor-weekday > 7)
            move "X" to order-verdict
        when sor-start-date > gen-date
            move "N" to order-verdict
        when sor-stop-date > 0 and sor-stop-date < gen-date
            move "N" to order-verdict
        when sor-daily
            move "D" to order-verdict
        when sor-weekly and sor-weekday = gen-weekday
            move "D" to order-verdict
        when sor-month-end and gen-is-month-end
            move "D" to order-verdict
        when other
            move "N" to order-verdict
    end-evaluate
    move sor-prefix to order-request-id (1:4)
    move gen-date (5:4) to order-request-id (5:4).

write-order-line.
    move sor-dept to ol-dept
    if sor-order-no is numeric then
        move sor-order-no to ol-order-no
    else
        move 0 to ol-order-no
    end-if
    move order-request-id to ol-request-id
    move spaces to ol-sign
    move 0 to ol-lo
    move 0 to ol-hi
    move 0 to ol-step
    move 0 to ol-root
    if not order-invalid then
        move sor-lo to ol-lo
        move sor-root-power to ol-root
        if sor-range then
            move "G" to ol-sign
            move sor-hi to ol-hi
            move sor-step to ol-step
        else
            move sor-sign to ol-sign
        end-if
    end-if
    move sor-frequency to ol-frequency
    write report-line from order-line.

*> Pass two. The header and trailer carry the count and hash pass
*> one worked out, as any feeder's would.
write-standing-deck.
    open output standing-deck-file
    if deck-record-count > 0 then
        move "H" to dkc-type
        move deck-record-count to dkc-count
        move deck-z-hash to dkc-z-hash
        write standing-deck-rec from deck-control-rec
        move "N" to order-eof
        open input order-file
        if order-file-status = "00" then
            perform read-standing-order
            perform write-due-order
                until end-of-orders
            close order-file
        end-if
        move "T" to dkc-type
        write standing-deck-rec from deck-control-rec
    end-if
    close standing-deck-file.

write-due-order.
    perform settle-order-verdict
    if order-due then
        if sor-range then
            move sor-lo to ori-lo
            move sor-hi to ori-hi
            move sor-step to ori-step
            move sor-root-power to ori-root-power
            move order-request-id to ori-request-id
            move sor-dept to ori-dept
            move sor-priority to ori-priority
            move sor-extended to ori-extended
            write standing-deck-rec from order-range-image
        else
            move sor-sign to ovi-sign
            move sor-lo to ovi-z
            move sor-root-power to ovi-root-power
            move order-request-id to ovi-request-id
            move sor-dept to ovi-dept
            move sor-priority to ovi-priority
            move sor-extended to ovi-extended
            write standing-deck-rec from order-value-image
        end-if
    end-if
    perform read-standing-order.

write-report-totals.
    move order-count to rt1-orders
    move due-count to rt2-due
    move not-due-count to rt3-not-due
    move inactive-count to rt4-inactive
    move invalid-count to rt5-invalid
    write report-line from report-blank-line
    write report-line from report-trailer-1
    write report-line from report-trailer-2
    write report-line from report-trailer-3
    write report-line from report-trailer-4
    write report-line from report-trailer-5
    if deck-record-count > 0 then
        move dkc-source-id to rt6-source-id
        write report-line from report-trailer-6
    end-if.

*> Books the step's start and end on the step-completion ledger.
*> This step runs ahead of the cycle draw, so it books against the
*> cycle about to be drawn. The call leaves the subprogram's code in
*> RETURN-CODE, so the step's own is put back after it.
record-step-start.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTSGEN" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "P" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTSGEN" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "P" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
