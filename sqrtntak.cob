*> merges the records of the decks that balance into the single
*> SQRTIN file the edit step reads, and prints an intake report by
*> source. A deck that doesn't balance bounces here with a return
*> code instead of melting invisibly into the combined input. An
*> entry-screen deck names the clerk who keyed it in its header,
*> and the report carries that operator id beside the deck.
*> Every deck merged is entered on the SQRTDRCP deck receipt
*> register under its source id, count, and hash. A deck that
*> balances but matches one already registered from an earlier
*> cycle - a feeder retransmitting last night's deck - bounces as
*> a suspected duplicate with that cycle named on the report,
*> unless operations put in an SQRTDREL release card for it.
identification division.
program-id. sqrtntak.

        organization is sequential.
    select report-file assign to "SQRTNRPT"
        organization is line sequential.
*> The request tracking file, stamped with every request this step
*> receives. Like the master and the cross-reference it is a
*> convenience: an intake night whose tracking file won't open
*> still balances and merges.
    select optional track-file assign to "SQRTTRAK"
        organization is indexed
        access mode is random
        record key is trk-key
        file status is track-file-status.
*> The deck receipt register. Like the tracking file it never stops
*> the intake: a night whose register won't open merges every deck
*> that balances, with nothing to check it against.
    select optional receipt-file assign to "SQRTDRCP"
        organization is indexed
        access mode is random
        record key is rcp-key
        file status is receipt-file-status.
    select optional release-file assign to "SQRTDREL"
        organization is line sequential
        file status is release-file-status.

data division.
file section.
    05  deck-raw-z-numeric redefines deck-raw-z-digits
                             pic 9(10)v9(6).
    05  deck-raw-rest        pic x(43).
*> Where the request id and department sit on an ordinary data
*> record, and on a G range-generator card.
01  deck-std-view.
    05  filler               pic x(19).
    05  deck-std-request-id  pic x(8).
    05  deck-std-dept        pic x(4).
    05  filler               pic x(29).
01  deck-gen-view.
    05  filler               pic x(45).
    05  deck-gen-request-id  pic x(8).
    05  deck-gen-dept        pic x(4).
    05  filler               pic x(3).

fd  sqrtin-file
    record contains 60 characters.
fd  report-file.
01  report-line              pic x(132).

fd  track-file.
copy "sqrttrkrec.cpy".

fd  receipt-file.
copy "sqrtrcprec.cpy".

*> Operations' release for a deck bounced as a duplicate that really
*> is a resubmission: the source id and record count the intake
*> report showed, who released it, and why.
fd  release-file.
01  deck-release-rec.
    05  drl-source-id        pic x(8).
    05  filler               pic x(1).
    05  drl-count            pic 9(7).
    05  filler               pic x(1).
    05  drl-operator         pic x(8).
    05  filler               pic x(1).
    05  drl-reason           pic x(40).
    05  filler               pic x(14).

working-storage section.
copy "sqrtldgrec.cpy".
copy "sqrtdckrec.cpy".
77  track-file-status        pic x(2).
77  track-open-switch        pic x value "N".
    88  track-is-open              value "Y".
77  track-found-switch       pic x value "N".
    88  track-found                value "Y".
77  track-key-work           pic x(12).
77  deck-eof                 pic x value "N".
    88  end-of-decks               value "Y".
77  in-deck-switch           pic x value "N".
77  bounced-record-count     pic 9(7) value 0.
77  orphan-record-count      pic 9(7) value 0.
77  overflow-deck-count      pic 9(3) value 0.
77  duplicate-deck-count     pic 9(3) value 0.
77  released-deck-count      pic 9(3) value 0.
*> The cycle tonight's merge feeds - the one the batch driver is
*> about to draw.
77  intake-cycle             pic 9(5) value 0.
77  receipt-file-status      pic x(2).
77  receipt-open-switch      pic x value "N".
    88  receipt-is-open            value "Y".
77  receipt-found-switch     pic x value "N".
    88  receipt-found              value "Y".
77  release-file-status      pic x(2).
77  release-eof              pic x value "N".
77  rel-count                pic s999 comp value 0.
77  rel-limit                pic s999 comp value 20.
77  rel-idx                  pic s999 comp.
77  rel-slot                 pic s999 comp.
77  prior-idx                pic s999 comp.
77  prior-slot               pic s999 comp.

*> One row per header/trailer pair met on the intake file, in
*> arrival order - the same source id can legitimately appear more
01  deck-table.
    05  deck-entry occurs 50 times.
        10  dk-source-id     pic x(8).
        10  dk-operator-id   pic x(8).
        10  dk-expected-count pic 9(7).
        10  dk-actual-count  pic 9(7).
        10  dk-expected-hash pic 9(13)v9(6).
            88  dk-count-wrong     value "C".
            88  dk-hash-wrong      value "H".
            88  dk-no-trailer      value "T".
            88  dk-duplicate       value "D".
*> For a duplicate, the cycle the matching deck fed (zero when it
*> repeats a deck earlier on tonight's own intake file); for a
*> balanced deck, whether a release card let it through.
        10  dk-original-cycle pic 9(5).
        10  dk-released      pic x.

*> Tonight's release cards. Twenty is far more than a night's
*> genuine resubmissions.
01  release-table.
    05  rel-entry occurs 20 times.
        10  rel-source-id    pic x(8).
        10  rel-deck-count   pic 9(7).
        10  rel-operator     pic x(8).
        10  rel-reason       pic x(40).
        10  rel-used         pic 9(3).

01  report-header-1.
    05  filler            pic x(1)  value space.
01  report-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(10) value "source".
    05  filler            pic x(10) value "operator".
    05  filler            pic x(11) value "    records".
    05  filler            pic x(11) value "   expected".
    05  filler            pic x(22) value "  verdict".
    05  filler            pic x(1)  value space.
    05  dl-source-id      pic x(8).
    05  filler            pic x(2)  value spaces.
    05  dl-operator-id    pic x(8).
    05  filler            pic x(2)  value spaces.
    05  dl-records        pic zzzzzz9.
    05  filler            pic x(4)  value spaces.
    05  dl-expected       pic zzzzzz9.
    05  filler            pic x(28) value "records outside a deck ..  ".
    05  rt6-orphans       pic zzzzzz9.

01  report-trailer-7.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "of which duplicates .....  ".
    05  rt7-duplicates    pic zzzzzz9.

01  report-trailer-8.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "duplicates released .....  ".
    05  rt8-released      pic zzzzzz9.

01  release-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(9)  value "release: ".
    05  rll-source-id     pic x(8).
    05  filler            pic x(1)  value space.
    05  rll-count         pic zzzzzz9.
    05  filler            pic x(4)  value " by ".
    05  rll-operator      pic x(8).
    05  filler            pic x(2)  value spaces.
    05  rll-used          pic x(14).
    05  rll-reason        pic x(40).

procedure division.
*> Two passes over the intake file: the first balances every deck
*> against its trailer and fills the verdict table, the second
*> means some decks bounced but the survivors are on the file,
*> 0 means every deck balanced.
main-process.
    perform record-step-start
    move ldg-cycle to intake-cycle
    accept run-date from date yyyymmdd
    perform load-release-cards
    open output report-file
    perform write-report-headers
    perform balance-decks
    perform check-deck-receipts
    perform merge-balanced-decks
    perform write-deck-lines
        varying deck-idx from 1 by 1
        until deck-idx > deck-count
    perform write-report-totals
    if rel-count > 0 then
        write report-line from report-blank-line
        perform write-release-line
            varying rel-idx from 1 by 1
            until rel-idx > rel-count
    end-if
    close report-file
    evaluate true
        when merged-record-count = 0
                or overflow-deck-count > 0
            move 4 to return-code
    end-evaluate
    perform record-step-end
    stop run.

write-report-headers.
        add 1 to deck-count
        move deck-count to current-deck-slot
        move dkc-source-id to dk-source-id (deck-count)
        move dkc-operator-id to dk-operator-id (deck-count)
        move 0 to dk-expected-count (deck-count)
        move 0 to dk-actual-count (deck-count)
        move 0 to dk-expected-hash (deck-count)
        move 0 to dk-actual-hash (deck-count)
        move "T" to dk-verdict (deck-count)
        move 0 to dk-original-cycle (deck-count)
        move "N" to dk-released (deck-count)
    else
        move 0 to current-deck-slot
        add 1 to overflow-deck-count
        move "T" to dk-verdict (current-deck-slot)
    end-if.

load-release-cards.
    open input release-file
    if release-file-status = "00" then
        perform read-release-card
        perform collect-release-card
            until release-eof = "Y"
        close release-file
    end-if.

read-release-card.
    read release-file
        at end move "Y" to release-eof
    end-read.

collect-release-card.
    if rel-count < rel-limit and drl-source-id not = spaces
            and drl-count is numeric then
        add 1 to rel-count
        move drl-source-id to rel-source-id (rel-count)
        move drl-count to rel-deck-count (rel-count)
        move drl-operator to rel-operator (rel-count)
        move drl-reason to rel-reason (rel-count)
        move 0 to rel-used (rel-count)
    end-if
    perform read-release-card.

*> Between the passes: every deck that balanced is checked against
*> the decks ahead of it tonight and against the receipt register,
*> and the ones that are to merge are entered on the register. An
*> empty deck can't be double-billed, so it is never a duplicate. A
*> register entry for the cycle this intake feeds is tonight's own
*> - an intake rerun ahead of a restarted batch run - and merges
*> again; only an earlier cycle's entry makes a duplicate.
check-deck-receipts.
    open i-o receipt-file
    if receipt-file-status = "00" or "05" then
        move "Y" to receipt-open-switch
    end-if
    perform check-one-deck
        varying deck-idx from 1 by 1
        until deck-idx > deck-count
    if receipt-is-open then
        close receipt-file
    end-if.

check-one-deck.
    if dk-balanced (deck-idx) and dk-actual-count (deck-idx) > 0 then
        perform find-earlier-deck
        if prior-slot > 0 then
            move "D" to dk-verdict (deck-idx)
            move 0 to dk-original-cycle (deck-idx)
        else
            perform check-receipt-register
        end-if
    end-if.

find-earlier-deck.
    move 0 to prior-slot
    perform match-earlier-deck
        varying prior-idx from 1 by 1
        until prior-idx >= deck-idx or prior-slot not = 0.

match-earlier-deck.
    if dk-balanced (prior-idx)
            and dk-source-id (prior-idx) = dk-source-id (deck-idx)
            and dk-actual-count (prior-idx) = dk-actual-count (deck-idx)
            and dk-actual-hash (prior-idx) = dk-actual-hash (deck-idx)
        move prior-idx to prior-slot
    end-if.

check-receipt-register.
    if receipt-is-open then
        move dk-source-id (deck-idx) to rcp-source-id
        move dk-actual-count (deck-idx) to rcp-count
        move dk-actual-hash (deck-idx) to rcp-z-hash
        move "Y" to receipt-found-switch
        read receipt-file
            invalid key move "N" to receipt-found-switch
        end-read
        if receipt-found and rcp-cycle not = intake-cycle then
            perform find-release-card
            if rel-slot > 0 then
                add 1 to rel-used (rel-slot)
                move "Y" to dk-released (deck-idx)
                move rcp-cycle to dk-original-cycle (deck-idx)
                add 1 to rcp-release-count
                move rel-operator (rel-slot) to rcp-released-by
                perform register-deck-receipt
            else
                move "D" to dk-verdict (deck-idx)
                move rcp-cycle to dk-original-cycle (deck-idx)
            end-if
        else
            perform register-deck-receipt
        end-if
    end-if.

find-release-card.
    move 0 to rel-slot
    perform match-release-card
        varying rel-idx from 1 by 1
        until rel-idx > rel-count or rel-slot not = 0.

match-release-card.
    if rel-source-id (rel-idx) = dk-source-id (deck-idx)
            and rel-deck-count (rel-idx) = dk-actual-count (deck-idx)
        move rel-idx to rel-slot
    end-if.

register-deck-receipt.
    if not receipt-found then
        move dk-source-id (deck-idx) to rcp-source-id
        move dk-actual-count (deck-idx) to rcp-count
        move dk-actual-hash (deck-idx) to rcp-z-hash
        move run-date to rcp-first-date
        move intake-cycle to rcp-first-cycle
        move 0 to rcp-release-count
        move spaces to rcp-released-by
    end-if
    move run-date to rcp-arrival-date
    move intake-cycle to rcp-cycle
    move dk-operator-id (deck-idx) to rcp-operator-id
    if receipt-found then
        rewrite deck-receipt-rec
            invalid key continue
        end-rewrite
    else
        write deck-receipt-rec
            invalid key continue
        end-write
    end-if.

*> Pass two: reread the intake file and copy forward only the data
*> records of decks pass one proved. The deck ordinal is tracked
*> the same way pass one assigned table rows, so the verdicts line
    move 0 to pass-two-deck
    open input deck-file
    open output sqrtin-file
    perform open-track-file
    perform read-deck-record
    perform copy-deck-record
        until end-of-decks
    close deck-file sqrtin-file
    if track-is-open then
        close track-file
    end-if.

copy-deck-record.
    evaluate true
                    if dk-verdict (pass-two-deck) = "B"
                        add 1 to merged-record-count
                        write sqrtin-image from deck-data-rec
                        perform track-request-received
                    else
                        add 1 to bounced-record-count
                        perform track-request-bounced
                    end-if
                else
                    add 1 to bounced-record-count
    end-evaluate
    perform read-deck-record.

open-track-file.
    open i-o track-file
    if track-file-status = "00" or "05" then
        move "Y" to track-open-switch
    end-if.

*> A merged record opens its request's lifecycle, or adds to one
*> already in flight (a second deck carrying more of the same
*> request). One whose last lifecycle closed starts over: the
*> request id has come round again as new work.
track-request-received.
    if track-is-open then
        perform find-request-track
        if track-found and trk-closed then
            perform start-request-track
        end-if
        if not trk-outstanding then
            move run-date to trk-received-date
        end-if
        move "R" to trk-stage
        move dk-source-id (pass-two-deck) to trk-source-id
        add 1 to trk-received-count
        perform file-request-track
    end-if.

*> A bounced record is booked only when nothing live is on file for
*> the request - a retransmission that bounces must not overwrite
*> the record of the copy that merged and is already in the works.
track-request-bounced.
    if track-is-open then
        perform find-request-track
        if track-found and trk-closed then
            perform start-request-track
        end-if
        if not trk-outstanding then
            move run-date to trk-received-date
            move "B" to trk-stage
            move dk-source-id (pass-two-deck) to trk-source-id
            add 1 to trk-received-count
            perform file-request-track
        end-if
    end-if.

find-request-track.
    if deck-raw-sign = "G" then
        move deck-gen-request-id to track-key-work (1:8)
        move deck-gen-dept to track-key-work (9:4)
    else
        move deck-std-request-id to track-key-work (1:8)
        move deck-std-dept to track-key-work (9:4)
    end-if
    move track-key-work to trk-key
    move "Y" to track-found-switch
    read track-file
        invalid key move "N" to track-found-switch
    end-read
    if not track-found then
        perform start-request-track
    end-if.

start-request-track.
    initialize request-track-rec
    move track-key-work to trk-key.

file-request-track.
    if track-found then
        rewrite request-track-rec
            invalid key continue
        end-rewrite
    else
        write request-track-rec
            invalid key continue
        end-write
    end-if.

write-deck-lines.
    move dk-source-id (deck-idx) to dl-source-id
    move dk-operator-id (deck-idx) to dl-operator-id
    move dk-actual-count (deck-idx) to dl-records
    move dk-expected-count (deck-idx) to dl-expected
    evaluate true
        when dk-balanced (deck-idx) and dk-released (deck-idx) = "Y"
            add 1 to merged-deck-count
            add 1 to released-deck-count
            move "released resubmission" to dl-verdict
        when dk-balanced (deck-idx)
            add 1 to merged-deck-count
            move "balanced - merged" to dl-verdict
        when dk-hash-wrong (deck-idx)
            add 1 to bounced-deck-count
            move "OUT OF BALANCE - hash" to dl-verdict
        when dk-duplicate (deck-idx)
            add 1 to bounced-deck-count
            add 1 to duplicate-deck-count
            if dk-original-cycle (deck-idx) > 0
                move "DUPLICATE OF CYCLE" to dl-verdict
                move dk-original-cycle (deck-idx) to dl-verdict (20:5)
            else
                move "DUPLICATE IN THIS RUN" to dl-verdict
            end-if
        when other
            add 1 to bounced-deck-count
            move "NO TRAILER - bounced" to dl-verdict
    write report-line from report-trailer-3
    write report-line from report-trailer-4
    write report-line from report-trailer-5
    write report-line from report-trailer-6
    move duplicate-deck-count to rt7-duplicates
    move released-deck-count to rt8-released
    write report-line from report-trailer-7
    write report-line from report-trailer-8.

write-release-line.
    move rel-source-id (rel-idx) to rll-source-id
    move rel-deck-count (rel-idx) to rll-count
    move rel-operator (rel-idx) to rll-operator
    move rel-reason (rel-idx) to rll-reason
    if rel-used (rel-idx) > 0 then
        move "deck released " to rll-used
    else
        move "no duplicate  " to rll-used
    end-if
    write report-line from release-line.

*> Books the step's start and end on the step-completion ledger.
*> This step runs ahead of the cycle draw, so it books against the
*> cycle about to be drawn. The call leaves the subprogram's code in
*> RETURN-CODE, so the step's own is put back after it.
record-step-start.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTNTAK" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "P" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTNTAK" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "P" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
