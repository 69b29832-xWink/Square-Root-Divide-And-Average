*> only that department's records - converged roots listed with
*> their answers, rejects and non-convergents called out by request
*> id - plus a distribution summary for operations showing what was
*> cut for whom. Every return file cut is entered on the SQRTDREG
*> distribution register with its count and Z hash, so the
*> departments' acknowledgements can be reconciled against what
*> was actually sent. A department held to a monthly quota sees its
*> position at the foot of its report - the allowance, the month's
*> usage so far, and any work held back - so it sees the limit
*> coming instead of finding its work held. A request a supervisor
*> rejected at the approval queue is listed on the department's
*> report with the reason - on a report of its own when the
*> department has no results tonight.
identification division.
program-id. sqrtdist.

        organization is line sequential
        file status is dept-file-status.
    select sort-file assign to "SORTWK01".
*> The request tracking file, stamped with the return file each
*> request went back on. A convenience: the distribution is cut the
*> same without it.
    select optional track-file assign to "SQRTTRAK"
        organization is indexed
        access mode is random
        record key is trk-key
        file status is track-file-status.
*> The distribution register, appended one line per return file
*> cut. Like the tracking file it never stops the distribution: a
*> night whose register won't open still cuts every file, and an
*> acknowledgement for one of them reconciles as never registered.
    select optional register-file assign to "SQRTDREG"
        organization is line sequential
        file status is register-file-status.
*> The edit step's notices of requests rejected at approval.
    select optional notice-file assign to "SQRTAPRJ"
        organization is line sequential
        file status is notice-file-status.

data division.
file section.
fd  dept-file.
copy "sqrtdptrec.cpy".

fd  track-file.
copy "sqrttrkrec.cpy".

fd  register-file.
copy "sqrtdrgrec.cpy".

fd  notice-file.
copy "sqrtrjnrec.cpy".

*> Field-for-field mirror of sqrtoutrec.cpy, the same way the edit
*> step's sort record mirrors the input layout - an SD can't share
*> the FD's copybook without colliding on the names.
    05  ds-priority          pic x.

working-storage section.
copy "sqrtldgrec.cpy".
copy "sqrtqutrec.cpy".
77  cycle-file-status        pic x(2).
77  current-cycle            pic 9(5) value 0.
77  run-date                 pic 9(8).
77  noslot-dept-count        pic 9(3) value 0.
77  noslot-record-count      pic 9(7) value 0.
77  dept-file-status         pic x(2).
77  track-file-status        pic x(2).
77  track-open-switch        pic x value "N".
    88  track-is-open              value "Y".
77  track-found-switch       pic x value "N".
    88  track-found                value "Y".
77  dept-eof                 pic x value "N".
77  register-file-status     pic x(2).
77  register-open-switch     pic x value "N".
    88  register-is-open           value "Y".
*> Hash of the Z values written to the department's return file,
*> carries past thirteen integer digits dropped - what the
*> department's acknowledgement has to come back with.
77  dept-z-hash              pic 9(13)v9(6) value 0.
77  qtl-idx                  pic s999 comp.
77  qtl-slot                 pic s999 comp.
77  quota-used               pic 9(11).
77  quota-percent            pic 9(5).
77  dmt-count                pic s999 comp value 0.
77  dmt-limit                pic s999 comp value 100.
77  dmt-idx                  pic s999 comp.
77  dmt-slot                 pic s999 comp.
77  notice-file-status       pic x(2).
77  notice-eof               pic x value "N".
77  rjt-count                pic s999 comp value 0.
77  rjt-limit                pic s999 comp value 100.
77  rjt-idx                  pic s999 comp.
77  rjt-scan                 pic s999 comp.
77  rejection-header-switch  pic x value "N".
    88  rejection-header-done      value "Y".
77  notified-count           pic 9(7) value 0.
77  undelivered-count        pic 9(7) value 0.

*> The department reference master, read so each department's
*> report leads with the name its manager recognizes. With no
        10  dmt-routing      pic x.
        10  dmt-route-slot   pic 9.

*> Tonight's cycle's rejection notices, each marked off once it has
*> been printed or found to have nowhere to go.
01  rejection-table.
    05  rjt-entry occurs 100 times.
        10  rjt-request-id   pic x(8).
        10  rjt-dept         pic x(4).
        10  rjt-records      pic 9(7).
        10  rjt-queued-date  pic 9(8).
        10  rjt-operator     pic x(8).
        10  rjt-decision-date pic 9(8).
        10  rjt-reason       pic x(40).
        10  rjt-done         pic x.

01  dept-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(26) value
    05  filler            pic x(28) value "rejected ................  ".
    05  dt4-rejected      pic zzzzzz9.

01  dept-quota-line-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "monthly quota ...........  ".
    05  dq1-allowance     pic zzzzzzzzzz9.
    05  filler            pic x(1)  value space.
    05  dq1-basis         pic x(10).

01  dept-quota-line-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "used this month .........  ".
    05  dq2-used          pic zzzzzzzzzz9.
    05  filler            pic x(2)  value spaces.
    05  dq2-percent       pic zzzz9.
    05  filler            pic x(3)  value "%  ".
    05  dq2-note          pic x(40).

01  dept-quota-line-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "held awaiting release ...  ".
    05  dq3-held          pic zzzzzz9.

01  dept-rejection-header.
    05  filler            pic x(1)  value space.
    05  filler            pic x(44) value
        "requests rejected at supervisor approval".

01  dept-rejection-line.
    05  filler            pic x(1)  value space.
    05  rl2-request-id    pic x(8).
    05  filler            pic x(2)  value spaces.
    05  rl2-records       pic zzzzzz9.
    05  filler            pic x(10) value " records, ".
    05  filler            pic x(7)  value "queued ".
    05  rl2-queued-date   pic 9999/99/99.
    05  filler            pic x(14) value ", rejected by ".
    05  rl2-operator      pic x(8).
    05  filler            pic x(2)  value ": ".
    05  rl2-reason        pic x(40).

01  dept-no-results-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(40) value
        "no results for this department tonight".

01  summary-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
    05  filler            pic x(28) value "not written - no slot ...  ".
    05  st6-noslot        pic zzzzzz9.

01  summary-trailer-7.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "approval rejections sent   ".
    05  st7-notified      pic zzzzzz9.

01  summary-trailer-8.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "rejections not delivered   ".
    05  st8-undelivered   pic zzzzzz9.

procedure division.
*> Sorts the run's output records by department and request id,
*> then cuts each department's return file and report as its group
*> streams past, with the operations summary written at the end.
main-process.
    perform record-step-start
    accept run-date from date yyyymmdd
    perform get-current-cycle
    perform load-department-master
    perform load-rejection-notices
    compute qtl-period = run-date / 100
    call "sqrtqtal" using quota-tally
    move 0 to return-code
    open i-o track-file
    if track-file-status = "00" or "05" then
        move "Y" to track-open-switch
    end-if
    open extend register-file
    if register-file-status = "00" or "05" then
        move "Y" to register-open-switch
    end-if
    open output summary-file
    perform write-summary-headers
    sort sort-file
        on ascending key ds-dept ds-request-id
        input procedure is release-output-records
        output procedure is write-distribution
    perform notify-remaining-rejection
        varying rjt-idx from 1 by 1
        until rjt-idx > rjt-count
    perform write-summary-totals
    close summary-file
    if track-is-open then
        close track-file
    end-if
    if register-is-open then
        close register-file
    end-if
    perform record-step-end
    stop run.

*> Picks up the cycle the batch driver drew, so the distribution
    evaluate true
        when dept-writing
            add 1 to distributed-count
            add ds-z to dept-z-hash
            perform write-return-record
            perform write-detail-line
            perform track-request-returned
        when dept-not-routed
            add 1 to unrouted-record-count
            perform track-request-returned
        when dept-no-slot
            add 1 to noslot-record-count
        when other
    end-evaluate
    perform return-sorted-record.

*> Closes the request's lifecycle on the tracking file: gone back
*> on this slot's return file, or - for a department the master
*> routes no nightly return to - settled with nothing to cut, which
*> is as far as it will ever get. A record skipped for a missing
*> slot or a failed open stays computed, and so on the aging
*> report, because the department really hasn't got it.
track-request-returned.
    if track-is-open then
        move ds-request-id to trk-request-id
        move ds-dept to trk-dept
        move "Y" to track-found-switch
        read track-file
            invalid key move "N" to track-found-switch
        end-read
        if not track-found then
            initialize request-track-rec
            move ds-request-id to trk-request-id
            move ds-dept to trk-dept
            move ds-run-date to trk-received-date
        end-if
        move run-date to trk-returned-date
        move current-cycle to trk-returned-cycle
        add 1 to trk-returned-count
        if dept-writing then
            move "T" to trk-stage
            move dist-return-name to trk-return-file
        else
            move "N" to trk-stage
            move spaces to trk-return-file
        end-if
        if track-found then
            rewrite request-track-rec
                invalid key continue
            end-rewrite
        else
            write request-track-rec
                invalid key continue
            end-write
        end-if
    end-if.

write-detail-line.
    evaluate true
        when ds-converged
    move 0 to dept-converged-count
    move 0 to dept-non-conv-count
    move 0 to dept-rejected-count
    move 0 to dept-z-hash
    move 0 to current-slot
    perform find-department-master
    evaluate true
            perform print-dept-line
            move dept-trailer-4 to report-work-line
            perform print-dept-line
            perform write-quota-position
            perform write-rejection-notices
            perform close-slot-return
            perform close-slot-report
            perform register-return-file
            add 1 to dist-dept-count
        when dept-not-routed
            add 1 to unrouted-dept-count
    move "N" to dept-open-switch
    perform write-summary-detail.

*> The month's usage counts tonight's cycle in; held work is what the
*> edit kept back and has not yet released.
write-quota-position.
    move 0 to qtl-slot
    perform search-quota-entry
        varying qtl-idx from 1 by 1
        until qtl-idx > qtl-count or qtl-slot not = 0
    if qtl-slot > 0 then
        move qtl-allowance (qtl-slot) to dq1-allowance
        if qtl-basis (qtl-slot) = "I" then
            move "iterations" to dq1-basis
            move qtl-used-iterations (qtl-slot) to quota-used
        else
            move "records" to dq1-basis
            move qtl-used-records (qtl-slot) to quota-used
        end-if
        move quota-used to dq2-used
        if qtl-allowance (qtl-slot) > 0 then
            compute quota-percent =
                quota-used * 100 / qtl-allowance (qtl-slot)
                on size error move 99999 to quota-percent
            end-compute
        else
            move 99999 to quota-percent
        end-if
        move quota-percent to dq2-percent
        evaluate true
            when qtl-held-records (qtl-slot) > 0
                move "** quota reached - new work is held" to dq2-note
            when quota-percent >= 80
                move "* nearing quota - 80% used" to dq2-note
            when other
                move spaces to dq2-note
        end-evaluate
        move report-blank-line to report-work-line
        perform print-dept-line
        move dept-quota-line-1 to report-work-line
        perform print-dept-line
        move dept-quota-line-2 to report-work-line
        perform print-dept-line
        if qtl-held-records (qtl-slot) > 0 then
            move qtl-held-records (qtl-slot) to dq3-held
            move dept-quota-line-3 to report-work-line
            perform print-dept-line
        end-if
    end-if.

search-quota-entry.
    if qtl-dept (qtl-idx) = current-dept then
        move qtl-idx to qtl-slot
    end-if.

load-rejection-notices.
    open input notice-file
    if notice-file-status = "00" then
        perform read-rejection-notice
        perform collect-rejection-notice
            until notice-eof = "Y"
        close notice-file
    end-if.

read-rejection-notice.
    read notice-file
        at end move "Y" to notice-eof
    end-read.

collect-rejection-notice.
    if rjn-cycle = current-cycle and rjt-count < rjt-limit then
        add 1 to rjt-count
        move rjn-request-id to rjt-request-id (rjt-count)
        move rjn-dept to rjt-dept (rjt-count)
        move rjn-records to rjt-records (rjt-count)
        move rjn-queued-date to rjt-queued-date (rjt-count)
        move rjn-operator to rjt-operator (rjt-count)
        move rjn-decision-date to rjt-decision-date (rjt-count)
        move rjn-reason to rjt-reason (rjt-count)
        move "N" to rjt-done (rjt-count)
    end-if
    perform read-rejection-notice.

*> The department's rejections, under a heading of their own at the
*> foot of its report.
write-rejection-notices.
    move "N" to rejection-header-switch
    perform print-rejection-notice
        varying rjt-scan from 1 by 1
        until rjt-scan > rjt-count.

print-rejection-notice.
    if rjt-dept (rjt-scan) = current-dept
            and rjt-done (rjt-scan) = "N" then
        if not rejection-header-done then
            move "Y" to rejection-header-switch
            move report-blank-line to report-work-line
            perform print-dept-line
            move dept-rejection-header to report-work-line
            perform print-dept-line
        end-if
        move rjt-request-id (rjt-scan) to rl2-request-id
        move rjt-records (rjt-scan) to rl2-records
        move rjt-queued-date (rjt-scan) to rl2-queued-date
        move rjt-operator (rjt-scan) to rl2-operator
        move rjt-reason (rjt-scan) to rl2-reason
        move dept-rejection-line to report-work-line
        perform print-dept-line
        move "Y" to rjt-done (rjt-scan)
        add 1 to notified-count
    end-if.

*> A department with a rejection but no results tonight still hears
*> of it: its slot's report is cut with the headings, a no-results
*> line, and the rejections. No return file is cut, so nothing goes
*> on the register to be acknowledged. A department with nowhere to
*> send a report is counted on the summary instead.
notify-remaining-rejection.
    if rjt-done (rjt-idx) = "N" then
        move rjt-dept (rjt-idx) to current-dept
        move 0 to current-slot
        perform find-department-master
        if dmt-slot > 0 then
            if dmt-routing (dmt-slot) = "Y"
                    and dmt-route-slot (dmt-slot) > 0
                    and dmt-route-slot (dmt-slot) < 5 then
                move dmt-route-slot (dmt-slot) to current-slot
            end-if
        end-if
        if current-slot > 0 then
            perform open-slot-report
            if dept-report-file-status = "00" or "05" then
                perform write-dept-headers
                move dept-no-results-line to report-work-line
                perform print-dept-line
                perform write-rejection-notices
                perform close-slot-report
            else
                move 0 to current-slot
            end-if
        end-if
        if current-slot = 0 then
            perform mark-rejection-undelivered
                varying rjt-scan from 1 by 1
                until rjt-scan > rjt-count
        end-if
    end-if.

mark-rejection-undelivered.
    if rjt-dept (rjt-scan) = current-dept
            and rjt-done (rjt-scan) = "N" then
        move "Y" to rjt-done (rjt-scan)
        add 1 to undelivered-count
    end-if.

register-return-file.
    if register-is-open then
        move spaces to dist-register-rec
        move current-dept to drg-dept
        move current-cycle to drg-cycle
        move dist-return-name to drg-return-file
        move dept-total-count to drg-count
        move dept-z-hash to drg-z-hash
        move run-date to drg-cut-date
        move 0 to drg-ack-date
        write dist-register-rec
    end-if.

write-summary-detail.
    move current-dept to sd-dept
    move dept-total-count to sd-records
    if noslot-record-count > 0 then
        move noslot-record-count to st6-noslot
        write summary-line from summary-trailer-6
    end-if
    if notified-count > 0 then
        move notified-count to st7-notified
        write summary-line from summary-trailer-7
    end-if
    if undelivered-count > 0 then
        move undelivered-count to st8-undelivered
        write summary-line from summary-trailer-8
    end-if.

*> Books the step's start and end on the step-completion ledger
*> against the current cycle. The call leaves the subprogram's code
*> in RETURN-CODE, so the step's own is put back after it.
record-step-start.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTDIST" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTDIST" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
