        organization is sequential.
    select report-file assign to "SQRTBLRP"
        organization is line sequential.
    select optional history-file assign to "SQRTHIST"
        organization is line sequential
        file status is history-file-status.
    select sort-file assign to "SORTWK01".

data division.
fd  report-file.
01  report-line              pic x(132).

fd  history-file.
copy "sqrthstrec.cpy".

sd  sort-file.
01  sort-rec.
    05  sk-request-id        pic x(8).
    05  sk-root-power        pic 99.

working-storage section.
copy "sqrtldgrec.cpy".
77  cycle-file-status        pic x(2).
77  history-file-status      pic x(2).
77  discrepancy-count        pic 9(7).
77  sqrtoutx-file-status     pic x(2).
77  outx-eof                 pic x value "N".
    88  end-of-extended             value "Y".
*> of 8 - the same code reconciliation hands back when arithmetic
*> fails, so the JCL gates the export on both the same way.
main-process.
    perform record-step-start
    accept run-date from date yyyymmdd
    perform get-current-cycle
    open output report-file
            or orphan-count > 0 then
        move 8 to return-code
    end-if
    perform write-run-history
    perform record-step-end
    stop run.

*> Appends this step's outcome to the run-history file beside the
*> batch driver's line for the same cycle, so the month-end close
*> can see that every cycle was balanced and how it came out.
write-run-history.
    open extend history-file
    if history-file-status = "00" or "05" then
        initialize run-history-rec
        move run-date to rh-run-date
        move input-key-count to rh-processed
        compute discrepancy-count =
            missing-count + duplicated-count + orphan-count
        move discrepancy-count to rh-rejected
        move current-cycle to rh-cycle
        move "BAL " to rh-step
        move return-code to rh-return-code
        write run-history-rec
        close history-file
    end-if.

*> Picks up the cycle the batch driver drew, so the output side of
*> the balance covers the run being proved and not the history
*> behind it on the DISP=MOD file.
        move prior-cycle-count to rt7-prior
        write report-line from report-trailer-7
    end-if.

*> Books the step's start and end on the step-completion ledger
*> against the current cycle. The call leaves the subprogram's code
*> in RETURN-CODE, so the step's own is put back after it.
record-step-start.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTBAL" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTBAL" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
