    select optional cycle-file assign to "SQRTCYCN"
        organization is line sequential
        file status is cycle-file-status.
    select optional history-file assign to "SQRTHIST"
        organization is line sequential
        file status is history-file-status.

data division.
file section.
fd  cycle-file.
copy "sqrtcycrec.cpy".

fd  history-file.
copy "sqrthstrec.cpy".

working-storage section.
copy "sqrtldgrec.cpy".
77  control-file-status  pic x(2).
77  cycle-file-status    pic x(2).
77  history-file-status  pic x(2).
77  run-date             pic 9(8).
77  sqrtoutx-file-status pic x(2).
77  outx-eof             pic x value "N".
    88  end-of-extended         value "Y".
*> Y against Z until the file is exhausted, then reports the total
*> checked and how many failed reconciliation.
main-process.
    perform record-step-start
    accept run-date from date yyyymmdd
    perform get-run-parameters
    perform get-current-cycle
    open input sqrtout-file
    if flagged-count > 0 then
        move 8 to return-code
    end-if
    perform write-run-history
    perform record-step-end
    stop run.

*> Appends this step's outcome to the run-history file beside the
*> batch driver's line for the same cycle, so the month-end close
*> can see that every cycle was reconciled and how it came out.
*> Like the driver's own line it is a record, not a prerequisite.
write-run-history.
    open extend history-file
    if history-file-status = "00" or "05" then
        initialize run-history-rec
        move run-date to rh-run-date
        move precision to rh-precision
        move checked-count to rh-processed
        move flagged-count to rh-rejected
        move current-cycle to rh-cycle
        move "CHEK" to rh-step
        move return-code to rh-return-code
        write run-history-rec
        close history-file
    end-if.

*> Picks up the precision to reconcile against from the same control
*> record the batch run used, so the checker applies the same
*> tolerance the run was produced with.
        on size error
            move 1 to pow-overflow
    end-compute.

*> Books the step's start and end on the step-completion ledger
*> against the current cycle. The call leaves the subprogram's code
*> in RETURN-CODE, so the step's own is put back after it.
record-step-start.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTCHEK" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTCHEK" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
