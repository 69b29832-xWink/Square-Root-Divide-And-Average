copy "sqrtcycrec.cpy".

working-storage section.
copy "sqrtldgrec.cpy".
77  cycle-file-status        pic x(2).
*> The cycle this extract is confined to - the number the batch
*> driver drew for the run just reconciled. Zero when no cycle file
*> Copies the reconciled output to the export file between the
*> header and the control trailer.
main-process.
    perform record-step-start
    perform get-current-cycle
    open input sqrtout-file
    open output export-file
        until end-of-file
    perform write-export-trailer
    close sqrtout-file export-file
    perform record-step-end
    stop run.

*> Picks up the cycle the batch driver drew, so the extract covers
    move bypassed-count to xt-bypassed
    move prior-cycle-count to xt-prior
    write export-rec from export-trailer-line.

*> Books the step's start and end on the step-completion ledger
*> against the current cycle. The call leaves the subprogram's code
*> in RETURN-CODE, so the step's own is put back after it.
record-step-start.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTEXTR" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTEXTR" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
