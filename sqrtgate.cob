*> Restart gate for the SQRTBAT job stream. Every program of the
*> nightly stream books its start and end on the SQRTLEDG step
*> ledger against the cycle it ran for; the restart job runs this
*> program ahead of each of its steps with an RSTPARM card naming
*> the program that step runs, and the condition code handed back
*> says whether the step still has to run for the latest cycle on
*> the ledger:
*>    0  not completed - run it
*>    4  already completed - bypass it
*>    8  must not run - the cycle's batch run is unusable, or has
*>       still not finished, so nothing behind it may run
*>   12  nothing on the ledger to restart
*> A cycle whose batch run has finished is never recomputed: the
*> standing-order, intake, edit, and batch steps all gate as
*> completed once the batch driver has an end line for the cycle (a
*> quiesce, RC 6, is not an end - the checkpoint restart resumes
*> it); the standing-order step also gates as completed once it has
*> ended for the cycle. On a partitioned night the merge's end line
*> stands for the batch driver's, and once the partition split has
*> ended the intake and edit gate as completed too - the split has
*> drawn the cycle from their work file, and rerunning them would
*> book a cycle that never runs. An M on the
*> card marks a step that runs no program of its own - the entry
*> work file clear, the held work promotion - as completed instead,
*> so the restart knows whether it happened.
identification division.
program-id. sqrtgate.

environment division.
input-output section.
file-control.
    select optional ledger-file assign to "SQRTLEDG"
        organization is line sequential
        file status is ledger-file-status.
    select optional gate-parm-file assign to "RSTPARM"
        organization is line sequential
        file status is gate-parm-status.

data division.
file section.
fd  ledger-file.
01  ledger-line              pic x(80).

*> The program the step runs, the highest condition code it can end
*> on and still count as completed, and the action - blank to
*> judge, M to mark.
fd  gate-parm-file.
01  gate-parm-rec.
    05  gp-program           pic x(10).
    05  filler               pic x(1).
    05  gp-ceiling           pic 99.
    05  filler               pic x(1).
    05  gp-action            pic x.
        88  gp-mark                value "M".
    05  filler               pic x(65).

working-storage section.
copy "sqrtldgrec.cpy".
77  ledger-file-status       pic x(2).
77  gate-parm-status         pic x(2).
77  ledger-eof               pic x value "N".
77  gate-program             pic x(10) value spaces.
77  gate-ceiling             pic 99 value 0.
77  gate-action              pic x value space.
77  latest-cycle             pic 9(5) value 0.
77  ledger-line-count        pic 9(7) value 0.
*> The latest event booked for the judged program, for the batch
*> driver, and for the intake step, all on the latest cycle.
77  own-event                pic x value space.
77  own-return-code          pic 99 value 0.
77  batch-event              pic x value space.
77  batch-return-code        pic 99 value 0.
77  intake-event             pic x value space.
77  intake-return-code       pic 99 value 0.
77  split-event              pic x value space.
77  split-return-code        pic 99 value 0.
77  batch-state              pic x value "N".
    88  batch-not-finished         value "N".
    88  batch-usable               value "U".
    88  batch-unusable             value "X".
77  gate-code                pic 99 value 0.
77  disp-cycle               pic zzzz9.
77  disp-rc                  pic z9.

procedure division.
main-process.
    perform get-gate-parameters
    if gate-action = "M" then
        perform mark-step-completed
        stop run
    end-if
    perform find-latest-cycle
    if ledger-line-count = 0 or latest-cycle = 0 then
        display "sqrtgate: " gate-program
            " - nothing on the step ledger to restart" upon console
        move 12 to return-code
        stop run
    end-if
    perform collect-cycle-events
    perform judge-batch-state
    perform judge-step
    move latest-cycle to disp-cycle
    move gate-code to disp-rc
    evaluate gate-code
        when 0
            display "sqrtgate: cycle " disp-cycle " " gate-program
                " not completed - runs" upon console
        when 4
            display "sqrtgate: cycle " disp-cycle " " gate-program
                " already completed - bypassed" upon console
        when other
            display "sqrtgate: cycle " disp-cycle " " gate-program
                " must not run - batch run not usable" upon console
    end-evaluate
    move gate-code to return-code
    stop run.

get-gate-parameters.
    open input gate-parm-file
    if gate-parm-status = "00" then
        read gate-parm-file
            at end continue
            not at end
                move gp-program to gate-program
                if gp-ceiling is numeric
                    move gp-ceiling to gate-ceiling
                end-if
                move gp-action to gate-action
        end-read
        close gate-parm-file
    end-if.

*> Pass one: the latest cycle anything has been booked against.
find-latest-cycle.
    open input ledger-file
    if ledger-file-status = "00" then
        perform read-ledger-line
        perform note-ledger-cycle
            until ledger-eof = "Y"
        close ledger-file
    end-if.

read-ledger-line.
    read ledger-file into step-ledger-rec
        at end move "Y" to ledger-eof
    end-read.

note-ledger-cycle.
    if ldg-cycle is numeric then
        add 1 to ledger-line-count
        if ldg-cycle > latest-cycle then
            move ldg-cycle to latest-cycle
        end-if
    end-if
    perform read-ledger-line.

*> Pass two: the last word on that cycle for the judged program,
*> the batch driver or the partition merge, the partition split,
*> and the intake step. The ledger is appended in
*> time order, so the last line met is the latest.
collect-cycle-events.
    move "N" to ledger-eof
    open input ledger-file
    if ledger-file-status = "00" then
        perform read-ledger-line
        perform note-cycle-event
            until ledger-eof = "Y"
        close ledger-file
    end-if.

note-cycle-event.
    if ldg-cycle is numeric and ldg-cycle = latest-cycle then
        if ldg-program = gate-program then
            move ldg-event to own-event
            move ldg-return-code to own-return-code
        end-if
        if ldg-program = "SQRTBATCH" or "SQRTPMRG" then
            move ldg-event to batch-event
            move ldg-return-code to batch-return-code
        end-if
        if ldg-program = "SQRTNTAK" then
            move ldg-event to intake-event
            move ldg-return-code to intake-return-code
        end-if
        if ldg-program = "SQRTPART" then
            move ldg-event to split-event
            move ldg-return-code to split-return-code
        end-if
    end-if
    perform read-ledger-line.

*> Finished means an end line that isn't a quiesce; usable means it
*> finished clean or with warnings, the same test the stream's COND
*> parameters apply.
judge-batch-state.
    evaluate true
        when batch-event not = "E"
            move "N" to batch-state
        when batch-return-code = 6
            move "N" to batch-state
        when batch-return-code > 4
            move "X" to batch-state
        when other
            move "U" to batch-state
    end-evaluate.

judge-step.
    evaluate true
*> The standing-order deck is cut once for the cycle and stays on
*> file, so a restart feeds the intake the same deck rather than
*> cutting it again - past midnight that would be another night's
*> deck. The partition split is the same: once it has ended, its
*> partition files and its cycle stand for the restart.
        when gate-program = "SQRTSGEN" or "SQRTPART"
            if batch-not-finished and (own-event not = "E"
                    or own-return-code > gate-ceiling) then
                move 0 to gate-code
            else
                move 4 to gate-code
            end-if
        when gate-program = "SQRTNTAK" or "SQRTEDIT"
            if batch-not-finished and (split-event not = "E"
                    or split-return-code > 4) then
                move 0 to gate-code
            else
                move 4 to gate-code
            end-if
        when gate-program = "SQRTBATCH" or "SQRTPMRG"
            if batch-not-finished then
                move 0 to gate-code
            else
                move 4 to gate-code
            end-if
        when not batch-usable
            move 8 to gate-code
        when own-event = "E" and own-return-code <= gate-ceiling
            move 4 to gate-code
*> The entry work file is cleared only behind an intake that ended
*> clean, as on the nightly run - a bounced session deck has to
*> stay on file for operations.
        when gate-program = "ENTRYCLR"
                and (intake-event not = "E" or intake-return-code > 0)
            move 8 to gate-code
        when other
            move 0 to gate-code
    end-evaluate.

mark-step-completed.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move gate-program to ldg-program
    move "E" to ldg-event
    move 0 to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.
