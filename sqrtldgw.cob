*> Step-completion ledger writer, called by every program of the
*> nightly stream as it starts and as it ends. The caller fills in
*> its program name, the event, its condition code on an end line,
*> and whether it runs ahead of the cycle draw; this subprogram
*> stamps the date and time, works out the cycle when the caller
*> passes zero, and appends the line to SQRTLEDG. Kept in one place
*> so the rule for which cycle a pre-draw step belongs to can't be
*> coded seven slightly different ways. Like the run history, the
*> ledger is a record and not a prerequisite: a step whose ledger
*> won't open still runs, it just can't be restarted from the
*> ledger.
identification division.
program-id. sqrtldgw.

environment division.
input-output section.
file-control.
    select optional ledger-file assign to "SQRTLEDG"
        organization is line sequential
        file status is ledger-file-status.
    select optional cycle-file assign to "SQRTCYCN"
        organization is line sequential
        file status is cycle-file-status.
    select optional part-control-file assign to "SQRTPCTL"
        organization is line sequential
        file status is part-control-status.

data division.
file section.
fd  ledger-file.
01  ledger-line              pic x(80).

fd  cycle-file.
copy "sqrtcycrec.cpy".

fd  part-control-file.
copy "sqrtpctrec.cpy".

working-storage section.
77  ledger-file-status       pic x(2).
77  cycle-file-status        pic x(2).
77  part-control-status      pic x(2).
77  time-now                 pic 9(8).

linkage section.
copy "sqrtldgrec.cpy".

procedure division using step-ledger-rec.
write-ledger-line.
    accept ldg-date from date yyyymmdd
    accept time-now from time
    move time-now to ldg-time
    if ldg-cycle = 0 then
        perform resolve-cycle
    end-if
    open extend ledger-file
    if ledger-file-status = "00" or "05" then
        write ledger-line from step-ledger-rec
        close ledger-file
    end-if
    goback.

*> After the draw the cycle is simply the last one drawn. Ahead of
*> it, the night is still working an earlier cycle if that cycle's
*> partitions are split and not yet merged, and otherwise the split
*> is about to draw the next number.
resolve-cycle.
    move 0 to cyc-last-cycle
    open input cycle-file
    if cycle-file-status = "00" or "05" then
        read cycle-file
            at end move 0 to cyc-last-cycle
        end-read
        close cycle-file
    end-if
    if ldg-pending-cycle then
        compute ldg-cycle = cyc-last-cycle + 1
        perform find-pending-partitions
    else
        move cyc-last-cycle to ldg-cycle
    end-if.

find-pending-partitions.
    open input part-control-file
    if part-control-status = "00" then
        read part-control-file
            at end continue
            not at end
                if pct-split and pct-cycle is numeric
                        and pct-cycle > 0
                    move pct-cycle to ldg-cycle
                end-if
        end-read
        close part-control-file
    end-if.
