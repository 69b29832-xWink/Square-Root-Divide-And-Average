*> Month-end close. Chargeback, billing, trend, and archival were
*> each submitted by hand at month end, and twice billing ran before
*> the last night's cycle had balanced and invoiced a partial month.
*> This program certifies a month before anything is released: every
*> cycle the batch driver ran in the month has to have ended clean
*> or with warnings (not quiesced, not aborted), been reconciled
*> clean, and balanced clean - read off the run-history lines the
*> batch driver, reconciliation, and balance append - with no cycle
*> number drawn and never finished, no restart pending on any
*> checkpoint, and no cycle split into partitions and not yet
*> merged. The MCLSPARM card says what to do:
*>   CHECK  certify only, and hand the month to the billing step on
*>          the MCLSPRD card - the month-end stream runs this first;
*>   CLOSE  certify again and mark the month closed on SQRTCLOS -
*>          the stream runs this last, once everything has run;
*>   REOPEN reopen a closed month, naming the operator and reason,
*>          so billing will price it again.
*> A cycle that can't be proved and that operations has looked at -
*> an aborted run the next night replaced, say - is let through by
*> an EXCUSE card naming the cycle, the operator, and the reason;
*> the excuse is printed beside the cycle. RC 0 means the month was
*> certified (and closed or reopened as asked), 8 that it was not
*> and nothing downstream may run.
identification division.
program-id. sqrtmcls.

environment division.
input-output section.
file-control.
    select optional close-parm-file assign to "MCLSPARM"
        organization is line sequential
        file status is close-parm-status.
    select history-file assign to "SQRTHIST"
        organization is line sequential
        file status is history-file-status.
    select optional cycle-file assign to "SQRTCYCN"
        organization is line sequential
        file status is cycle-file-status.
    select optional checkpoint-file assign to "SQRTCKPT"
        organization is line sequential
        file status is checkpoint-file-status.
    select optional recycle-ckpt-file assign to "SQRTCKP2"
        organization is line sequential
        file status is recycle-ckpt-status.
    select optional part-control-file assign to "SQRTPCTL"
        organization is line sequential
        file status is part-control-status.
    select optional part-ckpt-file-1 assign to "SQRTPCK1"
        organization is line sequential
        file status is part-ckpt-status.
    select optional part-ckpt-file-2 assign to "SQRTPCK2"
        organization is line sequential
        file status is part-ckpt-status.
    select optional part-ckpt-file-3 assign to "SQRTPCK3"
        organization is line sequential
        file status is part-ckpt-status.
    select optional part-ckpt-file-4 assign to "SQRTPCK4"
        organization is line sequential
        file status is part-ckpt-status.
    select optional close-file assign to "SQRTCLOS"
        organization is line sequential
        file status is close-file-status.
    select optional period-file assign to "MCLSPRD"
        organization is line sequential
        file status is period-file-status.
    select report-file assign to "SQRTMCRP"
        organization is line sequential.

data division.
file section.
*> The action card first; after it, any EXCUSE cards. The period on
*> the action card is yyyymm - zero or blank closes the month before
*> today's, the month-end case. An EXCUSE card carries the cycle in
*> the period's columns.
fd  close-parm-file.
01  close-parm-rec.
    05  mp-action            pic x(8).
        88  mp-check               value "CHECK".
        88  mp-close               value "CLOSE".
        88  mp-reopen              value "REOPEN".
        88  mp-excuse              value "EXCUSE".
    05  filler               pic x(1).
    05  mp-period            pic 9(6).
    05  mp-excuse-view redefines mp-period.
        10  mp-cycle         pic 9(5).
        10  filler           pic x(1).
    05  filler               pic x(1).
    05  mp-operator          pic x(8).
    05  filler               pic x(1).
    05  mp-reason            pic x(40).
    05  filler               pic x(15).

fd  history-file.
copy "sqrthstrec.cpy".

fd  cycle-file.
copy "sqrtcycrec.cpy".

fd  checkpoint-file.
copy "sqrtckprec.cpy".

*> The recycle job's own checkpoint, in the same layout.
fd  recycle-ckpt-file.
01  recycle-ckpt-rec         pic x(64).

fd  part-control-file.
copy "sqrtpctrec.cpy".

*> The four partition runs' checkpoints, in the same layout again.
fd  part-ckpt-file-1.
01  part-ckpt-rec-1          pic x(64).

fd  part-ckpt-file-2.
01  part-ckpt-rec-2          pic x(64).

fd  part-ckpt-file-3.
01  part-ckpt-rec-3          pic x(64).

fd  part-ckpt-file-4.
01  part-ckpt-rec-4          pic x(64).

fd  close-file.
copy "sqrtclsrec.cpy".

*> The certified month, written as a BILLPARM card for the billing
*> step so the stream bills exactly the month it certified.
fd  period-file.
01  period-card.
    05  pc-period            pic 9(6).
    05  filler               pic x(74).

fd  report-file.
01  report-line              pic x(132).

working-storage section.
77  close-parm-status        pic x(2).
77  history-file-status      pic x(2).
77  cycle-file-status        pic x(2).
77  checkpoint-file-status   pic x(2).
77  recycle-ckpt-status      pic x(2).
77  part-control-status      pic x(2).
77  part-ckpt-status         pic x(2).
77  close-file-status        pic x(2).
77  period-file-status       pic x(2).
77  parm-eof                 pic x value "N".
77  history-eof              pic x value "N".
    88  end-of-history             value "Y".
77  close-eof                pic x value "N".
77  run-date                 pic 9(8).
77  run-time                 pic 9(8).
77  close-action             pic x(8) value spaces.
77  close-period             pic 9(6) value 0.
77  period-given-switch      pic x value "N".
    88  period-given               value "Y".
77  close-operator           pic x(8) value spaces.
77  close-reason             pic x(40) value spaces.
77  period-year              pic 9(4).
77  period-month             pic 99.
77  line-period              pic 9(6).
*> The month's standing on SQRTCLOS before this run - C, O, or
*> space for a month never closed.
77  month-standing           pic x value space.
    88  month-is-closed            value "C".
77  certified-switch         pic x value "Y".
    88  month-certified            value "Y".
77  last-cycle-drawn         pic 9(5) value 0.
77  first-cycle              pic 9(5) value 0.
77  last-cycle               pic 9(5) value 0.
77  next-cycle               pic 9(5).
77  probe-cycle              pic 9(5).
77  next-cycle-switch        pic x.
    88  next-cycle-seen            value "Y".
77  no-cycle-count           pic 9(7) value 0.
77  clean-count              pic 9(5) value 0.
77  warning-count            pic 9(5) value 0.
77  excused-count            pic 9(5) value 0.
77  problem-count            pic 9(5) value 0.
77  cyc-count                pic s9(4) comp value 0.
77  cyc-limit                pic s9(4) comp value 500.
77  cyc-idx                  pic s9(4) comp.
77  cyc-slot                 pic s9(4) comp.
77  exc-count                pic s999 comp value 0.
77  exc-limit                pic s999 comp value 50.
77  exc-idx                  pic s999 comp.
77  part-idx                 pic s9(4) comp.
77  pending-cycle            pic 9(5).
77  exc-slot                 pic s999 comp.
77  lookup-cycle             pic 9(5).

*> One row per cycle with a history line dated in the month: what
*> the batch driver's latest line said (blank code = a line from
*> before outcomes were recorded), and whether reconciliation and
*> the balance proved it and how. A later line for the same cycle
*> replaces an earlier one - a quiesced run's restart, a rerun
*> reconciliation - so the row holds how the cycle finally stood.
01  cycle-table.
    05  cycle-entry occurs 500 times.
        10  ct-cycle         pic 9(5).
        10  ct-run-date      pic 9(8).
        10  ct-batch-seen    pic x.
        10  ct-batch-rc      pic x(2).
        10  ct-chek-seen     pic x.
        10  ct-chek-rc       pic 99.
        10  ct-bal-seen      pic x.
        10  ct-bal-rc        pic 99.

01  excuse-table.
    05  excuse-entry occurs 50 times.
        10  et-cycle         pic 9(5).
        10  et-operator      pic x(8).
        10  et-reason        pic x(40).

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "month-end close report".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.

01  report-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(8)  value "period ".
    05  rh2-period        pic 9999/99.
    05  filler            pic x(10) value "   action ".
    05  rh2-action        pic x(8).
    05  filler            pic x(12) value "   operator ".
    05  rh2-operator      pic x(8).

01  report-header-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(48) value
        "cycle  run date    batch  reconciled  balanced  ".
    05  filler            pic x(7)  value "verdict".

01  report-blank-line       pic x(1) value space.

01  cycle-line.
    05  filler            pic x(1)  value space.
    05  cl-cycle          pic zzzz9.
    05  filler            pic x(2)  value spaces.
    05  cl-run-date       pic 9999/99/99.
    05  filler            pic x(2)  value spaces.
    05  cl-batch          pic x(5).
    05  filler            pic x(2)  value spaces.
    05  cl-chek           pic x(10).
    05  filler            pic x(2)  value spaces.
    05  cl-bal            pic x(8).
    05  filler            pic x(2)  value spaces.
    05  cl-verdict        pic x(32).
    05  cl-excuse         pic x(50).

01  problem-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(3)  value "** ".
    05  pl-text           pic x(40).
    05  pl-cycle          pic zzzz9.
    05  pl-more           pic x(50).

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "cycles in month .........  ".
    05  rt1-cycles        pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "ended clean .............  ".
    05  rt2-clean         pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "ended with warnings .....  ".
    05  rt3-warning       pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "excused .................  ".
    05  rt4-excused       pic zzzzzz9.

01  report-trailer-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "problems ................  ".
    05  rt5-problems      pic zzzzzz9.

01  outcome-line.
    05  filler            pic x(1)  value space.
    05  ol-text           pic x(72).

procedure division.
*> Settles the action and the month, looks up the month's standing,
*> then certifies, closes, or reopens. The return code is the gate
*> the month-end stream's later steps test.
main-process.
    accept run-date from date yyyymmdd
    accept run-time from time
    perform get-close-parameters
    perform settle-close-period
    perform find-month-standing
    open output report-file
    perform write-report-headers
    evaluate true
        when close-action = "REOPEN"
            perform reopen-month
        when close-action = "CHECK" or close-action = "CLOSE"
            perform certify-month
            if month-certified then
                perform write-period-card
                if close-action = "CLOSE" then
                    perform close-month
                end-if
            end-if
        when other
            move "N" to certified-switch
            move "no CHECK, CLOSE, or REOPEN card - nothing done"
                to ol-text
            write report-line from outcome-line
    end-evaluate
    close report-file
    if not month-certified then
        move 8 to return-code
    end-if
    stop run.

get-close-parameters.
    open input close-parm-file
    if close-parm-status = "00" then
        perform read-parm-card
        if parm-eof not = "Y" then
            move mp-action to close-action
            if mp-period is numeric and mp-period > 0 then
                move mp-period to close-period
                move "Y" to period-given-switch
            end-if
            move mp-operator to close-operator
            move mp-reason to close-reason
            perform read-parm-card
        end-if
        perform collect-excuse-card
            until parm-eof = "Y"
        close close-parm-file
    end-if.

read-parm-card.
    read close-parm-file
        at end move "Y" to parm-eof
    end-read.

collect-excuse-card.
    if mp-excuse and mp-cycle is numeric
            and exc-count < exc-limit then
        add 1 to exc-count
        move mp-cycle to et-cycle (exc-count)
        move mp-operator to et-operator (exc-count)
        move mp-reason to et-reason (exc-count)
    end-if
    perform read-parm-card.

*> No period on the card closes last month: the stream runs in the
*> first days of the month after the one it closes.
settle-close-period.
    if close-period = 0 then
        compute period-year = run-date / 10000
        compute period-month = (run-date / 100) - (period-year * 100)
        if period-month = 1 then
            subtract 1 from period-year
            move 12 to period-month
        else
            subtract 1 from period-month
        end-if
        compute close-period = period-year * 100 + period-month
    end-if.

*> The latest SQRTCLOS line for the month is its standing.
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
    if cls-period = close-period then
        move cls-action to month-standing
    end-if
    perform read-close-record.

write-report-headers.
    move run-date to rh1-date
    move close-period to rh2-period
    move close-action to rh2-action
    move close-operator to rh2-operator
    write report-line from report-header-1
    write report-line from report-header-2
    write report-line from report-blank-line.

*> Everything the month has to show before it is released. Any
*> problem clears the certified switch; every one found is printed,
*> so one run names everything operations has to put right.
certify-month.
    if month-is-closed then
        move "N" to certified-switch
        move "month is already closed - reopen it first"
            to ol-text
        write report-line from outcome-line
    else
        perform load-month-history
        if history-file-status = "00" then
            perform get-last-cycle-drawn
            write report-line from report-header-3
            perform judge-cycle
                varying cyc-idx from 1 by 1
                until cyc-idx > cyc-count
            perform check-cycle-gaps
            perform check-next-cycle
            perform check-pending-restarts
            if cyc-count = 0 then
                move "N" to certified-switch
                add 1 to problem-count
                move "no batch cycles found in the month" to pl-text
                move 0 to pl-cycle
                move spaces to pl-more
                write report-line from problem-line
            end-if
            if no-cycle-count > 0 then
                move "N" to certified-switch
                add 1 to problem-count
                move "history lines in month with no cycle"
                    to pl-text
                move no-cycle-count to pl-cycle
                move spaces to pl-more
                write report-line from problem-line
            end-if
            perform write-report-totals
        end-if
        if month-certified then
            move "month certified - released to close steps"
                to ol-text
        else
            move "month NOT certified - nothing released"
                to ol-text
        end-if
        write report-line from report-blank-line
        write report-line from outcome-line
    end-if.

load-month-history.
    open input history-file
    if history-file-status not = "00" then
        move "N" to certified-switch
        move "run-history file could not be opened" to ol-text
        write report-line from outcome-line
    else
        perform read-history-record
        perform collect-history-record
            until end-of-history
        close history-file
    end-if.

read-history-record.
    read history-file
        at end move "Y" to history-eof
    end-read.

collect-history-record.
    compute line-period = rh-run-date / 100
    if line-period = close-period then
        if rh-cycle is not numeric or rh-cycle = 0 then
            add 1 to no-cycle-count
        else
            move rh-cycle to lookup-cycle
            perform find-cycle-slot
            if cyc-slot > 0 then
                perform book-history-line
            end-if
        end-if
    end-if
    perform read-history-record.

find-cycle-slot.
    move 0 to cyc-slot
    perform search-cycle
        varying cyc-idx from 1 by 1
        until cyc-idx > cyc-count or cyc-slot not = 0
    if cyc-slot = 0 and cyc-count < cyc-limit then
        add 1 to cyc-count
        move cyc-count to cyc-slot
        move lookup-cycle to ct-cycle (cyc-slot)
        move rh-run-date to ct-run-date (cyc-slot)
        move "N" to ct-batch-seen (cyc-slot)
        move spaces to ct-batch-rc (cyc-slot)
        move "N" to ct-chek-seen (cyc-slot)
        move 0 to ct-chek-rc (cyc-slot)
        move "N" to ct-bal-seen (cyc-slot)
        move 0 to ct-bal-rc (cyc-slot)
        if first-cycle = 0 or lookup-cycle < first-cycle then
            move lookup-cycle to first-cycle
        end-if
        if lookup-cycle > last-cycle then
            move lookup-cycle to last-cycle
        end-if
    end-if.

search-cycle.
    if ct-cycle (cyc-idx) = lookup-cycle then
        move cyc-idx to cyc-slot
    end-if.

book-history-line.
    evaluate true
        when rh-reconciliation
            move "Y" to ct-chek-seen (cyc-slot)
            move rh-return-code to ct-chek-rc (cyc-slot)
        when rh-balance
            move "Y" to ct-bal-seen (cyc-slot)
            move rh-return-code to ct-bal-rc (cyc-slot)
        when rh-batch-run
            move "Y" to ct-batch-seen (cyc-slot)
            move rh-run-date to ct-run-date (cyc-slot)
            if rh-return-code is numeric then
                move rh-return-code to ct-batch-rc (cyc-slot)
            else
                move spaces to ct-batch-rc (cyc-slot)
            end-if
    end-evaluate.

get-last-cycle-drawn.
    open input cycle-file
    if cycle-file-status = "00" or "05" then
        read cycle-file
            at end continue
            not at end move cyc-last-cycle to last-cycle-drawn
        end-read
        close cycle-file
    end-if.

*> One cycle's verdict: the first thing wrong with it, or how it
*> ended when nothing is. An excused cycle passes whatever it shows.
judge-cycle.
    move ct-cycle (cyc-idx) to cl-cycle
    move ct-run-date (cyc-idx) to cl-run-date
    if ct-batch-seen (cyc-idx) = "Y" then
        move ct-batch-rc (cyc-idx) to cl-batch
    else
        move "-" to cl-batch
    end-if
    if ct-chek-seen (cyc-idx) = "Y" then
        move ct-chek-rc (cyc-idx) to cl-chek
    else
        move "-" to cl-chek
    end-if
    if ct-bal-seen (cyc-idx) = "Y" then
        move ct-bal-rc (cyc-idx) to cl-bal
    else
        move "-" to cl-bal
    end-if
    move spaces to cl-excuse
    evaluate true
        when ct-batch-seen (cyc-idx) not = "Y"
            move "no batch run line" to cl-verdict
        when ct-batch-rc (cyc-idx) = spaces
            move "batch outcome not recorded" to cl-verdict
        when ct-batch-rc (cyc-idx) = "06"
            move "quiesced - restart not finished" to cl-verdict
        when ct-batch-rc (cyc-idx) = "08"
            move "aborted - reject threshold" to cl-verdict
        when ct-batch-rc (cyc-idx) not = "00"
                and ct-batch-rc (cyc-idx) not = "04"
            move "batch ended abnormally" to cl-verdict
        when ct-chek-seen (cyc-idx) not = "Y"
            move "never reconciled" to cl-verdict
        when ct-chek-rc (cyc-idx) not = 0
            move "failed reconciliation" to cl-verdict
        when ct-bal-seen (cyc-idx) not = "Y"
            move "never balanced" to cl-verdict
        when ct-bal-rc (cyc-idx) not = 0
            move "failed balance" to cl-verdict
        when ct-batch-rc (cyc-idx) = "04"
            move "ok - warnings" to cl-verdict
        when other
            move "ok - clean" to cl-verdict
    end-evaluate
    evaluate cl-verdict
        when "ok - clean"
            add 1 to clean-count
        when "ok - warnings"
            add 1 to warning-count
        when other
            move ct-cycle (cyc-idx) to lookup-cycle
            perform find-excuse
            if exc-slot > 0 then
                add 1 to excused-count
                perform format-excuse
            else
                add 1 to problem-count
                move "N" to certified-switch
            end-if
    end-evaluate
    write report-line from cycle-line.

find-excuse.
    move 0 to exc-slot
    perform search-excuse
        varying exc-idx from 1 by 1
        until exc-idx > exc-count or exc-slot not = 0.

search-excuse.
    if et-cycle (exc-idx) = lookup-cycle then
        move exc-idx to exc-slot
    end-if.

format-excuse.
    string "excused " delimited by size
        et-operator (exc-slot) delimited by space
        " " delimited by size
        et-reason (exc-slot) delimited by size
        into cl-excuse
    end-string.

*> Cycle numbers are drawn one after another, so a number between
*> the month's first and last cycles with no history line at all
*> was drawn by a run that never got as far as its totals.
check-cycle-gaps.
    if cyc-count > 0 then
        perform check-one-gap
            varying probe-cycle from first-cycle by 1
            until probe-cycle > last-cycle
    end-if.

check-one-gap.
    move probe-cycle to lookup-cycle
    move 0 to cyc-slot
    perform search-cycle
        varying cyc-idx from 1 by 1
        until cyc-idx > cyc-count or cyc-slot not = 0
    if cyc-slot = 0 then
        perform report-missing-cycle
    end-if.

*> The cycle after the month's last one, if one has been drawn, has
*> to show up somewhere on the history - in the next month if it
*> ran after midnight on the first. If it shows nowhere, the month's
*> last night may have ended in a run that died before its totals.
check-next-cycle.
    compute next-cycle = last-cycle + 1
    if cyc-count > 0 and last-cycle-drawn >= next-cycle then
        move "N" to next-cycle-switch
        move "N" to history-eof
        open input history-file
        perform read-history-record
        perform probe-next-cycle
            until end-of-history or next-cycle-seen
        close history-file
        if not next-cycle-seen then
            move next-cycle to probe-cycle
            perform report-missing-cycle
        end-if
    end-if.

probe-next-cycle.
    if rh-cycle is numeric and rh-cycle = next-cycle then
        move "Y" to next-cycle-switch
    end-if
    perform read-history-record.

report-missing-cycle.
    move "cycle drawn, no history line - cycle " to pl-text
    move probe-cycle to pl-cycle
    move probe-cycle to lookup-cycle
    perform find-excuse
    if exc-slot > 0 then
        add 1 to excused-count
        move spaces to cl-excuse
        perform format-excuse
        move cl-excuse to pl-more
    else
        add 1 to problem-count
        move "N" to certified-switch
        move spaces to pl-more
    end-if
    write report-line from problem-line.

*> A non-zero checkpoint is a run stopped partway and waiting for
*> its restart - the main job's, the recycle job's, or one of the
*> partition runs'. A partition control record still at P is a
*> cycle split into partitions and not yet merged: its roots are
*> not on the output files yet. No excuse covers either: the
*> restart or the merge has to finish, or be abandoned, first.
check-pending-restarts.
    open input checkpoint-file
    if checkpoint-file-status = "00" then
        read checkpoint-file
            at end continue
            not at end
                if ckpt-processed-count is numeric
                        and ckpt-processed-count > 0 then
                    move "restart pending, nightly job - cycle "
                        to pl-text
                    move ckpt-cycle to pending-cycle
                    perform report-pending-restart
                end-if
        end-read
        close checkpoint-file
    end-if
    open input recycle-ckpt-file
    if recycle-ckpt-status = "00" then
        read recycle-ckpt-file into checkpoint-rec
            at end continue
            not at end
                if ckpt-processed-count is numeric
                        and ckpt-processed-count > 0 then
                    move "restart pending, recycle job - cycle "
                        to pl-text
                    move ckpt-cycle to pending-cycle
                    perform report-pending-restart
                end-if
        end-read
        close recycle-ckpt-file
    end-if
    perform check-partition-checkpoint
        varying part-idx from 1 by 1
        until part-idx > 4
    open input part-control-file
    if part-control-status = "00" then
        read part-control-file
            at end continue
            not at end
                if pct-split and pct-cycle is numeric then
                    move "partitions split, not merged - cycle "
                        to pl-text
                    move pct-cycle to pending-cycle
                    perform report-pending-restart
                end-if
        end-read
        close part-control-file
    end-if.

check-partition-checkpoint.
    move 0 to ckpt-processed-count
    move 0 to ckpt-cycle
    evaluate part-idx
        when 1
            move "restart pending, partition 1 - cycle "
                to pl-text
            open input part-ckpt-file-1
            if part-ckpt-status = "00" then
                read part-ckpt-file-1 into checkpoint-rec
                    at end continue
                end-read
                close part-ckpt-file-1
            end-if
        when 2
            move "restart pending, partition 2 - cycle "
                to pl-text
            open input part-ckpt-file-2
            if part-ckpt-status = "00" then
                read part-ckpt-file-2 into checkpoint-rec
                    at end continue
                end-read
                close part-ckpt-file-2
            end-if
        when 3
            move "restart pending, partition 3 - cycle "
                to pl-text
            open input part-ckpt-file-3
            if part-ckpt-status = "00" then
                read part-ckpt-file-3 into checkpoint-rec
                    at end continue
                end-read
                close part-ckpt-file-3
            end-if
        when 4
            move "restart pending, partition 4 - cycle "
                to pl-text
            open input part-ckpt-file-4
            if part-ckpt-status = "00" then
                read part-ckpt-file-4 into checkpoint-rec
                    at end continue
                end-read
                close part-ckpt-file-4
            end-if
    end-evaluate
    if ckpt-processed-count is numeric
            and ckpt-processed-count > 0 then
        move ckpt-cycle to pending-cycle
        perform report-pending-restart
    end-if.

report-pending-restart.
    add 1 to problem-count
    move "N" to certified-switch
    move pending-cycle to pl-cycle
    move spaces to pl-more
    write report-line from problem-line.

write-report-totals.
    move cyc-count to rt1-cycles
    move clean-count to rt2-clean
    move warning-count to rt3-warning
    move excused-count to rt4-excused
    move problem-count to rt5-problems
    write report-line from report-blank-line
    write report-line from report-trailer-1
    write report-line from report-trailer-2
    write report-line from report-trailer-3
    write report-line from report-trailer-4
    write report-line from report-trailer-5.

write-period-card.
    open output period-file
    if period-file-status = "00" then
        move spaces to period-card
        move close-period to pc-period
        write period-card
        close period-file
    end-if.

close-month.
    move spaces to close-control-rec
    move close-period to cls-period
    move "C" to cls-action
    move run-date to cls-date
    move run-time to cls-time
    move close-operator to cls-operator
    move first-cycle to cls-first-cycle
    move last-cycle to cls-last-cycle
    move cyc-count to cls-cycle-count
    move excused-count to cls-excused-count
    move close-reason to cls-reason
    move "month marked closed on SQRTCLOS" to ol-text
    perform append-close-record
    write report-line from outcome-line.

*> Reopening is deliberate: the card has to name the month rather
*> than take last month by default, the month has to be closed now,
*> and the card has to say who is reopening it and why.
reopen-month.
    evaluate true
        when not period-given
            move "N" to certified-switch
            move "REOPEN needs the month named on the card"
                to ol-text
        when not month-is-closed
            move "N" to certified-switch
            move "month is not closed - nothing to reopen"
                to ol-text
        when close-operator = spaces or close-reason = spaces
            move "N" to certified-switch
            move "REOPEN needs an operator and a reason" to ol-text
        when other
            move spaces to close-control-rec
            move close-period to cls-period
            move "O" to cls-action
            move run-date to cls-date
            move run-time to cls-time
            move close-operator to cls-operator
            move 0 to cls-first-cycle
            move 0 to cls-last-cycle
            move 0 to cls-cycle-count
            move 0 to cls-excused-count
            move close-reason to cls-reason
            move "month reopened - billing may price it again"
                to ol-text
            perform append-close-record
    end-evaluate
    write report-line from outcome-line.

*> The caller has the success message ready in the outcome line;
*> a close-control file that won't open replaces it.
append-close-record.
    open extend close-file
    if close-file-status = "00" or "05" then
        write close-control-rec
        close close-file
    else
        move "N" to certified-switch
        move "close-control file could not be opened" to ol-text
    end-if.
