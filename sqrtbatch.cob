    select optional command-file assign to "SQRTCMD"
        organization is line sequential
        file status is command-file-status.
    select optional partition-step-file assign to "PARTSTEP"
        organization is line sequential
        file status is partition-step-status.
    select optional partition-totals-file assign to "SQRTPTOT"
        organization is line sequential
        file status is partition-totals-status.
    select optional part-control-file assign to "SQRTPCTL"
        organization is line sequential
        file status is part-control-status.
    select optional partition-update-file assign to "SQRTPUPD"
        organization is sequential
        file status is partition-update-status.
    select optional master-file assign to "SQRTMSTR"
        organization is indexed
        access mode is random
        access mode is random
        record key is xref-key
        file status is xref-file-status.
    select optional track-file assign to "SQRTTRAK"
        organization is indexed
        access mode is random
        record key is trk-key
        file status is track-file-status.

data division.
file section.
fd  xref-file.
copy "sqrtxrfrec.cpy".

fd  track-file.
copy "sqrttrkrec.cpy".

fd  cycle-file.
copy "sqrtcycrec.cpy".

    05  cmd-value-text       pic x(16).

fd  checkpoint-file.
copy "sqrtckprec.cpy".

*> Present only on a partition run: the partition, 1 to 4, of the
*> work the split cut for the cycle. The run then works under the
*> cycle the split drew instead of drawing its own, leaves the
*> run-history line to the merge, and ends by writing its totals to
*> SQRTPTOT for the merge to add up.
fd  partition-step-file.
01  partition-step-rec.
    05  ps-partition         pic x.
    05  ps-partition-n redefines ps-partition pic 9.
    05  filler               pic x(79).

fd  partition-totals-file.
copy "sqrtptorec.cpy".

*> The split's control record: the cycle a partition run works
*> under.
fd  part-control-file.
copy "sqrtpctrec.cpy".

*> A partition run's updates to the master, the cross-reference,
*> and the tracking file, posted here for the merge to apply - the
*> four partitions run side by side and the keyed files take one
*> writer at a time.
fd  partition-update-file
    record contains 100 characters.
copy "sqrtpuprec.cpy".

working-storage section.
copy "sqrtldgrec.cpy".
77  control-file-status  pic x(2).
77  checkpoint-file-status pic x(2).
77  master-file-status   pic x(2).
77  history-file-status  pic x(2).
77  cycle-file-status    pic x(2).
77  partition-step-status pic x(2).
77  partition-totals-status pic x(2).
77  part-control-status  pic x(2).
77  partition-update-status pic x(2).
77  update-open-switch   pic x value "N".
    88  update-is-open          value "Y".
77  partition-number     pic 9 value 0.
    88  partition-mode          values 1 thru 4.
77  partition-done-switch pic x value "N".
    88  partition-already-done  value "Y".
*> The name the run books on the step ledger under: SQRTBATCH, or
*> SQRTBAT1 to SQRTBAT4 for a partition run.
77  ledger-program       pic x(10) value "SQRTBATCH".
77  disp-cycle           pic zzzz9.
*> This execution's run/cycle number, drawn off SQRTCYCN at start
*> of run (or inherited from the checkpoint on a restart) and
*> stamped on every output record, the checkpoint, the status
77  xref-file-status     pic x(2).
77  xref-open-switch     pic x value "N".
    88  xref-is-open            value "Y".
77  track-file-status    pic x(2).
77  track-open-switch    pic x value "N".
    88  track-is-open           value "Y".
77  track-found-switch   pic x value "N".
    88  track-found             value "Y".
77  master-found-switch  pic x value "N".
    88  master-found            value "Y".
77  sqrtout-file-status   pic x(2).
    05  filler            pic x(11) value "  run date ".
    05  rh1-date           pic 9999/99/99.

*> Heads a partition run's report, which covers only its share of
*> the cycle.
01  report-header-1a.
    05  filler            pic x(1)  value space.
    05  filler            pic x(10) value "partition ".
    05  rh1a-partition    pic 9.
    05  filler            pic x(10) value " of cycle ".
    05  rh1a-cycle        pic zzzz9.

01  report-header-2.
    05  filler            pic x(5)  value spaces.
    05  filler            pic x(15) value "z".
    move iteration-ceiling to default-ceiling
    move root-method to default-method
    perform load-tolerance-rules
    perform get-partition-step
    perform get-checkpoint
    if partition-mode then
        perform take-partition-cycle
        perform check-partition-complete
        if partition-already-done then
            stop run
        end-if
    else
        perform draw-cycle-number
    end-if
    perform record-step-start
    perform open-files
    perform skip-checkpointed-records
    if not is-restart
        perform clear-checkpoint
    end-if
    perform set-job-return-code.
    if partition-mode then
        perform write-partition-totals
    end-if
    perform record-step-end
    stop run.

*> Hands the JCL a condition code that means something: 8 says the
        end-if
    end-if.

*> A PARTSTEP card that is there but doesn't name a partition is a
*> broken partition job, not a single-stream night: drawing a cycle
*> of its own would split the partitions' cycle in two, so the run
*> stops before it touches anything.
get-partition-step.
    open input partition-step-file
    if partition-step-status = "00" then
        read partition-step-file
            at end continue
            not at end
                if ps-partition-n is numeric
                        and ps-partition-n >= 1
                        and ps-partition-n <= 4
                    move ps-partition-n to partition-number
                    move "SQRTBAT" to ledger-program
                    move ps-partition to ledger-program (8:1)
                else
                    display "sqrtbatch: PARTSTEP card names no "
                        "partition 1 to 4 - run stopped" upon console
                    move 8 to return-code
                    close partition-step-file
                    stop run
                end-if
        end-read
        close partition-step-file
    end-if.

*> A partition run works under the cycle the split drew, taken off
*> the split's own control record - not the last number on SQRTCYCN,
*> which a recycle run may have drawn past since - and draws nothing.
*> With no split on file waiting for its partitions there is no work
*> to run under, and the run stops before it touches anything. A
*> restart keeps its checkpointed cycle, as the single stream does.
take-partition-cycle.
    if is-restart and run-cycle > 0 then
        continue
    else
        open input part-control-file
        if part-control-status = "00" then
            read part-control-file
                at end continue
                not at end
                    if pct-split and pct-cycle is numeric
                        move pct-cycle to run-cycle
                    end-if
            end-read
            close part-control-file
        end-if
        if run-cycle = 0 then
            display "sqrtbatch: no partition split on file - "
                "partition " partition-number " not run" upon console
            move 8 to return-code
            stop run
        end-if
    end-if.

*> A partition whose totals are already on file for the cycle has
*> finished its share - only a quiesce (RC 6) is left to resume.
*> Resubmitting it, or the restart job running every partition
*> again, must not compute the partition a second time: it ends
*> straight away on the condition code it finished with.
check-partition-complete.
    if not is-restart then
        open input partition-totals-file
        if partition-totals-status = "00" then
            read partition-totals-file
                at end continue
                not at end
                    if ptt-cycle is numeric
                            and ptt-cycle = run-cycle
                            and ptt-partition = partition-number
                            and ptt-return-code is numeric
                            and ptt-return-code not = 6
                        move "Y" to partition-done-switch
                    end-if
            end-read
            close partition-totals-file
        end-if
    end-if
    if partition-already-done then
        move run-cycle to disp-cycle
        display "sqrtbatch: partition " partition-number
            " of cycle " disp-cycle " already complete - not rerun"
            upon console
        move ptt-return-code to return-code
    end-if.

*> The partition's share of the cycle's control totals, rewritten
*> whole at the end of every partition run - a quiesced one too, so
*> the merge can see it is not finished.
write-partition-totals.
    move spaces to partition-totals-rec
    move run-cycle to ptt-cycle
    move partition-number to ptt-partition
    move return-code to ptt-return-code
    move processed-count to ptt-processed
    move converged-count to ptt-converged
    move non-convergent-count to ptt-non-convergent
    move rejected-count to ptt-rejected
    move total-iterations to ptt-total-iterations
    move min-iterations to ptt-min-iterations
    move max-iterations to ptt-max-iterations
    move master-hit-count to ptt-master-hits
    move repeat-hit-count to ptt-repeat-hits
    move priority-cut-count to ptt-priority-cut
    move late-urgent-count to ptt-late-urgent
    open output partition-totals-file
    if partition-totals-status = "00" or "05" then
        write partition-totals-rec
        close partition-totals-file
    end-if.

*> Reads and discards the records a prior run already finished so
*> this run picks up exactly where the last one left off.
skip-checkpointed-records.
write-report-headers.
    move run-date to rh1-date
    write sqrtrpt-line from report-header-1
    if partition-mode then
        move partition-number to rh1a-partition
        move run-cycle to rh1a-cycle
        write sqrtrpt-line from report-header-1a
    end-if
    write sqrtrpt-line from report-blank-line
    write sqrtrpt-line from report-header-2
    write sqrtrpt-line from report-blank-line.
    write sqrtrpt-line from report-trailer-4
    write sqrtrpt-line from report-trailer-5
    write sqrtrpt-line from report-trailer-6
*> A partition run is a share of the cycle; the merge writes the
*> cycle's one history line from all the partitions' totals.
    if not partition-mode then
        perform write-run-history
    end-if.

*> Appends this run's summary to the permanent run-history file so
*> the control totals outlive the night's SYSOUT - the trend report
        move max-iterations to rh-max-iterations
        move avg-iterations to rh-avg-iterations
        move run-cycle to rh-cycle
        move "BATC" to rh-step
*> The condition code the run is about to end with, settled here so
*> the line records how the run finished - the month-end close has
*> to tell a quiesced or aborted cycle from a finished one.
        perform set-job-return-code
        move return-code to rh-return-code
        write run-history-rec
        close history-file
    end-if.
        move "Y" to priority-open-switch
    end-if
    perform open-master-file
    if partition-mode then
        perform open-update-file
    else
        perform open-xref-file
        perform open-track-file
    end-if.

*> The master of previously computed roots is a convenience, not a
*> prerequisite: a run whose master can't be opened (first run at a
*> site, file migrated, whatever) computes every record from scratch
*> exactly as it did before the master existed, rather than failing
*> the batch window over a cache.
*> A partition run only reads it: its updates go to the update
*> file for the merge to apply.
open-master-file.
    if partition-mode then
        open input master-file
    else
        open i-o master-file
    end-if
    if master-file-status = "00" or "05" then
        move "Y" to master-open-switch
    end-if.

*> The partition's update file follows the same convenience rule as
*> the keyed files it stands in for. Rewritten from the top on a
*> fresh run; a restart extends it like the output files.
open-update-file.
    if is-restart then
        open extend partition-update-file
    else
        open output partition-update-file
    end-if
    if partition-update-status = "00" or "05" then
        move "Y" to update-open-switch
    end-if.

*> The request cross-reference follows the master's convenience
*> rule: a run whose cross-reference can't be opened still
*> completes - the inquiry falls back to the files it always had -
        move "Y" to xref-open-switch
    end-if.

*> The request tracking file is the same kind of convenience: the
*> run computes and completes whether or not it can stamp it.
open-track-file.
    open i-o track-file
    if track-file-status = "00" or "05" then
        move "Y" to track-open-switch
    end-if.

read-input-record.
    read sqrtin-file
        at end move "Y" to wf-eof
        move master-y to y
        move master-iterations to iterations
        move 0 to prior-status
        perform stamp-master-hit
        perform write-converged-output
    else
        call "squareroot" using z, y, precision, iterations,
    move sqrtin-priority to sqrtoutx-priority
    write sqrtoutx-rec
    perform update-request-xref-x
    perform track-request-computed
    move z to dl-z
    move yx to dl-y
    move iterations to dl-iterations
*> answer for extended work names the outcome and points at the
*> extended record, which is where the full-width root lives.
update-request-xref-x.
    if partition-mode then
        perform post-xref-entry-x
    end-if
    if xref-is-open then
        move sqrtoutx-request-id to xref-request-id
        move sqrtoutx-dept to xref-dept
        move sqrtoutx-run-date to xref-run-date
        move sqrtoutx-cycle to xref-cycle
        move sqrtoutx-imaginary to xref-imaginary
        move sqrtoutx-precision to xref-precision
        move root-method to xref-method
        write xref-rec
            invalid key perform rewrite-request-xref
        end-write
*> record is booked non-convergent for its own requester too: the
*> same input under the same tuning fails the same way, and burning
*> the iteration ceiling again to prove it would only slow the run.
*> A reused root that is on the master has answered one more
*> request off it, and the master's usage count says so - the
*> repeat would have been a master hit had the deck not held it
*> adjacent.
reuse-prior-result.
    if prior-status = 0 then
        add 1 to converged-count
        add 1 to repeat-hit-count
        move prior-y to y
        move prior-iterations to iterations
*> A partition run posts the hit whether or not the entry is on the
*> master yet: a root this partition computed fresh is only filed
*> when the merge applies it, ahead of this hit.
        if partition-mode then
            perform post-root-hit
        else
            perform look-up-master
            if master-found then
                perform stamp-master-hit
            end-if
        end-if
        perform write-converged-output
    else
        add 1 to non-convergent-count
    write sqrtout-rec
    perform write-priority-copy
    perform update-request-xref
    perform track-request-computed
    move z to dl-z
    move y to dl-y
    move iterations to dl-iterations

*> Files a freshly converged root on the master so the next run that
*> asks for the same Z at the same power and precision is satisfied
*> without computing. A new entry starts its usage at today with no
*> hits. A duplicate key just means a parallel or restarted run got
*> there first - the root is deterministic, so the entry already
*> filed is as good as having won the race, and this request counts
*> as a hit on it rather than resetting its usage.
update-master.
    if partition-mode then
        perform post-new-root
    end-if
    if master-is-open and not partition-mode then
        move z to master-z
        move root-power to master-root-power
        move precision to master-precision
        move y to master-y
        move iterations to master-iterations
        move run-date to master-last-hit-date
        move 0 to master-hits
        write master-rec
            invalid key perform rewrite-master
        end-write
    end-if.

rewrite-master.
    read master-file
        invalid key continue
        not invalid key perform stamp-master-hit
    end-read.

*> Books a hit on the master entry just read: today as its last hit
*> and one more on its count, which is what the purge run reads to
*> tell the entries that answer requests from the ones that only
*> take up space. The count stops at its picture rather than wrap
*> back to a cold-looking zero.
stamp-master-hit.
    if partition-mode then
        perform post-root-hit
    else
        move run-date to master-last-hit-date
        if master-hits < 9999999 then
            add 1 to master-hits
        end-if
        rewrite master-rec
            invalid key continue
        end-rewrite
    end-if.

*> Rejects an input whose magnitude falls outside what Z's picture can
*> hold, or whose operation code asks for the meaningless first root,
    move sqrtin-priority to sqrtout-priority
    write sqrtout-rec
    perform write-priority-copy
    perform update-request-xref
    perform track-request-computed.

*> Files the output record just written on the request
*> cross-reference, keyed by request id, so an inquiry can answer
    end-if.

update-request-xref.
    if partition-mode then
        perform post-xref-entry
    end-if
    if xref-is-open then
        move sqrtout-request-id to xref-request-id
        move sqrtout-dept to xref-dept
        move sqrtout-run-date to xref-run-date
        move sqrtout-cycle to xref-cycle
        move sqrtout-imaginary to xref-imaginary
        move sqrtout-precision to xref-precision
        move root-method to xref-method
        write xref-rec
            invalid key perform rewrite-request-xref
        end-write
rewrite-request-xref.
    rewrite xref-rec.

*> Stamps the request's tracking record with the cycle that just
*> produced an output record for it, whatever the outcome - a
*> reject or a non-convergent is still an answer on its way back to
*> the department. A request the earlier steps never booked is
*> opened here, received today.
track-request-computed.
    if partition-mode then
        perform post-track-computed
    end-if
    if track-is-open then
        move sqrtin-request-id to trk-request-id
        move sqrtin-dept to trk-dept
        move "Y" to track-found-switch
        read track-file
            invalid key move "N" to track-found-switch
        end-read
        if not track-found then
            initialize request-track-rec
            move sqrtin-request-id to trk-request-id
            move sqrtin-dept to trk-dept
            move run-date to trk-received-date
        end-if
        move run-date to trk-computed-date
        move run-cycle to trk-computed-cycle
        add 1 to trk-computed-count
        move "C" to trk-stage
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

*> A partition run's keyed-file updates, in the order the
*> single-stream run would have made them. The merge applies them
*> under the same duplicate-key rules: a new root another partition
*> filed first becomes a hit on it, a cross-reference entry already
*> there is rewritten, a request with no tracking record is opened.
post-new-root.
    move spaces to partition-update-rec
    move "M" to pup-type
    move z to pup-master-z
    move root-power to pup-master-root-power
    move precision to pup-master-precision
    move y to pup-master-y
    move iterations to pup-master-iterations
    perform write-update-record.

post-root-hit.
    move spaces to partition-update-rec
    move "H" to pup-type
    move z to pup-master-z
    move root-power to pup-master-root-power
    move precision to pup-master-precision
    move 0 to pup-master-y
    move 0 to pup-master-iterations
    perform write-update-record.

post-xref-entry.
    move spaces to partition-update-rec
    move "X" to pup-type
    move sqrtout-request-id to pup-xref-request-id
    move sqrtout-dept to pup-xref-dept
    move sqrtout-z to pup-xref-z
    move sqrtout-root-power to pup-xref-root-power
    move sqrtout-y to pup-xref-y
    move sqrtout-status to pup-xref-status
    move sqrtout-cycle to pup-xref-cycle
    move sqrtout-imaginary to pup-xref-imaginary
    move sqrtout-precision to pup-xref-precision
    move root-method to pup-xref-method
    perform write-update-record.

post-xref-entry-x.
    move spaces to partition-update-rec
    move "X" to pup-type
    move sqrtoutx-request-id to pup-xref-request-id
    move sqrtoutx-dept to pup-xref-dept
    move sqrtoutx-z to pup-xref-z
    move sqrtoutx-root-power to pup-xref-root-power
    move sqrtoutx-y to pup-xref-y
    move sqrtoutx-status to pup-xref-status
    move sqrtoutx-cycle to pup-xref-cycle
    move sqrtoutx-imaginary to pup-xref-imaginary
    move sqrtoutx-precision to pup-xref-precision
    move root-method to pup-xref-method
    perform write-update-record.

post-track-computed.
    move spaces to partition-update-rec
    move "T" to pup-type
    move sqrtin-request-id to pup-trk-request-id
    move sqrtin-dept to pup-trk-dept
    perform write-update-record.

write-update-record.
    if update-is-open then
        move run-cycle to pup-cycle
        move run-date to pup-run-date
        write partition-update-rec
    end-if.

close-files.
    if priority-file-open then
        perform cut-priority-output
    end-if
    if xref-is-open then
        close xref-file
    end-if
    if track-is-open then
        close track-file
    end-if
    if update-is-open then
        close partition-update-file
    end-if.

*> Books the run's start and end on the step-completion ledger
*> against the cycle just drawn or resumed - the restart gate reads
*> an end line here as the cycle computed, never to be recomputed.
*> The call leaves the subprogram's code in RETURN-CODE, so the
*> run's own is put back after it. A partition run books nothing:
*> its jobs carry no SQRTLEDG DD - four jobs cannot hold the ledger
*> at once - so the calls find no ledger and write no line. The
*> merge's end line, booked by SQRTBMRG, is the one that says the
*> cycle is computed.
record-step-start.
    move spaces to step-ledger-rec
    move run-cycle to ldg-cycle
    move ledger-program to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move run-cycle to ldg-cycle
    move ledger-program to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
