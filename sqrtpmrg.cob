*> Partition merge for the batch driver. Once every partition run
*> of sqrtbatch has worked its share of the cycle the split cut,
*> this program proves each partition against the split - run for
*> this cycle, finished rather than quiesced or aborted, and every
*> record it was handed accounted for, on its totals record and on
*> its files - and only then appends the partitions' output,
*> extended output, and exception records to the cycle's SQRTOUT,
*> SQRTOUTX, and SQRTEXC, and applies the updates each partition
*> posted for the master of computed roots, the request
*> cross-reference, and the tracking file, which a partition run
*> only reads - the four run side by side, and the keyed files take
*> one writer at a time. The four partitions'
*> totals are added into the one set of control totals and the one
*> run-history line the single-stream driver would have written,
*> so reconciliation, the balance, the export, and distribution see
*> one cycle exactly as they always have. Its ledger end line is
*> the cycle's "computed" for the restart gate, in place of the
*> single-stream driver's.
*> The merge keeps count on SQRTPCTL of how far it has got through
*> the partition files, rewritten after every record the way the
*> driver rewrites its checkpoint, so a merge restarted after an
*> abend carries on after the records already appended or applied
*> instead of doing them twice; once the cycle is merged the control
*> record says so and a rerun appends nothing. A cycle judged
*> unusable is marked given up on the control record, so the next
*> night's split is not held for it.
*> Condition codes follow the driver's: 0 clean, 4 warnings (some
*> rejects or non-convergents), 6 a partition not finished yet -
*> quiesced, or not run - so nothing is merged and the partitions
*> and then the merge are resubmitted, 8 the cycle is unusable (a
*> partition aborted, or its records don't balance to the split).
identification division.
program-id. sqrtpmrg.

environment division.
input-output section.
file-control.
    select optional part-control-file assign to "SQRTPCTL"
        organization is line sequential
        file status is part-control-status.
    select optional part-totals-file assign to "SQRTPTOT"
        organization is line sequential
        file status is part-totals-status.
*> Each partition's output, extended output, exception, and update
*> files, as a fixed bank of four: the shop dialect resolves an
*> ASSIGN to a fixed external name, so partition n's files are on
*> SQRTPOn, SQRTPXn, SQRTPEn, and SQRTPUn and are read one
*> partition at a time, partition 1 first.
    select optional part-out-file-1 assign to "SQRTPO1"
        organization is sequential
        file status is part-out-status.
    select optional part-out-file-2 assign to "SQRTPO2"
        organization is sequential
        file status is part-out-status.
    select optional part-out-file-3 assign to "SQRTPO3"
        organization is sequential
        file status is part-out-status.
    select optional part-out-file-4 assign to "SQRTPO4"
        organization is sequential
        file status is part-out-status.
    select optional part-outx-file-1 assign to "SQRTPX1"
        organization is sequential
        file status is part-outx-status.
    select optional part-outx-file-2 assign to "SQRTPX2"
        organization is sequential
        file status is part-outx-status.
    select optional part-outx-file-3 assign to "SQRTPX3"
        organization is sequential
        file status is part-outx-status.
    select optional part-outx-file-4 assign to "SQRTPX4"
        organization is sequential
        file status is part-outx-status.
    select optional part-exc-file-1 assign to "SQRTPE1"
        organization is line sequential
        file status is part-exc-status.
    select optional part-exc-file-2 assign to "SQRTPE2"
        organization is line sequential
        file status is part-exc-status.
    select optional part-exc-file-3 assign to "SQRTPE3"
        organization is line sequential
        file status is part-exc-status.
    select optional part-exc-file-4 assign to "SQRTPE4"
        organization is line sequential
        file status is part-exc-status.
    select optional part-upd-file-1 assign to "SQRTPU1"
        organization is sequential
        file status is part-upd-status.
    select optional part-upd-file-2 assign to "SQRTPU2"
        organization is sequential
        file status is part-upd-status.
    select optional part-upd-file-3 assign to "SQRTPU3"
        organization is sequential
        file status is part-upd-status.
    select optional part-upd-file-4 assign to "SQRTPU4"
        organization is sequential
        file status is part-upd-status.
    select optional sqrtout-file assign to "SQRTOUT"
        organization is sequential
        file status is sqrtout-file-status.
    select optional sqrtoutx-file assign to "SQRTOUTX"
        organization is sequential
        file status is sqrtoutx-file-status.
    select optional sqrtexc-file assign to "SQRTEXC"
        organization is line sequential
        file status is sqrtexc-file-status.
    select optional sqrtrpt-file assign to "SQRTRPT"
        organization is line sequential
        file status is sqrtrpt-file-status.
    select optional control-file assign to "SQRTPARM"
        organization is line sequential
        file status is control-file-status.
    select optional history-file assign to "SQRTHIST"
        organization is line sequential
        file status is history-file-status.
    select optional status-file assign to "SQRTSTAT"
        organization is line sequential
        file status is status-file-status.
    select optional master-file assign to "SQRTMSTR"
        organization is indexed
        access mode is random
        record key is master-key
        file status is master-file-status.
    select optional xref-file assign to "SQRTXREF"
        organization is indexed
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
fd  part-control-file.
copy "sqrtpctrec.cpy".

*> The partitions' totals records, concatenated - one per
*> partition, each naming its own partition and cycle.
fd  part-totals-file.
copy "sqrtptorec.cpy".

fd  part-out-file-1
    record contains 84 characters.
01  part-out-rec-1           pic x(84).

fd  part-out-file-2
    record contains 84 characters.
01  part-out-rec-2           pic x(84).

fd  part-out-file-3
    record contains 84 characters.
01  part-out-rec-3           pic x(84).

fd  part-out-file-4
    record contains 84 characters.
01  part-out-rec-4           pic x(84).

fd  part-outx-file-1
    record contains 97 characters.
01  part-outx-rec-1          pic x(97).

fd  part-outx-file-2
    record contains 97 characters.
01  part-outx-rec-2          pic x(97).

fd  part-outx-file-3
    record contains 97 characters.
01  part-outx-rec-3          pic x(97).

fd  part-outx-file-4
    record contains 97 characters.
01  part-outx-rec-4          pic x(97).

fd  part-exc-file-1.
01  part-exc-rec-1           pic x(80).

fd  part-exc-file-2.
01  part-exc-rec-2           pic x(80).

fd  part-exc-file-3.
01  part-exc-rec-3           pic x(80).

fd  part-exc-file-4.
01  part-exc-rec-4           pic x(80).

fd  part-upd-file-1
    record contains 100 characters.
01  part-upd-rec-1           pic x(100).

fd  part-upd-file-2
    record contains 100 characters.
01  part-upd-rec-2           pic x(100).

fd  part-upd-file-3
    record contains 100 characters.
01  part-upd-rec-3           pic x(100).

fd  part-upd-file-4
    record contains 100 characters.
01  part-upd-rec-4           pic x(100).

fd  sqrtout-file
    record contains 84 characters.
copy "sqrtoutrec.cpy".

fd  sqrtoutx-file
    record contains 97 characters.
copy "sqrtoxrec.cpy".

fd  sqrtexc-file.
01  sqrtexc-rec              pic x(80).

fd  sqrtrpt-file.
01  sqrtrpt-line             pic x(132).

fd  control-file.
copy "sqrtparm.cpy".

fd  history-file.
copy "sqrthstrec.cpy".

fd  status-file.
copy "sqrtstrec.cpy".

fd  master-file.
copy "sqrtmstrec.cpy".

fd  xref-file.
copy "sqrtxrfrec.cpy".

fd  track-file.
copy "sqrttrkrec.cpy".

working-storage section.
copy "sqrtldgrec.cpy".
copy "sqrtpuprec.cpy".
77  part-control-status      pic x(2).
77  part-totals-status       pic x(2).
77  part-out-status          pic x(2).
77  part-outx-status         pic x(2).
77  part-exc-status          pic x(2).
77  part-upd-status          pic x(2).
77  master-file-status       pic x(2).
77  xref-file-status         pic x(2).
77  track-file-status        pic x(2).
77  master-open-switch       pic x value "N".
    88  master-is-open             value "Y".
77  xref-open-switch         pic x value "N".
    88  xref-is-open               value "Y".
77  track-open-switch        pic x value "N".
    88  track-is-open              value "Y".
77  track-found-switch       pic x value "N".
    88  track-found                value "Y".
77  sqrtout-file-status      pic x(2).
77  sqrtoutx-file-status     pic x(2).
77  sqrtexc-file-status      pic x(2).
77  sqrtrpt-file-status      pic x(2).
77  control-file-status      pic x(2).
77  history-file-status      pic x(2).
77  status-file-status       pic x(2).
77  run-date                 pic 9(8).
77  start-time               pic 9(8).
77  stamp-time               pic 9(8).
77  run-cycle                pic 9(5) value 0.
77  run-precision            pic s9(10)v9(5) value .00001.
77  run-method               pic 9 value 0.
77  control-found-switch     pic x value "N".
    88  control-found              value "Y".
77  totals-eof               pic x value "N".
77  copy-eof                 pic x value "N".
    88  end-of-copy                value "Y".
*> What the judging of the partitions came to: M merge them, Q one
*> is not finished, X the cycle is unusable, A already merged.
77  merge-verdict            pic x value "M".
    88  merge-go                   value "M".
    88  merge-incomplete           value "Q".
    88  merge-unusable             value "X".
    88  merge-already-done         value "A".
77  part-idx                 pic s999 comp.
*> Records an earlier attempt at this merge already appended or
*> applied, still to be passed over on the way through the files.
77  skip-count               pic 9(7).
77  split-total              pic 9(7) value 0.
*> What the proving pass found on one partition's files.
77  found-records            pic 9(7).
77  found-exceptions         pic 9(7).
77  owed-exceptions          pic 9(7).
77  appended-out             pic 9(7) value 0.
77  appended-outx            pic 9(7) value 0.
77  appended-exc             pic 9(7) value 0.
77  applied-upd              pic 9(7) value 0.
77  processed-count          pic 9(7) value 0.
77  converged-count          pic 9(7) value 0.
77  non-convergent-count     pic 9(7) value 0.
77  rejected-count           pic 9(7) value 0.
77  master-hit-count         pic 9(7) value 0.
77  repeat-hit-count         pic 9(7) value 0.
77  fresh-count              pic 9(7) value 0.
77  part-fresh-count         pic 9(7).
77  priority-cut-count       pic 9(7) value 0.
77  late-urgent-count        pic 9(7) value 0.
77  total-iterations         pic 9(9) value 0.
77  min-iterations           pic s9999 value 9999.
77  max-iterations           pic s9999 value 0.
77  avg-iterations           pic s9999 value 0.
77  exception-count          pic 9(7) value 0.
77  disp-cycle               pic zzzz9.

*> Each partition's totals record for this cycle, as judged.
01  partition-table.
    05  partition-entry occurs 4 times.
        10  pm-found         pic x.
        10  pm-return-code   pic 99.
        10  pm-processed     pic 9(7).
        10  pm-converged     pic 9(7).
        10  pm-non-convergent pic 9(7).
        10  pm-rejected      pic 9(7).
        10  pm-total-iterations pic 9(9).
        10  pm-min-iterations pic s9999.
        10  pm-max-iterations pic s9999.
        10  pm-master-hits   pic 9(7).
        10  pm-repeat-hits   pic 9(7).
        10  pm-priority-cut  pic 9(7).
        10  pm-late-urgent   pic 9(7).
        10  pm-state         pic x(16).

*> The record just read off a partition's output, extended output,
*> or exception file, with the cycle each output record carries.
01  part-out-work.
    05  filler               pic x(78).
    05  pow-cycle            pic 9(5).
    05  filler               pic x.

01  part-outx-work.
    05  filler               pic x(91).
    05  pxw-cycle            pic 9(5).
    05  filler               pic x.

01  part-exc-work            pic x(80).

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "square root partition merge".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.
    05  filler            pic x(9)  value "  cycle ".
    05  rh1-cycle         pic zzzz9.

01  report-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(11) value "partition".
    05  filler            pic x(10) value "    split".
    05  filler            pic x(11) value "  processed".
    05  filler            pic x(10) value "  rejected".
    05  filler            pic x(10) value "  non-conv".
    05  filler            pic x(5)  value "   rc".
    05  filler            pic x(3)  value spaces.
    05  filler            pic x(16) value "state".

01  report-blank-line       pic x(1) value space.

01  partition-line.
    05  filler            pic x(5)  value spaces.
    05  pl-partition      pic 9.
    05  filler            pic x(5)  value spaces.
    05  pl-split          pic zzzzzz9.
    05  filler            pic x(4)  value spaces.
    05  pl-processed      pic zzzzzz9.
    05  filler            pic x(3)  value spaces.
    05  pl-rejected       pic zzzzzz9.
    05  filler            pic x(3)  value spaces.
    05  pl-non-convergent pic zzzzzz9.
    05  filler            pic x(3)  value spaces.
    05  pl-return-code    pic z9.
    05  filler            pic x(3)  value spaces.
    05  pl-state          pic x(16).

01  no-split-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(60) value
        "*** no partition split on file to merge - nothing merged".

01  split-unbalanced-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(60) value
        "*** partition counts do not add up to the split work file".

01  incomplete-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(60) value
        "** a partition has not finished - nothing merged".

01  unusable-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(60) value
        "*** cycle unusable - nothing merged".

01  already-merged-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(60) value
        "** cycle already merged - nothing appended again".

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "records processed .......  ".
    05  rt1-processed     pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "records rejected  .......  ".
    05  rt2-rejected      pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "non-convergent .......  ".
    05  rt3-non-convergent pic zzzzzz9.

01  report-trailer-3a.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "satisfied from master ...  ".
    05  rt3a-master       pic zzzzzz9.

01  report-trailer-3b.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "freshly computed ........  ".
    05  rt3b-fresh        pic zzzzzz9.

01  report-trailer-3c.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "satisfied from prior rec   ".
    05  rt3c-repeat       pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "min iterations to converge  ".
    05  rt4-min           pic zzz9.

01  report-trailer-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "max iterations to converge  ".
    05  rt5-max           pic zzz9.

01  report-trailer-6.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "avg iterations to converge  ".
    05  rt6-avg           pic zzz9.

01  report-trailer-7.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "priority records cut early  ".
    05  rt7-priority      pic zzzzzz9.

01  report-trailer-8.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "urgent after express cut .  ".
    05  rt8-late-urgent   pic zzzzzz9.

01  report-trailer-9.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "output records merged ...  ".
    05  rt9-out           pic zzzzzz9.

01  report-trailer-10.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "extended records merged .  ".
    05  rt10-outx         pic zzzzzz9.

01  report-trailer-11.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "exception lines merged ..  ".
    05  rt11-exc          pic zzzzzz9.

01  report-trailer-12.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "other-cycle records left   ".
    05  rt12-stale        pic zzzzzz9.

01  report-trailer-13.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "keyed-file updates applied ".
    05  rt13-upd          pic zzzzzz9.

procedure division.
main-process.
    accept run-date from date yyyymmdd
    accept start-time from time
    perform get-run-parameters
    perform read-part-control
    perform record-step-start
    open output sqrtrpt-file
    perform write-report-headers
    if not control-found then
        write sqrtrpt-line from no-split-line
        close sqrtrpt-file
        display "sqrtpmrg: no partition split on file to merge"
            " - nothing merged" upon console
        move 8 to return-code
        perform record-step-end
        stop run
    end-if
    perform load-partition-totals
    perform judge-partition
        varying part-idx from 1 by 1
        until part-idx > 4
    if merge-go and pct-merged then
        move "A" to merge-verdict
    end-if
    if merge-go then
        perform prove-partition-files
    end-if
    perform write-partition-line
        varying part-idx from 1 by 1
        until part-idx > 4
    write sqrtrpt-line from report-blank-line
    evaluate true
        when merge-go
            perform merge-partition-files
        when merge-already-done
            write sqrtrpt-line from already-merged-line
        when merge-incomplete
            write sqrtrpt-line from incomplete-line
        when other
            write sqrtrpt-line from unusable-line
    end-evaluate
    perform add-partition-totals
        varying part-idx from 1 by 1
        until part-idx > 4
    perform write-control-totals
    close sqrtrpt-file
    perform set-job-return-code
*> A rerun over a merged cycle has nothing new to say: the cycle's
*> history line and status record were written by the merge that
*> did the work.
    if not merge-already-done then
        perform write-run-history
        perform update-run-status
    end-if
    evaluate true
        when merge-go
            move "M" to pct-state
            perform rewrite-part-control
        when merge-unusable
            move "X" to pct-state
            perform rewrite-part-control
    end-evaluate
    perform announce-outcome
    perform record-step-end
    stop run.

*> The SQRTPARM card the partitions ran with, for the precision and
*> method the history line carries - the card tuning, as on the
*> single-stream driver's line.
get-run-parameters.
    open input control-file
    if control-file-status = "00" then
        read control-file
            at end continue
            not at end
                move ctl-precision to run-precision
                move ctl-method to run-method
        end-read
        close control-file
    end-if.

*> The merge runs under the cycle the split drew, taken off the
*> split's own control record - not the last number on SQRTCYCN,
*> which a recycle run may have drawn past since. A cycle the merge
*> gave up as unusable has nothing left to merge.
read-part-control.
    open input part-control-file
    if part-control-status = "00" then
        read part-control-file
            at end continue
            not at end
                if pct-cycle is numeric and pct-cycle > 0
                        and (pct-split or pct-merged)
                    move "Y" to control-found-switch
                    move pct-cycle to run-cycle
                end-if
        end-read
        close part-control-file
    end-if.

rewrite-part-control.
    open output part-control-file
    if part-control-status = "00" or "05" then
        write partition-control-rec
        close part-control-file
    end-if.

*> A totals record for another cycle is a partition file left over
*> from an earlier night - the partition has not run for this one.
load-partition-totals.
    initialize partition-table
    perform clear-partition-entry
        varying part-idx from 1 by 1
        until part-idx > 4
    open input part-totals-file
    if part-totals-status = "00" then
        perform read-partition-totals
        perform take-partition-totals
            until totals-eof = "Y"
        close part-totals-file
    end-if.

clear-partition-entry.
    move "N" to pm-found (part-idx).

read-partition-totals.
    read part-totals-file
        at end move "Y" to totals-eof
    end-read.

take-partition-totals.
    if ptt-cycle is numeric and ptt-cycle = run-cycle
            and ptt-partition is numeric
            and ptt-partition >= 1 and ptt-partition <= 4
            and ptt-return-code is numeric then
        move ptt-partition to part-idx
        move "Y" to pm-found (part-idx)
        move ptt-return-code to pm-return-code (part-idx)
        move ptt-processed to pm-processed (part-idx)
        move ptt-converged to pm-converged (part-idx)
        move ptt-non-convergent to pm-non-convergent (part-idx)
        move ptt-rejected to pm-rejected (part-idx)
        move ptt-total-iterations to pm-total-iterations (part-idx)
        move ptt-min-iterations to pm-min-iterations (part-idx)
        move ptt-max-iterations to pm-max-iterations (part-idx)
        move ptt-master-hits to pm-master-hits (part-idx)
        move ptt-repeat-hits to pm-repeat-hits (part-idx)
        move ptt-priority-cut to pm-priority-cut (part-idx)
        move ptt-late-urgent to pm-late-urgent (part-idx)
    end-if
    perform read-partition-totals.

*> Every partition job runs every night, even one the split handed
*> no records, so each partition file on the merge is this cycle's;
*> all four have to be finished and balanced before any is merged.
judge-partition.
    evaluate true
        when pm-found (part-idx) not = "Y"
            move "not run" to pm-state (part-idx)
            perform note-incomplete
        when pm-return-code (part-idx) = 6
            move "quiesced" to pm-state (part-idx)
            perform note-incomplete
        when pm-return-code (part-idx) > 4
            move "aborted" to pm-state (part-idx)
            move "X" to merge-verdict
        when pm-processed (part-idx) not =
                pct-part-records (part-idx)
            move "out of balance" to pm-state (part-idx)
            move "X" to merge-verdict
        when other
            move "complete" to pm-state (part-idx)
    end-evaluate.

note-incomplete.
    if not merge-unusable then
        move "Q" to merge-verdict
    end-if.

write-partition-line.
    move part-idx to pl-partition
    move pct-part-records (part-idx) to pl-split
    move pm-processed (part-idx) to pl-processed
    move pm-rejected (part-idx) to pl-rejected
    move pm-non-convergent (part-idx) to pl-non-convergent
    move pm-return-code (part-idx) to pl-return-code
    move pm-state (part-idx) to pl-state
    write sqrtrpt-line from partition-line.

*> Proves the whole cycle before a single record is appended: the
*> partitions' shares have to add up to the work file the split
*> cut, and each partition's files have to hold what its totals
*> say it did - every record it processed on exactly one of its two
*> output files under this cycle, and one exception line for every
*> reject and non-convergent. The files are counted whole on every
*> attempt, so a merge restarted partway through its appends
*> proves against the same counts as the attempt before it. Output
*> records under another cycle are counted apart; they are left
*> behind, not appended, and the count is kept on the control
*> record with the merge's other counters.
prove-partition-files.
    move 0 to split-total
    perform add-split-share
        varying part-idx from 1 by 1
        until part-idx > 4
    if split-total not = pct-input-count then
        write sqrtrpt-line from split-unbalanced-line
        move "X" to merge-verdict
    end-if
    move 0 to pct-stale-count
    perform prove-partition
        varying part-idx from 1 by 1
        until part-idx > 4
    perform rewrite-part-control.

add-split-share.
    add pct-part-records (part-idx) to split-total.

prove-partition.
    move 0 to found-records
    move 0 to found-exceptions
    move "N" to copy-eof
    perform open-part-output
    perform read-part-output
    perform count-output-record
        until end-of-copy
    perform close-part-output
    move "N" to copy-eof
    perform open-part-extended
    perform read-part-extended
    perform count-extended-record
        until end-of-copy
    perform close-part-extended
    move "N" to copy-eof
    perform open-part-exception
    perform read-part-exception
    perform count-exception-line
        until end-of-copy
    perform close-part-exception
    compute owed-exceptions = pm-rejected (part-idx)
        + pm-non-convergent (part-idx)
    evaluate true
        when found-records not = pm-processed (part-idx)
            move "files unbalanced" to pm-state (part-idx)
            move "X" to merge-verdict
        when found-exceptions not = owed-exceptions
            move "exc unbalanced" to pm-state (part-idx)
            move "X" to merge-verdict
    end-evaluate.

count-output-record.
    if pow-cycle is numeric and pow-cycle = run-cycle then
        add 1 to found-records
    else
        add 1 to pct-stale-count
    end-if
    perform read-part-output.

count-extended-record.
    if pxw-cycle is numeric and pxw-cycle = run-cycle then
        add 1 to found-records
    else
        add 1 to pct-stale-count
    end-if
    perform read-part-extended.

count-exception-line.
    add 1 to found-exceptions
    perform read-part-exception.

*> The three appends and then the keyed-file updates, partition 1
*> first, each carrying on after whatever an earlier attempt at
*> this merge already got through: the control record's counters
*> run across the four partitions in order, so the first that many
*> records met are passed over.
merge-partition-files.
    open extend sqrtout-file
    move pct-merged-out to skip-count
    perform merge-output-file
        varying part-idx from 1 by 1
        until part-idx > 4
    close sqrtout-file
    open extend sqrtoutx-file
    move pct-merged-outx to skip-count
    perform merge-extended-file
        varying part-idx from 1 by 1
        until part-idx > 4
    close sqrtoutx-file
    open extend sqrtexc-file
    move pct-merged-exc to skip-count
    perform merge-exception-file
        varying part-idx from 1 by 1
        until part-idx > 4
    close sqrtexc-file
    perform open-keyed-files
    move pct-merged-upd to skip-count
    perform apply-update-file
        varying part-idx from 1 by 1
        until part-idx > 4
    perform close-keyed-files.

merge-output-file.
    move "N" to copy-eof
    perform open-part-output
    perform read-part-output
    perform append-output-record
        until end-of-copy
    perform close-part-output.

append-output-record.
    if skip-count > 0 then
        subtract 1 from skip-count
    else
        if pow-cycle is numeric and pow-cycle = run-cycle then
            write sqrtout-rec from part-out-work
            add 1 to appended-out
        end-if
        add 1 to pct-merged-out
        perform rewrite-part-control
    end-if
    perform read-part-output.

merge-extended-file.
    move "N" to copy-eof
    perform open-part-extended
    perform read-part-extended
    perform append-extended-record
        until end-of-copy
    perform close-part-extended.

append-extended-record.
    if skip-count > 0 then
        subtract 1 from skip-count
    else
        if pxw-cycle is numeric and pxw-cycle = run-cycle then
            write sqrtoutx-rec from part-outx-work
            add 1 to appended-outx
        end-if
        add 1 to pct-merged-outx
        perform rewrite-part-control
    end-if
    perform read-part-extended.

*> The exception lines carry no cycle; the partitions rewrite their
*> exception files from the top on every fresh run, so every line
*> on them is this cycle's.
merge-exception-file.
    move "N" to copy-eof
    perform open-part-exception
    perform read-part-exception
    perform append-exception-line
        until end-of-copy
    perform close-part-exception.

append-exception-line.
    if skip-count > 0 then
        subtract 1 from skip-count
    else
        write sqrtexc-rec from part-exc-work
        add 1 to appended-exc
        add 1 to pct-merged-exc
        perform rewrite-part-control
    end-if
    perform read-part-exception.

*> Partition n's files, dispatched on the partition in hand.
open-part-output.
    evaluate part-idx
        when 1 open input part-out-file-1
        when 2 open input part-out-file-2
        when 3 open input part-out-file-3
        when 4 open input part-out-file-4
    end-evaluate
    if part-out-status not = "00" then
        move "Y" to copy-eof
    end-if.

read-part-output.
    if not end-of-copy then
        evaluate part-idx
            when 1
                read part-out-file-1 into part-out-work
                    at end move "Y" to copy-eof
                end-read
            when 2
                read part-out-file-2 into part-out-work
                    at end move "Y" to copy-eof
                end-read
            when 3
                read part-out-file-3 into part-out-work
                    at end move "Y" to copy-eof
                end-read
            when 4
                read part-out-file-4 into part-out-work
                    at end move "Y" to copy-eof
                end-read
        end-evaluate
    end-if.

close-part-output.
    if part-out-status not = "35" then
        evaluate part-idx
            when 1 close part-out-file-1
            when 2 close part-out-file-2
            when 3 close part-out-file-3
            when 4 close part-out-file-4
        end-evaluate
    end-if.

open-part-extended.
    evaluate part-idx
        when 1 open input part-outx-file-1
        when 2 open input part-outx-file-2
        when 3 open input part-outx-file-3
        when 4 open input part-outx-file-4
    end-evaluate
    if part-outx-status not = "00" then
        move "Y" to copy-eof
    end-if.

read-part-extended.
    if not end-of-copy then
        evaluate part-idx
            when 1
                read part-outx-file-1 into part-outx-work
                    at end move "Y" to copy-eof
                end-read
            when 2
                read part-outx-file-2 into part-outx-work
                    at end move "Y" to copy-eof
                end-read
            when 3
                read part-outx-file-3 into part-outx-work
                    at end move "Y" to copy-eof
                end-read
            when 4
                read part-outx-file-4 into part-outx-work
                    at end move "Y" to copy-eof
                end-read
        end-evaluate
    end-if.

close-part-extended.
    if part-outx-status not = "35" then
        evaluate part-idx
            when 1 close part-outx-file-1
            when 2 close part-outx-file-2
            when 3 close part-outx-file-3
            when 4 close part-outx-file-4
        end-evaluate
    end-if.

open-part-exception.
    evaluate part-idx
        when 1 open input part-exc-file-1
        when 2 open input part-exc-file-2
        when 3 open input part-exc-file-3
        when 4 open input part-exc-file-4
    end-evaluate
    if part-exc-status not = "00" then
        move "Y" to copy-eof
    end-if.

read-part-exception.
    if not end-of-copy then
        evaluate part-idx
            when 1
                read part-exc-file-1 into part-exc-work
                    at end move "Y" to copy-eof
                end-read
            when 2
                read part-exc-file-2 into part-exc-work
                    at end move "Y" to copy-eof
                end-read
            when 3
                read part-exc-file-3 into part-exc-work
                    at end move "Y" to copy-eof
                end-read
            when 4
                read part-exc-file-4 into part-exc-work
                    at end move "Y" to copy-eof
                end-read
        end-evaluate
    end-if.

close-part-exception.
    if part-exc-status not = "35" then
        evaluate part-idx
            when 1 close part-exc-file-1
            when 2 close part-exc-file-2
            when 3 close part-exc-file-3
            when 4 close part-exc-file-4
        end-evaluate
    end-if.

open-part-updates.
    evaluate part-idx
        when 1 open input part-upd-file-1
        when 2 open input part-upd-file-2
        when 3 open input part-upd-file-3
        when 4 open input part-upd-file-4
    end-evaluate
    if part-upd-status not = "00" then
        move "Y" to copy-eof
    end-if.

read-part-updates.
    if not end-of-copy then
        evaluate part-idx
            when 1
                read part-upd-file-1 into partition-update-rec
                    at end move "Y" to copy-eof
                end-read
            when 2
                read part-upd-file-2 into partition-update-rec
                    at end move "Y" to copy-eof
                end-read
            when 3
                read part-upd-file-3 into partition-update-rec
                    at end move "Y" to copy-eof
                end-read
            when 4
                read part-upd-file-4 into partition-update-rec
                    at end move "Y" to copy-eof
                end-read
        end-evaluate
    end-if.

close-part-updates.
    if part-upd-status not = "35" then
        evaluate part-idx
            when 1 close part-upd-file-1
            when 2 close part-upd-file-2
            when 3 close part-upd-file-3
            when 4 close part-upd-file-4
        end-evaluate
    end-if.

*> The master, the cross-reference, and the tracking file are the
*> same conveniences here they are to the driver: one that won't
*> open goes without tonight's updates, the cycle still merges.
open-keyed-files.
    open i-o master-file
    if master-file-status = "00" or "05" then
        move "Y" to master-open-switch
    end-if
    open i-o xref-file
    if xref-file-status = "00" or "05" then
        move "Y" to xref-open-switch
    end-if
    open i-o track-file
    if track-file-status = "00" or "05" then
        move "Y" to track-open-switch
    end-if.

close-keyed-files.
    if master-is-open then
        close master-file
    end-if
    if xref-is-open then
        close xref-file
    end-if
    if track-is-open then
        close track-file
    end-if.

apply-update-file.
    move "N" to copy-eof
    perform open-part-updates
    perform read-part-updates
    perform apply-update-record
        until end-of-copy
    perform close-part-updates.

*> An update posted under another cycle is left from an earlier
*> night's partition run and is passed over.
apply-update-record.
    if skip-count > 0 then
        subtract 1 from skip-count
    else
        if pup-cycle is numeric and pup-cycle = run-cycle then
            evaluate true
                when pup-new-root
                    perform file-new-root
                when pup-root-hit
                    perform apply-root-hit
                when pup-xref-entry
                    perform file-xref-entry
                when pup-track-computed
                    perform stamp-track-computed
            end-evaluate
            add 1 to applied-upd
        end-if
        add 1 to pct-merged-upd
        perform rewrite-part-control
    end-if
    perform read-part-updates.

*> The driver's rules for the master: a new entry starts its usage
*> on the day the root was computed with no hits, and a key another
*> partition filed first is a hit on that entry instead - the root
*> is deterministic, so the entry already filed is as good.
file-new-root.
    if master-is-open then
        move pup-master-z to master-z
        move pup-master-root-power to master-root-power
        move pup-master-precision to master-precision
        move pup-master-y to master-y
        move pup-master-iterations to master-iterations
        move pup-run-date to master-last-hit-date
        move 0 to master-hits
        write master-rec
            invalid key perform apply-root-hit
        end-write
    end-if.

apply-root-hit.
    if master-is-open then
        move pup-master-z to master-z
        move pup-master-root-power to master-root-power
        move pup-master-precision to master-precision
        read master-file
            invalid key continue
            not invalid key perform stamp-master-hit
        end-read
    end-if.

stamp-master-hit.
    move pup-run-date to master-last-hit-date
    if master-hits < 9999999 then
        add 1 to master-hits
    end-if
    rewrite master-rec
        invalid key continue
    end-rewrite.

*> A duplicate key is a request already filed; the latest outcome
*> is kept, as the driver keeps it.
file-xref-entry.
    if xref-is-open then
        move pup-xref-request-id to xref-request-id
        move pup-xref-dept to xref-dept
        move pup-xref-z to xref-z
        move pup-xref-root-power to xref-root-power
        move pup-xref-y to xref-y
        move pup-xref-status to xref-status
        move pup-run-date to xref-run-date
        move pup-xref-cycle to xref-cycle
        move pup-xref-imaginary to xref-imaginary
        move pup-xref-precision to xref-precision
        move pup-xref-method to xref-method
        write xref-rec
            invalid key rewrite xref-rec
        end-write
    end-if.

*> The driver's tracking stamp: a request the earlier steps never
*> booked is opened here, received the day it was computed.
stamp-track-computed.
    if track-is-open then
        move pup-trk-request-id to trk-request-id
        move pup-trk-dept to trk-dept
        move "Y" to track-found-switch
        read track-file
            invalid key move "N" to track-found-switch
        end-read
        if not track-found then
            initialize request-track-rec
            move pup-trk-request-id to trk-request-id
            move pup-trk-dept to trk-dept
            move pup-run-date to trk-received-date
        end-if
        move pup-run-date to trk-computed-date
        move pup-cycle to trk-computed-cycle
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

*> The cycle's totals are the partitions' added together. The
*> fastest and slowest convergence come only from partitions that
*> computed something fresh - a partition answered wholly off the
*> master reports a zero minimum that is no convergence at all.
add-partition-totals.
    if pm-found (part-idx) = "Y" then
        add pm-processed (part-idx) to processed-count
        add pm-converged (part-idx) to converged-count
        add pm-non-convergent (part-idx) to non-convergent-count
        add pm-rejected (part-idx) to rejected-count
        add pm-total-iterations (part-idx) to total-iterations
        add pm-master-hits (part-idx) to master-hit-count
        add pm-repeat-hits (part-idx) to repeat-hit-count
        add pm-priority-cut (part-idx) to priority-cut-count
        add pm-late-urgent (part-idx) to late-urgent-count
        compute part-fresh-count = pm-converged (part-idx)
            - pm-master-hits (part-idx) - pm-repeat-hits (part-idx)
        if part-fresh-count > 0 then
            if pm-min-iterations (part-idx) < min-iterations
                move pm-min-iterations (part-idx) to min-iterations
            end-if
            if pm-max-iterations (part-idx) > max-iterations
                move pm-max-iterations (part-idx) to max-iterations
            end-if
        end-if
    end-if.

*> The same trailer, and the same fresh-computations-only average,
*> the single-stream driver prints.
write-control-totals.
    compute fresh-count =
        converged-count - master-hit-count - repeat-hit-count
    if fresh-count > 0 then
        divide total-iterations by fresh-count
            giving avg-iterations rounded
    else
        move 0 to avg-iterations
        move 0 to min-iterations
    end-if
    compute exception-count = rejected-count + non-convergent-count
    move processed-count to rt1-processed
    move rejected-count to rt2-rejected
    move non-convergent-count to rt3-non-convergent
    move master-hit-count to rt3a-master
    move fresh-count to rt3b-fresh
    move repeat-hit-count to rt3c-repeat
    move min-iterations to rt4-min
    move max-iterations to rt5-max
    move avg-iterations to rt6-avg
    move priority-cut-count to rt7-priority
    move late-urgent-count to rt8-late-urgent
    move appended-out to rt9-out
    move appended-outx to rt10-outx
    move appended-exc to rt11-exc
    move pct-stale-count to rt12-stale
    move applied-upd to rt13-upd
    write sqrtrpt-line from report-blank-line
    write sqrtrpt-line from report-trailer-1
    write sqrtrpt-line from report-trailer-2
    write sqrtrpt-line from report-trailer-3
    write sqrtrpt-line from report-trailer-3a
    write sqrtrpt-line from report-trailer-3b
    write sqrtrpt-line from report-trailer-3c
    write sqrtrpt-line from report-trailer-4
    write sqrtrpt-line from report-trailer-5
    write sqrtrpt-line from report-trailer-6
    write sqrtrpt-line from report-trailer-7
    write sqrtrpt-line from report-trailer-8
    write sqrtrpt-line from report-blank-line
    write sqrtrpt-line from report-trailer-9
    write sqrtrpt-line from report-trailer-10
    write sqrtrpt-line from report-trailer-11
    write sqrtrpt-line from report-trailer-13
    if pct-stale-count > 0 then
        write sqrtrpt-line from report-trailer-12
    end-if.

set-job-return-code.
    evaluate true
        when merge-unusable
            move 8 to return-code
        when merge-incomplete
            move 6 to return-code
        when rejected-count > 0 or non-convergent-count > 0
            move 4 to return-code
        when other
            move 0 to return-code
    end-evaluate.

*> The cycle's one BATC line, as the single-stream driver writes
*> it - the month-end close reads the cycle's outcome off it.
write-run-history.
    open extend history-file
    if history-file-status = "00" or "05" then
        move run-date to rh-run-date
        move run-precision to rh-precision
        move run-method to rh-method
        move processed-count to rh-processed
        move converged-count to rh-converged
        move rejected-count to rh-rejected
        move non-convergent-count to rh-non-convergent
        move master-hit-count to rh-master-hits
        move min-iterations to rh-min-iterations
        move max-iterations to rh-max-iterations
        move avg-iterations to rh-avg-iterations
        move run-cycle to rh-cycle
        move "BATC" to rh-step
        move return-code to rh-return-code
        write run-history-rec
        close history-file
    end-if.

*> The cycle's status record, for the operator inquiry once the
*> partitions' own have gone quiet.
update-run-status.
    open output status-file
    if status-file-status = "00" or "05" then
        move run-date to st-start-date
        move start-time to st-start-time
        move processed-count to st-processed
        move exception-count to st-exceptions
        move avg-iterations to st-avg-iterations
        move 0 to st-last-z
        accept stamp-time from time
        move stamp-time to st-stamp-time
        move run-cycle to st-cycle
        write run-status-rec
        close status-file
    end-if.

announce-outcome.
    move run-cycle to disp-cycle
    evaluate true
        when merge-go
            display "sqrtpmrg: cycle " disp-cycle
                " partitions merged" upon console
        when merge-already-done
            display "sqrtpmrg: cycle " disp-cycle
                " already merged - nothing appended" upon console
        when merge-incomplete
            display "sqrtpmrg: cycle " disp-cycle
                " has a partition not finished - resubmit it"
                upon console
        when other
            display "sqrtpmrg: cycle " disp-cycle
                " unusable - nothing merged" upon console
    end-evaluate.

write-report-headers.
    move run-date to rh1-date
    move run-cycle to rh1-cycle
    write sqrtrpt-line from report-header-1
    write sqrtrpt-line from report-blank-line
    write sqrtrpt-line from report-header-2
    write sqrtrpt-line from report-blank-line.

record-step-start.
    move spaces to step-ledger-rec
    move run-cycle to ldg-cycle
    move "SQRTPMRG" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move run-cycle to ldg-cycle
    move "SQRTPMRG" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
