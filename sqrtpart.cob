*> Partition split for the batch driver, run once the edit step has
*> written the night's work file. The records on the work file are
*> independent of one another, so instead of one sqrtbatch grinding
*> through the whole file in a single stream the work is cut here
*> into up to four partition files - by Z magnitude band or by
*> department, as the PARTPARM cards say - and a partition run of
*> sqrtbatch works each one at the same time, each with its own
*> checkpoint, status record, and exception file. The merge then
*> puts the partitions' outputs back together into the cycle's
*> files, so the steps behind it see one cycle as they always have.
*> This program draws that one cycle number: every partition stamps
*> its records with it, and the SQRTPCTL control record tells the
*> merge how many records each partition was handed. The number is
*> written back to SQRTCYCN only once the split is complete - a
*> split that dies partway draws the same number again when it is
*> rerun, and the steps ahead of it, which booked the ledger against
*> the pending cycle, stay on the cycle the work really runs under.
*> The urgent records all go to partition 1 whatever the cards say:
*> the express file is still cut from one run, as early as before.
*> Run with a K card it splits nothing: it only looks for an earlier
*> cycle's partitions still out, and the nightly job runs it so at
*> its head, so intake and edit never take a night's decks in under
*> a cycle that is still being computed.
identification division.
program-id. sqrtpart.

environment division.
input-output section.
file-control.
    select sqrtwrk-file assign to "SQRTWRK"
        organization is sequential.
    select part-file-1 assign to "SQRTWK1"
        organization is sequential.
    select part-file-2 assign to "SQRTWK2"
        organization is sequential.
    select part-file-3 assign to "SQRTWK3"
        organization is sequential.
    select part-file-4 assign to "SQRTWK4"
        organization is sequential.
    select optional part-parm-file assign to "PARTPARM"
        organization is line sequential
        file status is part-parm-status.
    select optional cycle-file assign to "SQRTCYCN"
        organization is line sequential
        file status is cycle-file-status.
*> The four partition runs' checkpoints, read to see whether one of
*> them stopped partway and is still waiting for its restart.
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
    select optional part-control-file assign to "SQRTPCTL"
        organization is line sequential
        file status is part-control-status.
    select report-file assign to "SQRTPTRP"
        organization is line sequential.

data division.
file section.
fd  sqrtwrk-file
    record contains 33 characters.
copy "sqrtinrec.cpy".

fd  part-file-1
    record contains 33 characters.
01  part-rec-1               pic x(33).

fd  part-file-2
    record contains 33 characters.
01  part-rec-2               pic x(33).

fd  part-file-3
    record contains 33 characters.
01  part-rec-3               pic x(33).

fd  part-file-4
    record contains 33 characters.
01  part-rec-4               pic x(33).

*> C = the control card: the number of partitions (1 to 4) and the
*> split key, Z for magnitude band or D for department. Z = one
*> magnitude band for a partition, lo and hi Z bounds inclusive in
*> the SQRTRULE card's 9(11)V9(6) form, first match wins; a Z no
*> band covers goes to the last partition. D = one department for
*> a partition; a department no card names goes to whichever
*> partition has been handed the fewest records when its first
*> record arrives, and stays there for the night. K, alone, is the
*> check-only run at the head of the nightly job.
fd  part-parm-file.
01  part-parm-rec.
    05  pp-type              pic x.
        88  pp-control             value "C".
        88  pp-band                value "Z".
        88  pp-department          value "D".
        88  pp-check-only          value "K".
    05  filler               pic x.
    05  pp-partition         pic x.
    05  pp-partition-n redefines pp-partition pic 9.
    05  filler               pic x.
    05  pp-detail            pic x(76).
    05  pp-band-view redefines pp-detail.
        10  pp-lo-z          pic 9(11)v9(6).
        10  filler           pic x.
        10  pp-hi-z          pic 9(11)v9(6).
        10  filler           pic x(41).
    05  pp-dept-view redefines pp-detail.
        10  pp-dept          pic x(4).
        10  filler           pic x(72).
    05  pp-control-view redefines pp-detail.
        10  pp-split-key     pic x.
        10  filler           pic x(75).

fd  cycle-file.
copy "sqrtcycrec.cpy".

fd  part-ckpt-file-1.
01  part-ckpt-rec-1          pic x(64).

fd  part-ckpt-file-2.
01  part-ckpt-rec-2          pic x(64).

fd  part-ckpt-file-3.
01  part-ckpt-rec-3          pic x(64).

fd  part-ckpt-file-4.
01  part-ckpt-rec-4          pic x(64).

fd  part-control-file.
copy "sqrtpctrec.cpy".

fd  report-file.
01  report-line              pic x(132).

working-storage section.
copy "sqrtldgrec.cpy".
copy "sqrtckprec.cpy".
77  part-parm-status         pic x(2).
77  cycle-file-status        pic x(2).
77  part-ckpt-status         pic x(2).
77  part-control-status      pic x(2).
77  parm-eof                 pic x value "N".
77  wf-eof                   pic x value "N".
    88  end-of-file                value "Y".
77  run-date                 pic 9(8).
77  run-cycle                pic 9(5) value 0.
77  part-count               pic 9 value 1.
77  split-key                pic x value "Z".
    88  split-by-magnitude         value "Z".
    88  split-by-department        value "D".
*> An earlier cycle's partitions still out - split and not yet
*> merged, or one stopped partway and waiting for its restart - own
*> the pending cycle; splitting under a fresh one would strand them.
77  partitions-pending-switch pic x value "N".
    88  partitions-pending         value "Y".
77  pending-cycle            pic 9(5) value 0.
77  check-only-switch        pic x value "N".
    88  check-only                 value "Y".
77  magnitude-z              pic 9(11)v9(6).
77  part-slot                pic s999 comp.
77  input-count              pic 9(7) value 0.
77  urgent-count             pic 9(7) value 0.
77  unreadable-count         pic 9(7) value 0.
77  unbanded-count           pic 9(7) value 0.
77  cards-read               pic 9(7) value 0.
77  cards-ignored            pic 9(7) value 0.
77  band-count               pic s999 comp value 0.
77  band-limit               pic s999 comp value 20.
77  band-idx                 pic s999 comp.
77  band-slot                pic s999 comp.
77  dept-count               pic s999 comp value 0.
77  dept-limit               pic s999 comp value 200.
77  dept-idx                 pic s999 comp.
77  dept-slot                pic s999 comp.
77  part-idx                 pic s999 comp.
77  ignored-count            pic s999 comp value 0.
77  ignored-limit            pic s999 comp value 20.
77  ignored-idx              pic s999 comp.
77  disp-cycle               pic zzzz9.

*> The magnitude bands and departments off the PARTPARM cards, and
*> the departments placed on the lightest partition as they turned
*> up (origin A).
01  band-table.
    05  band-entry occurs 20 times.
        10  pb-partition     pic 9.
        10  pb-lo-z          pic 9(11)v9(6).
        10  pb-hi-z          pic 9(11)v9(6).

01  dept-table.
    05  dept-entry occurs 200 times.
        10  pd-dept          pic x(4).
        10  pd-partition     pic 9.
        10  pd-origin        pic x.

*> Cards refused while loading, printed under the report header.
01  ignored-table.
    05  ignored-card occurs 20 times pic x(40).

01  partition-table.
    05  partition-entry occurs 4 times.
        10  pt-records       pic 9(7).

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "work file partition split".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.
    05  filler            pic x(9)  value "  cycle ".
    05  rh1-cycle         pic zzzz9.

01  report-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(12) value "partitions ".
    05  rh2-count         pic 9.
    05  filler            pic x(14) value "   split by ".
    05  rh2-key           pic x(16).

01  report-blank-line       pic x(1) value space.

01  band-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(10) value "partition ".
    05  bl-partition      pic 9.
    05  filler            pic x(9)  value "   band  ".
    05  bl-lo             pic z(10)9.9(6).
    05  filler            pic x(3)  value " - ".
    05  bl-hi             pic z(10)9.9(6).

01  dept-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(10) value "partition ".
    05  dl-partition      pic 9.
    05  filler            pic x(9)  value "   dept  ".
    05  dl-dept           pic x(4).
    05  filler            pic x(2)  value spaces.
    05  dl-origin         pic x(20).

01  ignored-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(24) value "** card ignored -      ".
    05  il-card           pic x(40).

01  count-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(10) value "partition ".
    05  cl-partition      pic 9.
    05  filler            pic x(17) value " records ......  ".
    05  cl-records        pic zzzzzz9.

01  refused-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(39) value
        "*** split refused - partitions of cycle".
    05  rl-cycle          pic zzzzz9.
    05  filler            pic x(22) value " not yet merged".

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "work file records ........ ".
    05  rt1-input         pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "urgent to partition 1 ...  ".
    05  rt2-urgent        pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "unreadable z to part 1 ..  ".
    05  rt3-unreadable    pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "no band - last partition   ".
    05  rt4-unbanded      pic zzzzzz9.

01  report-trailer-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "partition cards read ....  ".
    05  rt5-cards         pic zzzzzz9.

01  report-trailer-6.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "partition cards ignored .  ".
    05  rt6-ignored       pic zzzzzz9.

procedure division.
*> RC 8 when an earlier cycle's partitions are still out - split
*> and not yet merged, or a partition waiting for its checkpoint
*> restart: nothing is split, no cycle drawn, and nothing booked on
*> the ledger, so the pending cycle's own split stays the last word
*> there and the restart job still resumes its partitions. RC 4
*> when a partition card was unreadable or named a partition past
*> the count, and was ignored. The check-only run ends RC 8 or 0 on
*> the same test and touches nothing else.
main-process.
    accept run-date from date yyyymmdd
    initialize partition-table
    perform read-cycle-number
    perform check-pending-partitions
    perform find-check-card
    if partitions-pending then
        open output report-file
        move run-date to rh1-date
        move pending-cycle to rh1-cycle
        move pending-cycle to rl-cycle
        write report-line from report-header-1
        write report-line from report-blank-line
        write report-line from refused-line
        close report-file
        move pending-cycle to disp-cycle
        if check-only then
            display "sqrtpart: partitions of cycle " disp-cycle
                " not yet merged - intake held" upon console
        else
            display "sqrtpart: partitions of cycle " disp-cycle
                " not yet merged - nothing split" upon console
        end-if
        move 8 to return-code
        stop run
    end-if
    if check-only then
        display "sqrtpart: no partitions outstanding - intake may"
            " run" upon console
        move 0 to return-code
        stop run
    end-if
    perform record-step-start
    open output report-file
    perform load-partition-cards
    perform write-report-headers
    perform write-ignored-line
        varying ignored-idx from 1 by 1
        until ignored-idx > ignored-count
    perform split-work-file
    perform write-cycle-number
    perform write-part-control
    perform write-report-totals
    close report-file
    move run-cycle to disp-cycle
    display "sqrtpart: cycle " disp-cycle " split - "
        rt1-input " records" upon console
    if cards-ignored > 0 then
        move 4 to return-code
    else
        move 0 to return-code
    end-if
    perform record-step-end
    stop run.

*> A control record still at P is a split the merge has not
*> finished with; a partition checkpoint with records on it is a
*> partition run stopped partway. Either way the cycle is still
*> being computed.
check-pending-partitions.
    open input part-control-file
    if part-control-status = "00" then
        read part-control-file
            at end continue
            not at end
                if pct-split and pct-cycle is numeric
                    move "Y" to partitions-pending-switch
                    move pct-cycle to pending-cycle
                end-if
        end-read
        close part-control-file
    end-if
    perform check-partition-checkpoint
        varying part-idx from 1 by 1
        until part-idx > 4.

check-partition-checkpoint.
    move 0 to ckpt-processed-count
    move 0 to ckpt-cycle
    evaluate part-idx
        when 1
            open input part-ckpt-file-1
            if part-ckpt-status = "00" then
                read part-ckpt-file-1 into checkpoint-rec
                    at end continue
                end-read
                close part-ckpt-file-1
            end-if
        when 2
            open input part-ckpt-file-2
            if part-ckpt-status = "00" then
                read part-ckpt-file-2 into checkpoint-rec
                    at end continue
                end-read
                close part-ckpt-file-2
            end-if
        when 3
            open input part-ckpt-file-3
            if part-ckpt-status = "00" then
                read part-ckpt-file-3 into checkpoint-rec
                    at end continue
                end-read
                close part-ckpt-file-3
            end-if
        when 4
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
        move "Y" to partitions-pending-switch
        if pending-cycle = 0 and ckpt-cycle is numeric then
            move ckpt-cycle to pending-cycle
        end-if
    end-if.

*> The next number after the last one drawn - the same draw the
*> single-stream driver makes, but not written back until the split
*> is complete (see the banner).
read-cycle-number.
    move 0 to cyc-last-cycle
    open input cycle-file
    if cycle-file-status = "00" or "05" then
        read cycle-file
            at end move 0 to cyc-last-cycle
        end-read
        close cycle-file
    end-if
    compute run-cycle = cyc-last-cycle + 1.

write-cycle-number.
    move run-cycle to cyc-last-cycle
    open output cycle-file
    if cycle-file-status = "00" or "05" then
        write cycle-control-rec
        close cycle-file
    end-if.

find-check-card.
    open input part-parm-file
    if part-parm-status = "00" then
        read part-parm-file
            at end continue
            not at end
                if pp-check-only then
                    move "Y" to check-only-switch
                end-if
        end-read
        close part-parm-file
    end-if.

load-partition-cards.
    open input part-parm-file
    if part-parm-status = "00" then
        perform read-partition-card
        perform collect-partition-card
            until parm-eof = "Y"
        close part-parm-file
    end-if
*> The count may come after the band or department cards that
*> depend on it, so they are proved against it once all are in.
    perform check-band-entry
        varying band-idx from 1 by 1
        until band-idx > band-count
    perform check-dept-entry
        varying dept-idx from 1 by 1
        until dept-idx > dept-count.

read-partition-card.
    read part-parm-file
        at end move "Y" to parm-eof
    end-read.

collect-partition-card.
    if part-parm-rec not = spaces then
        add 1 to cards-read
        evaluate true
            when pp-control and pp-partition-n is numeric
                    and pp-partition-n >= 1 and pp-partition-n <= 4
                    and (pp-split-key = "Z" or "D")
                move pp-partition-n to part-count
                move pp-split-key to split-key
            when pp-band and pp-partition-n is numeric
                    and pp-partition-n >= 1 and pp-partition-n <= 4
                    and pp-lo-z is numeric and pp-hi-z is numeric
                    and pp-lo-z not > pp-hi-z
                    and band-count < band-limit
                add 1 to band-count
                move pp-partition-n to pb-partition (band-count)
                move pp-lo-z to pb-lo-z (band-count)
                move pp-hi-z to pb-hi-z (band-count)
            when pp-department and pp-partition-n is numeric
                    and pp-partition-n >= 1 and pp-partition-n <= 4
                    and pp-dept not = spaces
                    and dept-count < dept-limit
                add 1 to dept-count
                move pp-dept to pd-dept (dept-count)
                move pp-partition-n to pd-partition (dept-count)
                move "C" to pd-origin (dept-count)
            when other
                perform report-ignored-card
        end-evaluate
    end-if
    perform read-partition-card.

*> An entry for a partition past the count is left in the table
*> but can never match: its partition is zeroed.
check-band-entry.
    if pb-partition (band-idx) > part-count then
        move 0 to pb-partition (band-idx)
        add 1 to cards-ignored
    end-if.

check-dept-entry.
    if pd-partition (dept-idx) > part-count then
        move 0 to pd-partition (dept-idx)
        move "X" to pd-origin (dept-idx)
        add 1 to cards-ignored
    end-if.

report-ignored-card.
    add 1 to cards-ignored
    if ignored-count < ignored-limit then
        add 1 to ignored-count
        move part-parm-rec to ignored-card (ignored-count)
    end-if.

write-ignored-line.
    move ignored-card (ignored-idx) to il-card
    write report-line from ignored-line.

*> The header, then the split the cards asked for, so the report
*> says where every band and named department went.
write-report-headers.
    move run-date to rh1-date
    move run-cycle to rh1-cycle
    move part-count to rh2-count
    if split-by-department then
        move "department" to rh2-key
    else
        move "z magnitude band" to rh2-key
    end-if
    write report-line from report-header-1
    write report-line from report-blank-line
    write report-line from report-header-2
    write report-line from report-blank-line
    if split-by-magnitude then
        perform write-band-line
            varying band-idx from 1 by 1
            until band-idx > band-count
    end-if.

write-band-line.
    if pb-partition (band-idx) > 0 then
        move pb-partition (band-idx) to bl-partition
        move pb-lo-z (band-idx) to bl-lo
        move pb-hi-z (band-idx) to bl-hi
        write report-line from band-line
    end-if.

split-work-file.
    open input sqrtwrk-file
    open output part-file-1 part-file-2 part-file-3 part-file-4
    perform read-work-record
    perform route-work-record
        until end-of-file
    close sqrtwrk-file
    close part-file-1 part-file-2 part-file-3 part-file-4.

read-work-record.
    read sqrtwrk-file
        at end move "Y" to wf-eof
    end-read.

route-work-record.
    add 1 to input-count
    evaluate true
        when priority-urgent
            add 1 to urgent-count
            move 1 to part-slot
        when split-by-department
            perform find-dept-partition
        when other
            perform find-band-partition
    end-evaluate
    add 1 to pt-records (part-slot)
    evaluate part-slot
        when 1
            write part-rec-1 from sqrtin-rec
        when 2
            write part-rec-2 from sqrtin-rec
        when 3
            write part-rec-3 from sqrtin-rec
        when other
            write part-rec-4 from sqrtin-rec
    end-evaluate
    perform read-work-record.

*> The batch driver rejects an unreadable Z; it only has to land
*> somewhere to be rejected, and partition 1 is always there.
find-band-partition.
    if sqrtin-z is not numeric then
        add 1 to unreadable-count
        move 1 to part-slot
    else
        move sqrtin-z to magnitude-z
        move 0 to band-slot
        perform search-band
            varying band-idx from 1 by 1
            until band-idx > band-count or band-slot not = 0
        if band-slot > 0 then
            move pb-partition (band-slot) to part-slot
        else
            add 1 to unbanded-count
            move part-count to part-slot
        end-if
    end-if.

search-band.
    if pb-partition (band-idx) > 0
            and magnitude-z not < pb-lo-z (band-idx)
            and magnitude-z not > pb-hi-z (band-idx) then
        move band-idx to band-slot
    end-if.

find-dept-partition.
    move 0 to dept-slot
    perform search-dept
        varying dept-idx from 1 by 1
        until dept-idx > dept-count or dept-slot not = 0
    if dept-slot > 0 then
        move pd-partition (dept-slot) to part-slot
    else
        perform find-lightest-partition
        if dept-count < dept-limit then
            add 1 to dept-count
            move sqrtin-dept to pd-dept (dept-count)
            move part-slot to pd-partition (dept-count)
            move "A" to pd-origin (dept-count)
        end-if
    end-if.

search-dept.
    if pd-dept (dept-idx) = sqrtin-dept
            and pd-partition (dept-idx) > 0 then
        move dept-idx to dept-slot
    end-if.

find-lightest-partition.
    move 1 to part-slot
    perform compare-partition-load
        varying part-idx from 2 by 1
        until part-idx > part-count.

compare-partition-load.
    if pt-records (part-idx) < pt-records (part-slot) then
        move part-idx to part-slot
    end-if.

*> Written last, once every partition file is complete: the merge
*> takes a P record for this cycle as the word that the split it
*> is proving against really finished.
write-part-control.
    move spaces to partition-control-rec
    move run-cycle to pct-cycle
    move "P" to pct-state
    move part-count to pct-part-count
    move split-key to pct-split-key
    move run-date to pct-split-date
    move input-count to pct-input-count
    perform copy-partition-count
        varying part-idx from 1 by 1
        until part-idx > 4
    move 0 to pct-merged-out
    move 0 to pct-merged-outx
    move 0 to pct-merged-exc
    move 0 to pct-merged-upd
    move 0 to pct-stale-count
    open output part-control-file
    if part-control-status = "00" or "05" then
        write partition-control-rec
        close part-control-file
    end-if.

copy-partition-count.
    move pt-records (part-idx) to pct-part-records (part-idx).

write-report-totals.
    if split-by-department then
        write report-line from report-blank-line
        perform write-dept-line
            varying dept-idx from 1 by 1
            until dept-idx > dept-count
    end-if
    write report-line from report-blank-line
    perform write-count-line
        varying part-idx from 1 by 1
        until part-idx > part-count
    move input-count to rt1-input
    move urgent-count to rt2-urgent
    move unreadable-count to rt3-unreadable
    move unbanded-count to rt4-unbanded
    move cards-read to rt5-cards
    move cards-ignored to rt6-ignored
    write report-line from report-blank-line
    write report-line from report-trailer-1
    write report-line from report-trailer-2
    write report-line from report-trailer-3
    if split-by-magnitude then
        write report-line from report-trailer-4
    end-if
    write report-line from report-trailer-5
    write report-line from report-trailer-6.

write-dept-line.
    if pd-partition (dept-idx) > 0 then
        move pd-partition (dept-idx) to dl-partition
        move pd-dept (dept-idx) to dl-dept
        if pd-origin (dept-idx) = "A" then
            move "assigned tonight" to dl-origin
        else
            move "partition card" to dl-origin
        end-if
        write report-line from dept-line
    end-if.

write-count-line.
    move part-idx to cl-partition
    move pt-records (part-idx) to cl-records
    write report-line from count-line.

*> The split runs ahead of the cycle's draw being written back, so
*> it books against the number it is about to write - the pending
*> one the intake and edit steps booked against too.
record-step-start.
    move spaces to step-ledger-rec
    move run-cycle to ldg-cycle
    move "SQRTPART" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "P" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move run-cycle to ldg-cycle
    move "SQRTPART" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
