*> Cross-cycle drift check, run after reconciliation signs off and
*> before anything is exported or distributed. The same Z and root
*> power come back night after night, often under a different
*> SQRTPARM precision, a retuned SQRTRULE band, or the other
*> method, and reconciliation only proves tonight's answer is a
*> root - not that it agrees with the root the department was given
*> last month. This program sets every converged answer in the
*> current cycle beside the earlier answers for the same Z and
*> power - the other cycles' entries on the request cross-reference
*> and the master of previously computed roots - and reports every
*> pair whose roots differ by more than the looser of the two
*> tolerances they were computed to, naming both cycles, precisions,
*> and methods. The DRFTPARM card says what drift means for the
*> night: H holds the export and distribution (RC 8) until someone
*> has looked, W reports it and lets the night run on (RC 4), for
*> the night a retune is meant to move answers.
identification division.
program-id. sqrtdrft.

environment division.
input-output section.
file-control.
    select sqrtout-file assign to "SQRTOUT"
        organization is sequential.
    select optional sqrtoutx-file assign to "SQRTOUTX"
        organization is sequential
        file status is sqrtoutx-file-status.
    select optional xref-file assign to "SQRTXREF"
        organization is indexed
        access mode is dynamic
        record key is xref-key
        file status is xref-file-status.
    select optional master-file assign to "SQRTMSTR"
        organization is indexed
        access mode is sequential
        record key is master-key
        file status is master-file-status.
    select optional cycle-file assign to "SQRTCYCN"
        organization is line sequential
        file status is cycle-file-status.
    select optional drift-parm-file assign to "DRFTPARM"
        organization is line sequential
        file status is drift-parm-status.
    select report-file assign to "SQRTDRRP"
        organization is line sequential.
    select sort-file assign to "SORTWK01".

data division.
file section.
fd  sqrtout-file
    record contains 84 characters.
copy "sqrtoutrec.cpy".

fd  sqrtoutx-file
    record contains 97 characters.
copy "sqrtoxrec.cpy".

fd  xref-file.
copy "sqrtxrfrec.cpy".

fd  master-file.
copy "sqrtmstrec.cpy".

fd  cycle-file.
copy "sqrtcycrec.cpy".

*> H holds the night on drift, W only warns. Anything else - or no
*> card - holds: an unexplained shift in answers is the case the
*> check exists for, and a warning nobody reads at 3 a.m. is no
*> check at all.
fd  drift-parm-file.
01  drift-parm-rec.
    05  dp-action            pic x.
    05  filler               pic x(79).

fd  report-file.
01  report-line              pic x(132).

*> One answer for a Z and power: tonight's (C), the master's (M),
*> or an earlier cycle's off the cross-reference (P). Tonight's sort
*> ahead of the rest of their group so the comparisons can be made
*> as the earlier answers stream past.
sd  sort-file.
01  drift-sort-rec.
    05  dsr-z                pic 9(11)v9(6).
    05  dsr-root-power       pic 99.
    05  dsr-source           pic x.
    05  dsr-cycle            pic 9(5).
    05  dsr-y                pic 9(11)v9(12).
    05  dsr-precision        pic s9(10)v9(12) sign leading separate.
    05  dsr-method           pic x.
    05  dsr-request-id       pic x(8).
    05  dsr-dept             pic x(4).
    05  dsr-run-date         pic 9(8).

working-storage section.
copy "sqrtldgrec.cpy".
77  sqrtoutx-file-status     pic x(2).
77  xref-file-status         pic x(2).
77  master-file-status       pic x(2).
77  cycle-file-status        pic x(2).
77  drift-parm-status        pic x(2).
77  xref-open-switch         pic x value "N".
    88  xref-is-open               value "Y".
77  out-eof                  pic x value "N".
    88  end-of-output              value "Y".
77  outx-eof                 pic x value "N".
    88  end-of-extended            value "Y".
77  xref-eof                 pic x value "N".
    88  end-of-xref                value "Y".
77  master-eof               pic x value "N".
    88  end-of-master              value "Y".
77  sort-eof                 pic x value "N".
    88  end-of-sorted              value "Y".
77  drift-action             pic x value "H".
    88  hold-on-drift              value "H".
77  run-date                 pic 9(8).
77  current-cycle            pic 9(5) value 0.
77  current-count            pic 9(7) value 0.
77  prior-count              pic 9(7) value 0.
77  master-count             pic 9(7) value 0.
77  compared-count           pic 9(7) value 0.
77  drift-count              pic 9(7) value 0.
77  group-z                  pic 9(11)v9(6).
77  group-root-power         pic 99.
77  group-switch             pic x value "N".
    88  group-is-open              value "Y".
77  last-earlier-switch      pic x value "N".
    88  last-earlier-held          value "Y".
77  last-source              pic x.
77  last-cycle               pic 9(5).
77  last-y                   pic 9(11)v9(12).
77  last-precision           pic s9(10)v9(12).
77  last-method              pic x.
77  cur-count                pic s999 comp value 0.
77  cur-limit                pic s999 comp value 20.
77  cur-idx                  pic s999 comp.
77  cur-slot                 pic s999 comp.
*> The finest difference the six-place fields can show. Every pair
*> has a six-place side (the cross-reference and the master carry
*> six decimals whatever engine computed the answer), so anything
*> finer than this is truncation, not drift.
77  drift-floor              pic s9(10)v9(12) value .000001.
*> The tolerance a pair is judged at when neither side says what it
*> was computed to - the batch driver's own built-in default.
77  default-tolerance        pic s9(10)v9(12) value .00001.
77  looser-tolerance         pic s9(10)v9(12).
77  root-diff                pic s9(11)v9(12).
77  relative-diff            pic s9(11)v9(12).

*> The distinct answers tonight gave for the Z and power in hand -
*> many requesters of one value share one answer, so twenty is
*> room for every precision and method a single night could mix.
01  current-answer-table.
    05  current-answer occurs 20 times.
        10  ca-y             pic 9(11)v9(12).
        10  ca-precision     pic s9(10)v9(12).
        10  ca-method        pic x.
        10  ca-request-id    pic x(8).
        10  ca-dept          pic x(4).

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "cross-cycle result drift report".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.
    05  filler            pic x(8)  value "  cycle ".
    05  rh1-cycle         pic zzzz9.

01  report-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(30) value
        "drift action on this run ....".
    05  rh2-action        pic x(24).

01  report-blank-line       pic x(1) value space.

01  drift-line-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(8)  value "drift z=".
    05  dl1-z             pic z(10)9.9(6).
    05  filler            pic x(7)  value "  root ".
    05  dl1-root          pic z9.
    05  filler            pic x(13) value "  difference ".
    05  dl1-diff          pic z(10)9.9(12).
    05  filler            pic x(12) value "  tolerance ".
    05  dl1-tolerance     pic z(9)9.9(12).

01  drift-line-2.
    05  filler            pic x(5)  value spaces.
    05  dl2-label         pic x(8).
    05  filler            pic x(6)  value "cycle ".
    05  dl2-cycle         pic x(6).
    05  filler            pic x(2)  value "y=".
    05  dl2-y             pic z(10)9.9(12).
    05  filler            pic x(7)  value "  prec ".
    05  dl2-precision     pic x(23).
    05  filler            pic x(9)  value "  method ".
    05  dl2-method        pic x(10).
    05  filler            pic x(2)  value spaces.
    05  dl2-request-id    pic x(8).
    05  filler            pic x(1)  value space.
    05  dl2-dept          pic x(4).

01  edit-precision        pic z(9)9.9(12).
01  edit-cycle            pic zzzz9.

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "answers this cycle ......  ".
    05  rt1-current       pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "earlier cycle answers ...  ".
    05  rt2-prior         pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "master entries ..........  ".
    05  rt3-master        pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "pairs compared ..........  ".
    05  rt4-compared      pic zzzzzz9.

01  report-trailer-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "pairs drifted ...........  ".
    05  rt5-drift         pic zzzzzz9.

01  no-cycle-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(50) value
        "** no cycle control record - nothing to compare".

procedure division.
*> Sorts tonight's answers together with every earlier answer by Z
*> and power, then compares within each group as it streams past.
*> RC 8 on drift under the hold action (the export and distribution
*> steps are gated on it), RC 4 on drift under the warn action, 0
*> when every answer agrees with what was given before.
main-process.
    perform record-step-start
    accept run-date from date yyyymmdd
    perform get-current-cycle
    perform get-drift-parameters
    open output report-file
    perform write-report-headers
    if current-cycle = 0 then
        write report-line from no-cycle-line
        close report-file
        perform record-step-end
        stop run
    end-if
    sort sort-file
        on ascending key dsr-z dsr-root-power dsr-source
            dsr-cycle dsr-y dsr-precision dsr-method
        input procedure is release-answers
        output procedure is compare-answers
    perform write-report-totals
    close report-file
    if drift-count > 0 then
        if hold-on-drift then
            move 8 to return-code
        else
            move 4 to return-code
        end-if
    end-if
    perform record-step-end
    stop run.

get-current-cycle.
    open input cycle-file
    if cycle-file-status = "00" or "05" then
        read cycle-file
            at end continue
            not at end move cyc-last-cycle to current-cycle
        end-read
        close cycle-file
    end-if.

get-drift-parameters.
    open input drift-parm-file
    if drift-parm-status = "00" then
        read drift-parm-file
            at end continue
            not at end
                if dp-action = "W" then
                    move "W" to drift-action
                end-if
        end-read
        close drift-parm-file
    end-if.

write-report-headers.
    move run-date to rh1-date
    move current-cycle to rh1-cycle
    if hold-on-drift then
        move "hold export and dist" to rh2-action
    else
        move "warn only" to rh2-action
    end-if
    write report-line from report-header-1
    write report-line from report-header-2
    write report-line from report-blank-line.

*> Tonight's answers first - both output files, converged records of
*> the current cycle only, each with the method it was computed
*> under off its own cross-reference entry - then the earlier
*> cycles' cross-reference entries and the master.
release-answers.
    open input xref-file
    if xref-file-status = "00" then
        move "Y" to xref-open-switch
    end-if
    open input sqrtout-file
    perform read-output-record
    perform release-current-standard
        until end-of-output
    close sqrtout-file
    open input sqrtoutx-file
    if sqrtoutx-file-status = "00" then
        perform read-extended-record
        perform release-current-extended
            until end-of-extended
        close sqrtoutx-file
    end-if
    if xref-is-open then
        perform release-prior-answers
        close xref-file
    end-if
    open input master-file
    if master-file-status = "00" then
        perform read-master-record
        perform release-master-answer
            until end-of-master
        close master-file
    end-if.

read-output-record.
    read sqrtout-file
        at end move "Y" to out-eof
    end-read.

release-current-standard.
    if sqrtout-cycle = current-cycle and sqrtout-converged then
        add 1 to current-count
        move sqrtout-z to dsr-z
        move sqrtout-root-power to dsr-root-power
        move "C" to dsr-source
        move sqrtout-cycle to dsr-cycle
        move sqrtout-y to dsr-y
        move sqrtout-precision to dsr-precision
        move sqrtout-request-id to dsr-request-id
        move sqrtout-dept to dsr-dept
        move sqrtout-run-date to dsr-run-date
        perform find-current-method
        release drift-sort-rec
    end-if
    perform read-output-record.

read-extended-record.
    read sqrtoutx-file
        at end move "Y" to outx-eof
    end-read.

release-current-extended.
    if sqrtoutx-cycle = current-cycle and sqrtoutx-converged then
        add 1 to current-count
        move sqrtoutx-z to dsr-z
        move sqrtoutx-root-power to dsr-root-power
        move "C" to dsr-source
        move sqrtoutx-cycle to dsr-cycle
        move sqrtoutx-y to dsr-y
        move sqrtoutx-precision to dsr-precision
        move sqrtoutx-request-id to dsr-request-id
        move sqrtoutx-dept to dsr-dept
        move sqrtoutx-run-date to dsr-run-date
        perform find-current-method
        release drift-sort-rec
    end-if
    perform read-extended-record.

*> The method isn't on the output record; the batch driver filed it
*> on the request's cross-reference entry as it wrote the answer.
find-current-method.
    move space to dsr-method
    if xref-is-open then
        move dsr-request-id to xref-request-id
        move dsr-dept to xref-dept
        move dsr-z to xref-z
        move dsr-root-power to xref-root-power
        read xref-file
            invalid key continue
            not invalid key move xref-method to dsr-method
        end-read
    end-if.

release-prior-answers.
    move "N" to xref-eof
    move low-values to xref-key
    start xref-file key not < xref-key
        invalid key move "Y" to xref-eof
    end-start
    perform read-next-xref
    perform release-prior-answer
        until end-of-xref.

read-next-xref.
    read xref-file next record
        at end move "Y" to xref-eof
    end-read.

release-prior-answer.
    if xref-converged and xref-cycle not = current-cycle then
        add 1 to prior-count
        move xref-z to dsr-z
        move xref-root-power to dsr-root-power
        move "P" to dsr-source
        move xref-cycle to dsr-cycle
        move xref-y to dsr-y
        move xref-precision to dsr-precision
        move xref-method to dsr-method
        move xref-request-id to dsr-request-id
        move xref-dept to dsr-dept
        move xref-run-date to dsr-run-date
        release drift-sort-rec
    end-if
    perform read-next-xref.

read-master-record.
    read master-file next record
        at end move "Y" to master-eof
    end-read.

*> The master keeps the root and the precision it was filed at, but
*> not the cycle or method that produced it.
release-master-answer.
    add 1 to master-count
    move master-z to dsr-z
    move master-root-power to dsr-root-power
    move "M" to dsr-source
    move 0 to dsr-cycle
    move master-y to dsr-y
    move master-precision to dsr-precision
    move space to dsr-method
    move spaces to dsr-request-id
    move spaces to dsr-dept
    move master-last-hit-date to dsr-run-date
    release drift-sort-rec
    perform read-master-record.

compare-answers.
    perform return-sorted-answer
    perform judge-sorted-answer
        until end-of-sorted.

return-sorted-answer.
    return sort-file
        at end move "Y" to sort-eof
    end-return.

*> A new Z or power starts a new group with no answers from tonight
*> held. Tonight's answers are held as they arrive, one row per
*> distinct answer; every earlier answer is then compared with each
*> of them - once, however many earlier requesters were given the
*> identical answer in the identical cycle.
judge-sorted-answer.
    if not group-is-open or dsr-z not = group-z
            or dsr-root-power not = group-root-power then
        move "Y" to group-switch
        move dsr-z to group-z
        move dsr-root-power to group-root-power
        move 0 to cur-count
        move "N" to last-earlier-switch
    end-if
    if dsr-source = "C" then
        perform hold-current-answer
    else
        if cur-count > 0 then
            if last-earlier-held and dsr-source = last-source
                    and dsr-cycle = last-cycle and dsr-y = last-y
                    and dsr-precision = last-precision
                    and dsr-method = last-method then
                continue
            else
                perform compare-earlier-answer
                    varying cur-idx from 1 by 1
                    until cur-idx > cur-count
            end-if
            move "Y" to last-earlier-switch
            move dsr-source to last-source
            move dsr-cycle to last-cycle
            move dsr-y to last-y
            move dsr-precision to last-precision
            move dsr-method to last-method
        end-if
    end-if
    perform return-sorted-answer.

hold-current-answer.
    move 0 to cur-slot
    perform find-current-answer
        varying cur-idx from 1 by 1
        until cur-idx > cur-count or cur-slot not = 0
    if cur-slot = 0 and cur-count < cur-limit then
        add 1 to cur-count
        move dsr-y to ca-y (cur-count)
        move dsr-precision to ca-precision (cur-count)
        move dsr-method to ca-method (cur-count)
        move dsr-request-id to ca-request-id (cur-count)
        move dsr-dept to ca-dept (cur-count)
    end-if.

find-current-answer.
    if ca-y (cur-idx) = dsr-y
            and ca-precision (cur-idx) = dsr-precision
            and ca-method (cur-idx) = dsr-method then
        move cur-idx to cur-slot
    end-if.

*> One pair. The looser tolerance is the larger precision of the
*> two; a side filed before precisions were recorded (zero) says
*> nothing, so the other side's stands, and a pair with neither is
*> judged at the batch default. The test is the relative one the
*> engine converges on, and the difference has to clear what six
*> places can show before it counts.
compare-earlier-answer.
    add 1 to compared-count
    evaluate true
        when ca-precision (cur-idx) = 0 and dsr-precision = 0
            move default-tolerance to looser-tolerance
        when ca-precision (cur-idx) > dsr-precision
            move ca-precision (cur-idx) to looser-tolerance
        when other
            move dsr-precision to looser-tolerance
    end-evaluate
    compute root-diff = ca-y (cur-idx) - dsr-y
    if root-diff < 0 then
        compute root-diff = - root-diff
    end-if
    if root-diff > drift-floor then
        compute relative-diff rounded =
            root-diff / (ca-y (cur-idx) + dsr-y)
        if relative-diff > looser-tolerance then
            perform write-drift-lines
        end-if
    end-if.

write-drift-lines.
    add 1 to drift-count
    move group-z to dl1-z
    move group-root-power to dl1-root
    move root-diff to dl1-diff
    move looser-tolerance to dl1-tolerance
    write report-line from drift-line-1
    move "tonight " to dl2-label
    move current-cycle to edit-cycle
    move edit-cycle to dl2-cycle
    move ca-y (cur-idx) to dl2-y
    move ca-precision (cur-idx) to last-precision
    perform format-line-precision
    move ca-method (cur-idx) to last-method
    perform format-line-method
    move ca-request-id (cur-idx) to dl2-request-id
    move ca-dept (cur-idx) to dl2-dept
    write report-line from drift-line-2
    if dsr-source = "M" then
        move "master  " to dl2-label
        move spaces to dl2-cycle
    else
        move "earlier " to dl2-label
        move dsr-cycle to edit-cycle
        move edit-cycle to dl2-cycle
    end-if
    move dsr-y to dl2-y
    move dsr-precision to last-precision
    perform format-line-precision
    move dsr-method to last-method
    perform format-line-method
    move dsr-request-id to dl2-request-id
    move dsr-dept to dl2-dept
    write report-line from drift-line-2
    write report-line from report-blank-line.

format-line-precision.
    if last-precision = 0 then
        move "not recorded" to dl2-precision
    else
        move last-precision to edit-precision
        move edit-precision to dl2-precision
    end-if.

format-line-method.
    evaluate last-method
        when "0"
            move "divide-avg" to dl2-method
        when "1"
            move "bisection" to dl2-method
        when other
            move "unknown" to dl2-method
    end-evaluate.

write-report-totals.
    move current-count to rt1-current
    move prior-count to rt2-prior
    move master-count to rt3-master
    move compared-count to rt4-compared
    move drift-count to rt5-drift
    write report-line from report-blank-line
    write report-line from report-trailer-1
    write report-line from report-trailer-2
    write report-line from report-trailer-3
    write report-line from report-trailer-4
    write report-line from report-trailer-5.

*> Books the step's start and end on the step-completion ledger
*> against the current cycle. The call leaves the subprogram's code
*> in RETURN-CODE, so the step's own is put back after it.
record-step-start.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTDRFT" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTDRFT" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
