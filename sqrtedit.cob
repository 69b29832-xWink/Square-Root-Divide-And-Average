*> computation step. A hopeless deck
*> bounces here in seconds, with a return code the JCL can stop the
*> job on, instead of poisoning a multi-hour run.
*> A department held to a monthly allowance on the SQRTQUOT quota
*> cards has its work checked against the month's usage so far: once
*> the allowance is reached its records are kept back on the held
*> work file instead of going to the work file, and released on a
*> later night when the allowance covers them again (a new month) or
*> a supervisor's SQRTQOVR override card names the department. The
*> report shows every quota department's position, with a warning
*> from 80% of the allowance.
*> Work a supervisor has to see before it runs - a request that
*> expands past the record limit on the SQRTAPPR criteria cards, one
*> carrying more extended-precision records than they allow, or any
*> request from a department on hold - goes to the approval queue
*> instead of the work file. The supervisor's approval screen writes
*> a decision card per request; the next run releases what was
*> approved into the sort and drops what was rejected, leaving a
*> notice of the rejection for the department's distribution report.
identification division.
program-id. sqrtedit.

        organization is line sequential
        file status is dept-file-status.
    select sort-file assign to "SORTWK01".
*> The request tracking file, stamped with what the edit made of
*> each request. A convenience, like everywhere else it is read:
*> the edit runs the same without it.
    select optional track-file assign to "SQRTTRAK"
        organization is indexed
        access mode is random
        record key is trk-key
        file status is track-file-status.
*> The standing held work file as it stood before tonight, and the
*> new picture of it this run writes - what is still held once the
*> night's releases are out and the night's over-quota work is in.
*> The JCL promotes the new picture over the standing file once the
*> batch run has finished, so a rerun of this step always starts
*> from the same held work.
    select optional held-file assign to "SQRTHELD"
        organization is line sequential
        file status is held-file-status.
    select held-new-file assign to "SQRTHLDN"
        organization is line sequential.
    select optional override-file assign to "SQRTQOVR"
        organization is line sequential
        file status is override-file-status.
*> The approval queue works the way the held work file does: the
*> standing queue is only read, and the new picture goes to
*> SQRTAPQN for the JCL to promote once the batch run has finished.
    select optional criteria-file assign to "SQRTAPPR"
        organization is line sequential
        file status is criteria-file-status.
    select optional queue-file assign to "SQRTAPQ"
        organization is line sequential
        file status is queue-file-status.
    select queue-new-file assign to "SQRTAPQN"
        organization is line sequential.
    select optional decision-file assign to "SQRTAPDC"
        organization is line sequential
        file status is decision-file-status.
    select notice-file assign to "SQRTAPRJ"
        organization is line sequential.

data division.
file section.
fd  dept-file.
copy "sqrtdptrec.cpy".

fd  track-file.
copy "sqrttrkrec.cpy".

fd  held-file.
01  held-line                pic x(80).

fd  held-new-file.
01  held-new-line            pic x(80).

*> The supervisor's override: the department whose held work is to
*> be released tonight, who authorized it, and why. The department's
*> new work passes tonight as well - the card lifts the quota for
*> this run, not for the month.
fd  override-file.
01  quota-override-rec.
    05  qov-dept             pic x(4).
    05  filler               pic x(1).
    05  qov-operator         pic x(8).
    05  filler               pic x(1).
    05  qov-reason           pic x(40).
    05  filler               pic x(26).

fd  criteria-file.
copy "sqrtaprrec.cpy".

fd  queue-file.
01  queue-line               pic x(80).

fd  queue-new-file.
01  queue-new-line           pic x(80).

fd  decision-file.
copy "sqrtapdrec.cpy".

fd  notice-file.
copy "sqrtrjnrec.cpy".

sd  sort-file.
01  sort-rec.
*> The priority rank leads the sort key so the whole express class
    05  sort-extended        pic x.

working-storage section.
copy "sqrtldgrec.cpy".
copy "sqrtflds.cpy".
copy "sqrtqutrec.cpy".
copy "sqrthldrec.cpy".
copy "sqrtapqrec.cpy".
77  control-file-status      pic x(2).
77  dept-file-status         pic x(2).
77  dept-eof                 pic x value "N".
77  dmt-slot                 pic s999 comp.
77  dept-lookup-code         pic x(4).
77  unknown-dept-count       pic 9(7) value 0.
77  track-file-status        pic x(2).
77  track-open-switch        pic x value "N".
    88  track-is-open              value "Y".
77  track-found-switch       pic x value "N".
    88  track-found                value "Y".
77  track-key-work           pic x(12).
77  ambiguous-count          pic 9(7) value 0.
*> Where a recognized value lands before the common validation -
*> wide enough that a free-format value can prove out of range
77  edit-max-z               pic 9(10)v9(6)
                             value 9999999999.999999.
77  dept-unknown-switch      pic x value "N".
    88  dept-unknown                value "Y" "R".
    88  dept-retired                value "R".
77  imaginary-mode-switch    pic x value "N".
    88  imaginary-mode             value "Y".
77  in-eof                   pic x value "N".
77  duplicate-count          pic 9(7) value 0.
77  bad-generator-count      pic 9(7) value 0.
77  generated-count          pic 9(7) value 0.
*> The cycle this run feeds and the month its quota usage counts
*> against.
77  edit-cycle               pic 9(5) value 0.
77  edit-period              pic 9(6).
77  held-file-status         pic x(2).
77  held-eof                 pic x value "N".
77  override-file-status     pic x(2).
77  override-eof             pic x value "N".
77  held-count               pic 9(7) value 0.
77  released-count           pic 9(7) value 0.
77  held-carried-count       pic 9(7) value 0.
77  qtl-idx                  pic s999 comp.
77  qtl-slot                 pic s999 comp.
77  ovr-count                pic s999 comp value 0.
77  ovr-limit                pic s999 comp value 50.
77  ovr-idx                  pic s999 comp.
77  ovr-slot                 pic s999 comp.
77  quota-dept               pic x(4).
77  quota-held-switch        pic x value "N".
    88  quota-holds                value "Y".
77  quota-projected          pic 9(11).
77  quota-position           pic 9(11).
77  quota-percent            pic 9(5).
*> Iterations a record is expected to cost, for a department held to
*> an iteration allowance: its own average so far this month, or the
*> shop's average for a department with no usage yet.
77  shop-estimate            pic 9(5) value 1.
*> Working value for the range expansion, one digit wider than the
*> deck field so the final step past the high bound can't wrap.
77  gen-z                    pic 9(11)v9(6).
*> engineering actually asks for; a generator claiming more is a
*> keying error (a step keyed a decimal place off), not a request.
77  gen-expansion-limit      pic 9(9) value 10000.
77  criteria-file-status     pic x(2).
77  criteria-eof             pic x value "N".
77  queue-file-status        pic x(2).
77  queue-eof                pic x value "N".
77  decision-file-status     pic x(2).
77  decision-eof             pic x value "N".
*> Set by any criteria card, so a run without them skips the size-up
*> pass over the deck altogether.
77  approval-active-switch   pic x value "N".
    88  approval-active            value "Y".
77  approval-switch          pic x value "N".
    88  approval-needed            value "Y".
77  approval-reason          pic x.
77  approval-max-records     pic 9(9) value 0.
77  approval-max-extended    pic 9(9) value 0.
77  approval-key             pic x(12).
77  request-expansion        pic 9(9).
77  aph-count                pic s999 comp value 0.
77  aph-limit                pic s999 comp value 50.
77  aph-idx                  pic s999 comp.
77  aph-slot                 pic s999 comp.
77  rqt-count                pic s9(4) comp value 0.
77  rqt-limit                pic s9(4) comp value 2000.
77  rqt-idx                  pic s9(4) comp.
77  rqt-slot                 pic s9(4) comp value 0.
77  dec-count                pic s999 comp value 0.
77  dec-limit                pic s999 comp value 200.
77  dec-idx                  pic s999 comp.
77  dec-slot                 pic s999 comp.
77  queued-count             pic 9(7) value 0.
77  approved-count           pic 9(7) value 0.
77  rejected-count           pic 9(7) value 0.
77  awaiting-count           pic 9(7) value 0.

*> The department reference master, held for the per-record check.
*> A hundred departments is several times anything the feeders have
        10  dmt-name         pic x(30).
        10  dmt-cost-center  pic x(6).
        10  dmt-routing      pic x.
        10  dmt-status       pic x.

*> Tonight's side of each quota department's position, entry for
*> entry beside the month-to-date tally.
01  quota-run-table.
    05  qrn-entry occurs 100 times.
        10  qrn-passed-records    pic 9(9).
        10  qrn-passed-iterations pic 9(11).
        10  qrn-held-records      pic 9(7).
        10  qrn-carried-records   pic 9(7).
        10  qrn-released-records  pic 9(7).
        10  qrn-estimate          pic 9(5).
        10  qrn-override          pic x.
            88  qrn-overridden          value "Y".

*> Tonight's override cards, fifty being far more than a supervisor
*> signs in one night.
01  override-table.
    05  ovr-entry occurs 50 times.
        10  ovr-dept         pic x(4).
        10  ovr-operator     pic x(8).
        10  ovr-reason       pic x(40).
        10  ovr-released     pic 9(7).

*> The departments on hold, from the D cards.
01  approval-hold-table.
    05  aph-entry occurs 50 times.
        10  aph-dept         pic x(4).
        10  aph-reason       pic x(40).

*> Every request in tonight's deck with its size - records after
*> any G card's expansion, and how many of them ask for extended
*> precision - sized up in a pass over the deck before the edit, so
*> a request is judged whole however its records are spread. Two
*> thousand requests is several nights' worth; past that a request
*> is judged on its department alone.
01  request-size-table.
    05  rqt-entry occurs 2000 times.
        10  rqt-key.
            15  rqt-request-id   pic x(8).
            15  rqt-dept         pic x(4).
        10  rqt-records      pic 9(9).
        10  rqt-extended     pic 9(9).
        10  rqt-reason       pic x.
        10  rqt-queued       pic 9(7).
        10  rqt-estimate     pic 9(11).

*> The supervisor's decisions, with what applying each one moved.
01  decision-table.
    05  dec-entry occurs 200 times.
        10  dec-key.
            15  dec-request-id   pic x(8).
            15  dec-dept         pic x(4).
        10  dec-decision     pic x.
        10  dec-operator     pic x(8).
        10  dec-date         pic 9(8).
        10  dec-reason       pic x(40).
        10  dec-records      pic 9(7).
        10  dec-queued-date  pic 9(8).

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "ambiguous value dropped   ".
    05  rt9-ambiguous     pic zzzzzz9.

01  report-trailer-10.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "held over quota ........  ".
    05  rt10-held         pic zzzzzz9.

01  report-trailer-11.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "released from hold .....  ".
    05  rt11-released     pic zzzzzz9.

01  report-trailer-12.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "still held from before .  ".
    05  rt12-carried      pic zzzzzz9.

01  quota-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "department quota position - month".
    05  qh1-period        pic 9999/99.

01  quota-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(6)  value "dept".
    05  filler            pic x(11) value "basis".
    05  filler            pic x(12) value "   allowance".
    05  filler            pic x(14) value "   used before".
    05  filler            pic x(14) value "  passed today".
    05  filler            pic x(9)  value "     held".
    05  filler            pic x(9)  value " released".
    05  filler            pic x(7)  value "    pct".

01  quota-detail-line.
    05  filler            pic x(1)  value space.
    05  qd-dept           pic x(4).
    05  filler            pic x(2)  value spaces.
    05  qd-basis          pic x(10).
    05  filler            pic x(2)  value spaces.
    05  qd-allowance      pic zzzzzzzzzz9.
    05  filler            pic x(3)  value spaces.
    05  qd-used           pic zzzzzzzzzz9.
    05  filler            pic x(3)  value spaces.
    05  qd-passed         pic zzzzzzzzzz9.
    05  filler            pic x(2)  value spaces.
    05  qd-held           pic zzzzzz9.
    05  filler            pic x(2)  value spaces.
    05  qd-released       pic zzzzzz9.
    05  filler            pic x(2)  value spaces.
    05  qd-percent        pic zzzz9.
    05  filler            pic x(2)  value spaces.
    05  qd-note           pic x(30).

01  report-trailer-13.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "held for approval ......  ".
    05  rt13-queued       pic zzzzzz9.

01  report-trailer-14.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "approved and released ..  ".
    05  rt14-approved     pic zzzzzz9.

01  report-trailer-15.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "rejected by supervisor .  ".
    05  rt15-rejected     pic zzzzzz9.

01  report-trailer-16.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "still awaiting approval   ".
    05  rt16-awaiting     pic zzzzzz9.

01  approval-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "supervisor approval queue".

01  approval-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(10) value "request".
    05  filler            pic x(6)  value "dept".
    05  filler            pic x(12) value "     records".
    05  filler            pic x(12) value "    extended".
    05  filler            pic x(14) value "  est iterats".
    05  filler            pic x(4)  value spaces.
    05  filler            pic x(20) value "held because".

01  approval-line.
    05  filler            pic x(1)  value space.
    05  al-request-id     pic x(8).
    05  filler            pic x(2)  value spaces.
    05  al-dept           pic x(4).
    05  filler            pic x(2)  value spaces.
    05  al-records        pic zzzzzzzzz9.
    05  filler            pic x(2)  value spaces.
    05  al-extended       pic zzzzzzzzz9.
    05  filler            pic x(2)  value spaces.
    05  al-estimate       pic zzzzzzzzzz9.
    05  filler            pic x(7)  value spaces.
    05  al-reason         pic x(44).

01  decision-line.
    05  filler            pic x(1)  value space.
    05  dl-decision       pic x(9).
    05  filler            pic x(1)  value space.
    05  dl-request-id     pic x(8).
    05  filler            pic x(2)  value spaces.
    05  dl-dept           pic x(4).
    05  filler            pic x(2)  value spaces.
    05  dl-records        pic zzzzzz9.
    05  filler            pic x(5)  value " by  ".
    05  dl-operator       pic x(8).
    05  filler            pic x(2)  value spaces.
    05  dl-reason         pic x(40).

01  override-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(15) value "override: dept ".
    05  ol-dept           pic x(4).
    05  filler            pic x(4)  value " by ".
    05  ol-operator       pic x(8).
    05  filler            pic x(2)  value spaces.
    05  ol-released       pic zzzzzz9.
    05  filler            pic x(11) value " released  ".
    05  ol-reason         pic x(40).

procedure division.
*> Edits the deck through the sort: the input procedure drops and
*> reports anything unreadable or out of range, the output procedure
*> deck had drops but usable records remain, 0 means it came
*> through clean.
main-process.
    perform record-step-start
    move ldg-cycle to edit-cycle
    accept run-date from date yyyymmdd
    compute edit-period = run-date / 100
    perform get-edit-parameters
    perform load-department-master
    perform load-quota-position
    perform load-quota-overrides
    perform load-approval-criteria
    perform load-approval-decisions
    if approval-active then
        perform size-up-requests
    end-if
    perform open-track-file
    open output report-file
    perform write-report-headers
    sort sort-file
        input procedure is edit-input-deck
        output procedure is write-clean-deck
    perform write-report-totals
    perform write-quota-position
    perform write-approval-position
    close report-file
    if track-is-open then
        close track-file
    end-if
*> Work held over quota or for approval isn't lost - it warns, like
*> a drop, but a deck held entirely still leaves the batch run
*> something to do another night rather than a failed edit.
    if read-count > 0 and accepted-count = 0 and held-count = 0
            and queued-count = 0 then
        move 8 to return-code
    else
*> Duplicates are carried, not dropped, so they no longer count
                or invalid-root-count > 0
                or bad-generator-count > 0
                or unknown-dept-count > 0
                or ambiguous-count > 0
                or held-count > 0
                or queued-count > 0 then
            move 4 to return-code
        end-if
    end-if
    perform record-step-end
    stop run.

*> The edit has to agree with the computation step about what is
        move dpm-name to dmt-name (dmt-count)
        move dpm-cost-center to dmt-cost-center (dmt-count)
        move dpm-routing to dmt-routing (dmt-count)
        move dpm-status to dmt-status (dmt-count)
    end-if
    perform read-dept-card.

*> An unknown department code, with the master on the run, is a
*> drop - caught here while the deck can still be fixed, instead of
*> opening a phantom accumulator row in the monthly chargeback.
*> A retired department's card stays on the master for the reports,
*> but new work for it is refused the same way, under its own
*> reason so the clerk knows the code isn't simply mistyped.
department-is-unknown.
    move "Y" to dept-unknown-switch
    if dmt-count > 0 then
        perform find-department-master
        if dmt-slot > 0 then
            if dmt-status (dmt-slot) = "R" then
                move "R" to dept-unknown-switch
            else
                move "N" to dept-unknown-switch
            end-if
        end-if
    else
        move "N" to dept-unknown-switch
    end-if.

*> Held work from earlier nights goes in ahead of the deck, so it
*> has first claim on whatever allowance the department has left;
*> approved work follows it.
edit-input-deck.
    perform carry-held-work
    perform carry-approval-queue
    open input sqrtin-file
    perform read-raw-record
    perform edit-raw-record
        until end-of-input
    close sqrtin-file
    close held-new-file
    close queue-new-file.

read-raw-record.
    read sqrtin-file
    add 1 to unreadable-count
    move "unreadable:   " to dr-reason
    move raw-rec to dr-record
    write report-line from drop-line
    perform track-request-dropped.

drop-out-of-range.
    add 1 to out-of-range-count
    move "out of range: " to dr-reason
    move raw-rec to dr-record
    write report-line from drop-line
    perform track-request-dropped.

*> A root power of 01 is perfectly readable - the record is keyed
*> wrong, not garbled - so the report says what is actually wrong
    add 1 to invalid-root-count
    move "invalid root: " to dr-reason
    move raw-rec to dr-record
    write report-line from drop-line
    perform track-request-dropped.

*> One generator card's whole edit and expansion. The bounds and
*> step have to prove numeric like any other value; a zero step
    add 1 to ambiguous-count
    move "ambiguous val:" to dr-reason
    move raw-rec to dr-record
    write report-line from drop-line
    perform track-request-dropped.

drop-unknown-dept.
    add 1 to unknown-dept-count
    if dept-retired then
        move "retired dept: " to dr-reason
    else
        move "unknown dept: " to dr-reason
    end-if
    move raw-rec to dr-record
    write report-line from drop-line
    perform track-request-dropped.

drop-bad-generator.
    add 1 to bad-generator-count
    move "bad generator:" to dr-reason
    move raw-rec to dr-record
    write report-line from drop-line
    perform track-request-dropped.

expand-generator-card.
    move raw-gen-lo to gen-z
    else
        move space to sort-extended
    end-if
    perform admit-sort-record
    add raw-gen-step to gen-z.

release-clean-record.
    else
        move space to sort-extended
    end-if
    perform admit-sort-record.

*> A request waiting on a supervisor goes to the approval queue
*> before its quota is judged: it is not run tonight, so it spends
*> none of the department's allowance until it is approved.
admit-sort-record.
    perform judge-approval
    if approval-needed then
        perform queue-sort-record
    else
        perform admit-quota-record
    end-if.

*> The quota check is the last thing a record passes: only work that
*> would otherwise run is worth holding.
admit-quota-record.
    move sort-dept to quota-dept
    perform judge-quota
    if quota-holds then
        perform hold-sort-record
    else
        release sort-rec
    end-if.

hold-sort-record.
    add 1 to held-count
    add 1 to qrn-held-records (qtl-slot)
    move sort-z to hld-z
    move sort-root-power to hld-root-power
    move sort-request-id to hld-request-id
    move sort-dept to hld-dept
    move sort-priority to hld-priority
    move sort-extended to hld-extended
    move run-date to hld-held-date
    move edit-cycle to hld-held-cycle
    write held-new-line from held-work-rec
    perform track-request-held.

*> Holds the record if the department's month - what it has used so
*> far plus what has passed tonight - would go past its allowance
*> with this record in it. A department with no quota card, or one
*> a supervisor has overridden tonight, is never held. Work that
*> passes is booked against tonight's side of the position.
judge-quota.
    move "N" to quota-held-switch
    perform find-quota-entry
    if qtl-slot > 0 then
        if not qrn-overridden (qtl-slot) then
            if qtl-basis (qtl-slot) = "I" then
                compute quota-projected =
                    qtl-used-iterations (qtl-slot)
                    + qrn-passed-iterations (qtl-slot)
                    + qrn-estimate (qtl-slot)
            else
                compute quota-projected =
                    qtl-used-records (qtl-slot)
                    + qrn-passed-records (qtl-slot) + 1
            end-if
            if quota-projected > qtl-allowance (qtl-slot) then
                move "Y" to quota-held-switch
            end-if
        end-if
        if not quota-holds then
            add 1 to qrn-passed-records (qtl-slot)
            add qrn-estimate (qtl-slot)
                to qrn-passed-iterations (qtl-slot)
        end-if
    end-if.

find-quota-entry.
    move 0 to qtl-slot
    perform search-quota-entry
        varying qtl-idx from 1 by 1
        until qtl-idx > qtl-count or qtl-slot not = 0.

search-quota-entry.
    if qtl-dept (qtl-idx) = quota-dept then
        move qtl-idx to qtl-slot
    end-if.

*> The month-to-date position from the output files, and each
*> quota department's per-record iteration estimate.
load-quota-position.
    move edit-period to qtl-period
    call "sqrtqtal" using quota-tally
    move 0 to return-code
    if qtl-shop-records > 0 then
        compute shop-estimate rounded =
            qtl-shop-iterations / qtl-shop-records
    end-if
    if shop-estimate = 0 then
        move 1 to shop-estimate
    end-if
    perform prepare-quota-entry
        varying qtl-idx from 1 by 1
        until qtl-idx > qtl-count.

prepare-quota-entry.
    initialize qrn-entry (qtl-idx)
    if qtl-used-records (qtl-idx) > 0 then
        compute qrn-estimate (qtl-idx) rounded =
            qtl-used-iterations (qtl-idx) / qtl-used-records (qtl-idx)
    else
        move shop-estimate to qrn-estimate (qtl-idx)
    end-if
    if qrn-estimate (qtl-idx) = 0 then
        move 1 to qrn-estimate (qtl-idx)
    end-if.

load-quota-overrides.
    open input override-file
    if override-file-status = "00" then
        perform read-override-card
        perform collect-override-card
            until override-eof = "Y"
        close override-file
    end-if.

read-override-card.
    read override-file
        at end move "Y" to override-eof
    end-read.

collect-override-card.
    if ovr-count < ovr-limit and qov-dept not = spaces then
        add 1 to ovr-count
        move qov-dept to ovr-dept (ovr-count)
        move qov-operator to ovr-operator (ovr-count)
        move qov-reason to ovr-reason (ovr-count)
        move 0 to ovr-released (ovr-count)
        move qov-dept to quota-dept
        perform find-quota-entry
        if qtl-slot > 0 then
            move "Y" to qrn-override (qtl-slot)
        end-if
    end-if
    perform read-override-card.

find-override-card.
    move 0 to ovr-slot
    perform search-override-card
        varying ovr-idx from 1 by 1
        until ovr-idx > ovr-count or ovr-slot not = 0.

search-override-card.
    if ovr-dept (ovr-idx) = quota-dept then
        move ovr-idx to ovr-slot
    end-if.

*> Every held record is judged again as if it had just arrived: one
*> the allowance now covers, or whose department is overridden,
*> goes into the sort; anything else is carried onto the new
*> picture unchanged, still dated the night it was first held.
carry-held-work.
    open output held-new-file
    open input held-file
    if held-file-status = "00" then
        perform read-held-record
        perform judge-held-record
            until held-eof = "Y"
        close held-file
    end-if.

read-held-record.
    read held-file into held-work-rec
        at end move "Y" to held-eof
    end-read.

judge-held-record.
    move hld-dept to quota-dept
    perform judge-quota
    if quota-holds then
        add 1 to held-carried-count
        add 1 to qrn-carried-records (qtl-slot)
        write held-new-line from held-work-rec
    else
        perform release-held-record
    end-if
    perform read-held-record.

release-held-record.
    add 1 to released-count
    if qtl-slot > 0 then
        add 1 to qrn-released-records (qtl-slot)
    end-if
    perform find-override-card
    if ovr-slot > 0 then
        add 1 to ovr-released (ovr-slot)
    end-if
    move hld-z to sort-z
    move hld-root-power to sort-root-power
    move hld-request-id to sort-request-id
    move hld-dept to sort-dept
    move hld-priority to sort-priority
    move hld-extended to sort-extended
    if hld-priority = "U" then
        move 0 to sort-priority-rank
    else
        move 1 to sort-priority-rank
    end-if
    release sort-rec.

*> The criteria cards: the last L card's limits stand, and every D
*> card puts its department on hold.
load-approval-criteria.
    open input criteria-file
    if criteria-file-status = "00" then
        perform read-criteria-card
        perform collect-criteria-card
            until criteria-eof = "Y"
        close criteria-file
    end-if.

read-criteria-card.
    read criteria-file
        at end move "Y" to criteria-eof
    end-read.

collect-criteria-card.
    evaluate true
        when apr-limits
            if apr-max-records is numeric then
                move apr-max-records to approval-max-records
            end-if
            if apr-max-extended is numeric then
                move apr-max-extended to approval-max-extended
            end-if
            if approval-max-records > 0
                    or approval-max-extended > 0 then
                move "Y" to approval-active-switch
            end-if
        when apr-dept-hold and apr-dept not = spaces
            if aph-count < aph-limit then
                add 1 to aph-count
                move apr-dept to aph-dept (aph-count)
                move apr-reason to aph-reason (aph-count)
                move "Y" to approval-active-switch
            end-if
    end-evaluate
    perform read-criteria-card.

find-dept-hold.
    move 0 to aph-slot
    perform search-dept-hold
        varying aph-idx from 1 by 1
        until aph-idx > aph-count or aph-slot not = 0.

search-dept-hold.
    if aph-dept (aph-idx) = approval-key (9:4) then
        move aph-idx to aph-slot
    end-if.

*> The supervisor's decision cards. A later card for the same
*> request stands over an earlier one.
load-approval-decisions.
    open input decision-file
    if decision-file-status = "00" then
        perform read-decision-card
        perform collect-decision-card
            until decision-eof = "Y"
        close decision-file
    end-if.

read-decision-card.
    read decision-file
        at end move "Y" to decision-eof
    end-read.

collect-decision-card.
    if apd-request-id not = spaces
            and (apd-approved or apd-rejected) then
        move apd-request-id to approval-key (1:8)
        move apd-dept to approval-key (9:4)
        perform find-decision
        if dec-slot = 0 and dec-count < dec-limit then
            add 1 to dec-count
            move dec-count to dec-slot
        end-if
        if dec-slot > 0 then
            move approval-key to dec-key (dec-slot)
            move apd-decision to dec-decision (dec-slot)
            move apd-operator to dec-operator (dec-slot)
            move apd-date to dec-date (dec-slot)
            move apd-reason to dec-reason (dec-slot)
            move 0 to dec-records (dec-slot)
            move 0 to dec-queued-date (dec-slot)
        end-if
    end-if
    perform read-decision-card.

find-decision.
    move 0 to dec-slot
    perform search-decision
        varying dec-idx from 1 by 1
        until dec-idx > dec-count or dec-slot not = 0.

search-decision.
    if dec-key (dec-idx) = approval-key then
        move dec-idx to dec-slot
    end-if.

*> The size-up pass: every record of the deck is counted against its
*> request - a G card as the values it will expand to, when its
*> bounds and step read as numbers, and as one record otherwise -
*> before anything is edited. Each request is then judged once: its
*> department on hold, more records than the limit, or more
*> extended-precision records than the limit.
size-up-requests.
    open input sqrtin-file
    perform read-raw-record
    perform size-up-raw-record
        until end-of-input
    close sqrtin-file
    move "N" to in-eof
    perform settle-request-approval
        varying rqt-idx from 1 by 1
        until rqt-idx > rqt-count.

size-up-raw-record.
    move 1 to request-expansion
    if raw-sign = "G" then
        move raw-gen-request-id to approval-key (1:8)
        move raw-gen-dept to approval-key (9:4)
        if raw-gen-lo-digits is numeric
                and raw-gen-hi-digits is numeric
                and raw-gen-step-digits is numeric then
            if raw-gen-step > 0 and raw-gen-lo not > raw-gen-hi then
                compute request-expansion =
                    (raw-gen-hi - raw-gen-lo) / raw-gen-step + 1
                    on size error move 999999999 to request-expansion
                end-compute
            end-if
        end-if
    else
        move raw-request-id to approval-key (1:8)
        move raw-dept to approval-key (9:4)
    end-if
    perform find-request-size
    if rqt-slot = 0 and rqt-count < rqt-limit then
        add 1 to rqt-count
        move rqt-count to rqt-slot
        move approval-key to rqt-key (rqt-slot)
        move 0 to rqt-records (rqt-slot)
        move 0 to rqt-extended (rqt-slot)
        move space to rqt-reason (rqt-slot)
        move 0 to rqt-queued (rqt-slot)
        move 0 to rqt-estimate (rqt-slot)
    end-if
    if rqt-slot > 0 then
        add request-expansion to rqt-records (rqt-slot)
            on size error move 999999999 to rqt-records (rqt-slot)
        end-add
        if (raw-sign = "G" and raw-gen-extended = "X")
                or (raw-sign not = "G" and raw-extended = "X") then
            add request-expansion to rqt-extended (rqt-slot)
                on size error
                    move 999999999 to rqt-extended (rqt-slot)
            end-add
        end-if
    end-if
    perform read-raw-record.

*> A deck's records for one request usually arrive together, so
*> the entry last found is tried before the table is searched.
find-request-size.
    if rqt-slot > 0 then
        if rqt-key (rqt-slot) not = approval-key then
            move 0 to rqt-slot
        end-if
    end-if
    if rqt-slot = 0 then
        perform search-request-size
            varying rqt-idx from 1 by 1
            until rqt-idx > rqt-count or rqt-slot not = 0
    end-if.

search-request-size.
    if rqt-key (rqt-idx) = approval-key then
        move rqt-idx to rqt-slot
    end-if.

settle-request-approval.
    move rqt-key (rqt-idx) to approval-key
    perform find-dept-hold
    evaluate true
        when aph-slot > 0
            move "D" to rqt-reason (rqt-idx)
        when approval-max-records > 0
                and rqt-records (rqt-idx) > approval-max-records
            move "S" to rqt-reason (rqt-idx)
        when approval-max-extended > 0
                and rqt-extended (rqt-idx) > approval-max-extended
            move "X" to rqt-reason (rqt-idx)
        when other
            move space to rqt-reason (rqt-idx)
    end-evaluate.

*> Whether the record in hand belongs to a request held for
*> approval. One the table had no room for is judged on its
*> department alone.
judge-approval.
    move "N" to approval-switch
    if approval-active then
        move sort-request-id to approval-key (1:8)
        move sort-dept to approval-key (9:4)
        perform find-request-size
        if rqt-slot > 0 then
            if rqt-reason (rqt-slot) not = space then
                move "Y" to approval-switch
                move rqt-reason (rqt-slot) to approval-reason
            end-if
        else
            perform find-dept-hold
            if aph-slot > 0 then
                move "Y" to approval-switch
                move "D" to approval-reason
            end-if
        end-if
    end-if.

queue-sort-record.
    add 1 to queued-count
    move sort-z to apq-z
    move sort-root-power to apq-root-power
    move sort-request-id to apq-request-id
    move sort-dept to apq-dept
    move sort-priority to apq-priority
    move sort-extended to apq-extended
    move run-date to apq-queued-date
    move edit-cycle to apq-queued-cycle
    move approval-reason to apq-reason
    move sort-dept to quota-dept
    perform find-quota-entry
    if qtl-slot > 0 then
        move qrn-estimate (qtl-slot) to apq-estimate
    else
        move shop-estimate to apq-estimate
    end-if
    if rqt-slot > 0 then
        add 1 to rqt-queued (rqt-slot)
        add apq-estimate to rqt-estimate (rqt-slot)
    end-if
    write queue-new-line from approval-queue-rec
    perform track-request-held.

*> Every queued record is matched to the supervisor's decision on
*> its request: approved work goes into the sort, meeting the quota
*> like any other work; rejected work is dropped, and a notice of
*> the rejection left for the department's report; work with no
*> decision yet is carried onto the new picture unchanged.
carry-approval-queue.
    open output queue-new-file
    open output notice-file
    open input queue-file
    if queue-file-status = "00" then
        perform read-queued-record
        perform judge-queued-record
            until queue-eof = "Y"
        close queue-file
    end-if
    perform write-rejection-notice
        varying dec-idx from 1 by 1
        until dec-idx > dec-count
    close notice-file.

read-queued-record.
    read queue-file into approval-queue-rec
        at end move "Y" to queue-eof
    end-read.

judge-queued-record.
    move apq-request-id to approval-key (1:8)
    move apq-dept to approval-key (9:4)
    perform find-decision
    evaluate true
        when dec-slot = 0
            add 1 to awaiting-count
            write queue-new-line from approval-queue-rec
        when dec-decision (dec-slot) = "A"
            add 1 to approved-count
            add 1 to dec-records (dec-slot)
            perform release-approved-record
        when other
            add 1 to rejected-count
            add 1 to dec-records (dec-slot)
            if dec-queued-date (dec-slot) = 0 then
                move apq-queued-date to dec-queued-date (dec-slot)
            end-if
            perform track-request-rejected
    end-evaluate
    perform read-queued-record.

release-approved-record.
    move apq-z to sort-z
    move apq-root-power to sort-root-power
    move apq-request-id to sort-request-id
    move apq-dept to sort-dept
    move apq-priority to sort-priority
    move apq-extended to sort-extended
    if apq-priority = "U" then
        move 0 to sort-priority-rank
    else
        move 1 to sort-priority-rank
    end-if
    perform admit-quota-record.

write-rejection-notice.
    if dec-decision (dec-idx) = "R" and dec-records (dec-idx) > 0 then
        move spaces to rejection-notice-rec
        move edit-cycle to rjn-cycle
        move dec-request-id (dec-idx) to rjn-request-id
        move dec-dept (dec-idx) to rjn-dept
        move dec-records (dec-idx) to rjn-records
        move dec-queued-date (dec-idx) to rjn-queued-date
        move dec-operator (dec-idx) to rjn-operator
        move dec-date (dec-idx) to rjn-decision-date
        move dec-reason (dec-idx) to rjn-reason
        write rejection-notice-rec
    end-if.

*> Writes the sorted survivors. A record repeating the previous
*> Z/root-power pair is still written - its request id and
*> department must reach the output file with their own record, or
        write report-line from drop-line
    end-if
    write sqrtin-rec
    perform track-request-accepted
    move "Y" to have-previous
    move sort-z to previous-z
    move sort-root-power to previous-root-power
    perform return-sorted-record.

open-track-file.
    open i-o track-file
    if track-file-status = "00" or "05" then
        move "Y" to track-open-switch
    end-if.

*> A dropped record is booked against the request it names - the
*> generator card's id for a G card, the ordinary columns for
*> anything else, even a record too garbled to edit, since the id
*> is what the department will phone in with. The request only
*> shows dropped while nothing of it has been accepted.
track-request-dropped.
    if track-is-open then
        if raw-sign = "G" then
            move raw-gen-request-id to track-key-work (1:8)
            move raw-gen-dept to track-key-work (9:4)
        else
            move raw-request-id to track-key-work (1:8)
            move raw-dept to track-key-work (9:4)
        end-if
        perform find-request-track
        move run-date to trk-edit-date
        add 1 to trk-dropped-count
        if trk-accepted-count = 0 then
            move "D" to trk-stage
        end-if
        perform file-request-track
    end-if.

*> Held work stays outstanding on the tracking file - the department
*> is still owed an answer - and only shows held while nothing of
*> the request has been accepted.
track-request-held.
    if track-is-open then
        move sort-request-id to track-key-work (1:8)
        move sort-dept to track-key-work (9:4)
        perform find-request-track
        move run-date to trk-edit-date
        add 1 to trk-held-count
        if trk-accepted-count = 0 then
            move "H" to trk-stage
        end-if
        perform file-request-track
    end-if.

*> A rejected request is closed like a drop - the department learns
*> of it from its report, not by waiting on an answer.
track-request-rejected.
    if track-is-open then
        move apq-request-id to track-key-work (1:8)
        move apq-dept to track-key-work (9:4)
        perform find-request-track
        move run-date to trk-edit-date
        add 1 to trk-dropped-count
        if trk-accepted-count = 0 then
            move "D" to trk-stage
        end-if
        perform file-request-track
    end-if.

track-request-accepted.
    if track-is-open then
        move sqrtin-request-id to track-key-work (1:8)
        move sqrtin-dept to track-key-work (9:4)
        perform find-request-track
        move run-date to trk-edit-date
        add 1 to trk-accepted-count
        move "A" to trk-stage
        perform file-request-track
    end-if.

*> A request the intake step never booked - a deck fed to the edit
*> by hand - is opened here, received today.
find-request-track.
    move track-key-work to trk-key
    move "Y" to track-found-switch
    read track-file
        invalid key move "N" to track-found-switch
    end-read
    if not track-found then
        initialize request-track-rec
        move track-key-work to trk-key
        move run-date to trk-received-date
    end-if.

file-request-track.
    if track-found then
        rewrite request-track-rec
            invalid key continue
        end-rewrite
    else
        write request-track-rec
            invalid key continue
        end-write
    end-if.

write-report-totals.
    move read-count to rt1-read
    move accepted-count to rt2-accepted
    write report-line from report-trailer-6
    write report-line from report-trailer-7
    write report-line from report-trailer-8
    write report-line from report-trailer-9
    move held-count to rt10-held
    move released-count to rt11-released
    move held-carried-count to rt12-carried
    write report-line from report-trailer-10
    write report-line from report-trailer-11
    write report-line from report-trailer-12
    move queued-count to rt13-queued
    move approved-count to rt14-approved
    move rejected-count to rt15-rejected
    move awaiting-count to rt16-awaiting
    write report-line from report-trailer-13
    write report-line from report-trailer-14
    write report-line from report-trailer-15
    write report-line from report-trailer-16.

*> One line per quota department: its allowance, what the month had
*> used before tonight, what passed tonight, and what is held - the
*> percentage is of the allowance, counting tonight's work in.
write-quota-position.
    if qtl-count > 0 or ovr-count > 0 then
        move edit-period to qh1-period
        write report-line from report-blank-line
        write report-line from quota-header-1
        write report-line from report-blank-line
        write report-line from quota-header-2
        perform write-quota-detail
            varying qtl-idx from 1 by 1
            until qtl-idx > qtl-count
        if ovr-count > 0 then
            write report-line from report-blank-line
            perform write-override-line
                varying ovr-idx from 1 by 1
                until ovr-idx > ovr-count
        end-if
    end-if.

write-quota-detail.
    move qtl-dept (qtl-idx) to qd-dept
    move qtl-allowance (qtl-idx) to qd-allowance
    if qtl-basis (qtl-idx) = "I" then
        move "iterations" to qd-basis
        move qtl-used-iterations (qtl-idx) to qd-used
        move qrn-passed-iterations (qtl-idx) to qd-passed
        compute quota-position = qtl-used-iterations (qtl-idx)
            + qrn-passed-iterations (qtl-idx)
    else
        move "records" to qd-basis
        move qtl-used-records (qtl-idx) to qd-used
        move qrn-passed-records (qtl-idx) to qd-passed
        compute quota-position = qtl-used-records (qtl-idx)
            + qrn-passed-records (qtl-idx)
    end-if
    compute qd-held = qrn-held-records (qtl-idx)
        + qrn-carried-records (qtl-idx)
    move qrn-released-records (qtl-idx) to qd-released
    if qtl-allowance (qtl-idx) > 0 then
        compute quota-percent =
            quota-position * 100 / qtl-allowance (qtl-idx)
            on size error move 99999 to quota-percent
        end-compute
    else
        move 99999 to quota-percent
    end-if
    move quota-percent to qd-percent
    evaluate true
        when qrn-overridden (qtl-idx)
            move "override - quota lifted" to qd-note
        when qrn-held-records (qtl-idx) > 0
                or qrn-carried-records (qtl-idx) > 0
            move "** over quota - work held" to qd-note
        when quota-percent >= 80
            move "* 80% of quota reached" to qd-note
        when other
            move spaces to qd-note
    end-evaluate
    write report-line from quota-detail-line.

write-override-line.
    move ovr-dept (ovr-idx) to ol-dept
    move ovr-operator (ovr-idx) to ol-operator
    move ovr-released (ovr-idx) to ol-released
    move ovr-reason (ovr-idx) to ol-reason
    write report-line from override-line.

*> Tonight's requests sent to the queue, with their size and the
*> iterations they are expected to cost, then every decision card
*> and what it moved - a card for a request with nothing on the
*> queue is listed as such, so a mistyped request id shows.
write-approval-position.
    if queued-count > 0 or dec-count > 0 then
        write report-line from report-blank-line
        write report-line from approval-header-1
        write report-line from report-blank-line
        write report-line from approval-header-2
        perform write-approval-line
            varying rqt-idx from 1 by 1
            until rqt-idx > rqt-count
        if dec-count > 0 then
            write report-line from report-blank-line
            perform write-decision-line
                varying dec-idx from 1 by 1
                until dec-idx > dec-count
        end-if
    end-if.

write-approval-line.
    if rqt-queued (rqt-idx) > 0 then
        move rqt-request-id (rqt-idx) to al-request-id
        move rqt-dept (rqt-idx) to al-dept
        move rqt-queued (rqt-idx) to al-records
        move rqt-extended (rqt-idx) to al-extended
        move rqt-estimate (rqt-idx) to al-estimate
        evaluate rqt-reason (rqt-idx)
            when "D"
                move rqt-key (rqt-idx) to approval-key
                perform find-dept-hold
                move spaces to al-reason
                string "dept on hold: " aph-reason (aph-slot)
                    delimited by size into al-reason
            when "S"
                move "expands past the record limit" to al-reason
            when other
                move "extended volume past the limit" to al-reason
        end-evaluate
        write report-line from approval-line
    end-if.

write-decision-line.
    if dec-decision (dec-idx) = "A" then
        move "approved" to dl-decision
    else
        move "rejected" to dl-decision
    end-if
    move dec-request-id (dec-idx) to dl-request-id
    move dec-dept (dec-idx) to dl-dept
    move dec-records (dec-idx) to dl-records
    move dec-operator (dec-idx) to dl-operator
    if dec-records (dec-idx) = 0 then
        move "** nothing on the queue for this request"
            to dl-reason
    else
        move dec-reason (dec-idx) to dl-reason
    end-if
    write report-line from decision-line.

*> Books the step's start and end on the step-completion ledger.
*> This step runs ahead of the cycle draw, so it books against the
*> cycle about to be drawn. The call leaves the subprogram's code in
*> RETURN-CODE, so the step's own is put back after it.
record-step-start.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTEDIT" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "P" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTEDIT" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "P" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
