*> Calibration certificates for extended-precision work. The labs
*> that run their values through the extended engine have to file a
*> certificate with their instrument records, and used to retype the
*> return report onto a form of their own. Once reconciliation has
*> signed a cycle off, this program prints one certificate per
*> request id with extended-precision records in it: the department
*> and its name off the reference master, then every Z with its
*> full-width root, root power, the precision and method it was
*> computed under, the iterations it took, the cycle and run date,
*> and the result of reconciling that value again here - Y raised to
*> its power against Z at the record's own tolerance, the same test
*> sqrtchek applies. Each certificate carries a serial number off the
*> SQRTCREG certificate register; a certificate already on the
*> register (the same request id, department, and cycle) prints with
*> its original serial and is marked DUPLICATE, so a reissue can
*> never pass for a second calibration. An optional CERTPARM card
*> names an earlier cycle, and optionally one request id, for a
*> reissue run; without it the cycle just finished is certified. A
*> cycle reconciliation has not signed off gets no certificates
*> (RC 8).
identification division.
program-id. sqrtcert.

environment division.
input-output section.
file-control.
    select optional sqrtoutx-file assign to "SQRTOUTX"
        organization is sequential
        file status is sqrtoutx-file-status.
    select optional xref-file assign to "SQRTXREF"
        organization is indexed
        access mode is dynamic
        record key is xref-key
        file status is xref-file-status.
    select optional dept-file assign to "SQRTDEPT"
        organization is line sequential
        file status is dept-file-status.
    select optional history-file assign to "SQRTHIST"
        organization is line sequential
        file status is history-file-status.
    select optional cycle-file assign to "SQRTCYCN"
        organization is line sequential
        file status is cycle-file-status.
    select optional control-file assign to "SQRTPARM"
        organization is line sequential
        file status is control-file-status.
    select optional cert-parm-file assign to "CERTPARM"
        organization is line sequential
        file status is cert-parm-status.
    select optional register-file assign to "SQRTCREG"
        organization is line sequential
        file status is register-file-status.
    select cert-file assign to "SQRTCERT"
        organization is line sequential.
    select report-file assign to "SQRTCRRP"
        organization is line sequential.
    select sort-file assign to "SORTWK01".

data division.
file section.
fd  sqrtoutx-file
    record contains 97 characters.
copy "sqrtoxrec.cpy".

fd  xref-file.
copy "sqrtxrfrec.cpy".

fd  dept-file.
copy "sqrtdptrec.cpy".

fd  history-file.
copy "sqrthstrec.cpy".

fd  cycle-file.
copy "sqrtcycrec.cpy".

fd  control-file.
copy "sqrtparm.cpy".

*> The cycle to certify - zeros or blank for the cycle just
*> finished - and a request id to confine a reissue to, blank for
*> every request in the cycle.
fd  cert-parm-file.
01  cert-parm-rec.
    05  cp-cycle             pic x(5).
    05  filler               pic x(1).
    05  cp-request-id        pic x(8).
    05  filler               pic x(66).

fd  register-file.
copy "sqrtcrgrec.cpy".

fd  cert-file.
01  cert-line                pic x(132).

fd  report-file.
01  report-line              pic x(132).

*> Field-for-field mirror of sqrtoxrec.cpy, the same way the
*> distribution step's sort record mirrors the standard output
*> layout - an SD can't share the FD's copybook without colliding on
*> the names.
sd  sort-file.
01  cert-sort-rec.
    05  cs-z                 pic 9(11)v9(6).
    05  cs-y                 pic 9(11)v9(12).
    05  cs-iterations        pic s9999.
    05  cs-root-power        pic 99.
    05  cs-request-id        pic x(8).
    05  cs-dept              pic x(4).
    05  cs-status            pic 9.
        88  cs-converged           value 0.
        88  cs-non-convergent      value 1.
        88  cs-rejected            value 2.
    05  cs-run-date          pic 9(8).
    05  cs-precision         pic s9(10)v9(12) sign leading separate.
    05  cs-imaginary         pic x.
    05  cs-cycle             pic 9(5).
    05  cs-priority          pic x.

working-storage section.
copy "sqrtldgrec.cpy".
77  sqrtoutx-file-status     pic x(2).
77  xref-file-status         pic x(2).
77  dept-file-status         pic x(2).
77  history-file-status      pic x(2).
77  cycle-file-status        pic x(2).
77  control-file-status      pic x(2).
77  cert-parm-status         pic x(2).
77  register-file-status     pic x(2).
77  xref-open-switch         pic x value "N".
    88  xref-is-open               value "Y".
77  register-open-switch     pic x value "N".
    88  register-is-open           value "Y".
77  outx-eof                 pic x value "N".
    88  end-of-extended            value "Y".
77  sort-eof                 pic x value "N".
    88  end-of-sorted              value "Y".
77  dept-eof                 pic x value "N".
77  history-eof              pic x value "N".
77  register-eof             pic x value "N".
77  run-date                 pic 9(8).
*> The cycle being certified: the one the batch driver drew last,
*> unless the CERTPARM card names an earlier one.
77  cert-cycle               pic 9(5) value 0.
77  cert-request-filter      pic x(8) value spaces.
*> Whether reconciliation signed the cycle off - the last CHEK line
*> the run history holds for it ended clean.
77  signoff-switch           pic x value "N".
    88  cycle-signed-off           value "Y".
77  precision                pic s9(10)v9(5) value .00001.
77  check-precision-x        pic s9(10)v9(12).
77  y-power-x                pic s9(13)v9(24).
77  diff-x                   pic s9(13)v9(24).
77  nth                      pic 99.
77  pow-i                    pic s999.
77  pow-overflow             pic 9.
77  highest-serial           pic 9(7) value 0.
77  prior-cycle-count        pic 9(7) value 0.
77  extended-count           pic 9(7) value 0.
77  issued-count             pic 9(7) value 0.
77  duplicate-count          pic 9(7) value 0.
77  unreconciled-count       pic 9(7) value 0.
*> The certificate being printed.
77  cert-switch              pic x value "N".
    88  cert-is-open               value "Y".
77  cert-request-id          pic x(8).
77  cert-dept                pic x(4).
77  cert-run-date            pic 9(8).
77  cert-serial              pic 9(7).
77  cert-type                pic x.
    88  cert-duplicate             value "D".
77  cert-original-date       pic 9(8).
77  cert-values              pic 9(5) value 0.
77  cert-reconciled          pic 9(5) value 0.
77  cert-z-hash              pic 9(13)v9(6) value 0.
77  value-result             pic x(14).
    88  value-reconciled           value "reconciled".
77  dmt-count                pic s999 comp value 0.
77  dmt-limit                pic s999 comp value 100.
77  dmt-idx                  pic s999 comp.
77  dmt-slot                 pic s999 comp.
77  crt-count                pic s999 comp value 0.
77  crt-limit                pic s999 comp value 500.
77  crt-idx                  pic s999 comp.
77  crt-slot                 pic s999 comp.

01  department-master-table.
    05  dmt-entry occurs 100 times.
        10  dmt-code         pic x(4).
        10  dmt-name         pic x(30).

*> The certificates already on the register for the cycle being
*> certified, first issues only - what a reissue is matched against.
01  cert-register-table.
    05  crt-entry occurs 500 times.
        10  crt-key.
            15  crt-request-id   pic x(8).
            15  crt-dept         pic x(4).
        10  crt-serial       pic 9(7).
        10  crt-issue-date   pic 9(8).

01  cert-key-in-hand.
    05  ck-request-id        pic x(8).
    05  ck-dept              pic x(4).

01  cert-rule-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(60) value all "=".
    05  filler            pic x(60) value all "=".

01  cert-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(44) value
        "squareroot calibration certificate".
    05  filler            pic x(14) value "serial number ".
    05  ch1-serial        pic 9(7).
    05  filler            pic x(4)  value spaces.
    05  ch1-duplicate     pic x(9).

01  cert-header-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(12) value "department  ".
    05  ch2-dept          pic x(4).
    05  filler            pic x(2)  value spaces.
    05  ch2-name          pic x(30).

01  cert-header-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(12) value "request id  ".
    05  ch3-request-id    pic x(8).
    05  filler            pic x(9)  value "   cycle ".
    05  ch3-cycle         pic zzzz9.
    05  filler            pic x(12) value "   run date ".
    05  ch3-run-date      pic 9999/99/99.
    05  filler            pic x(10) value "   issued ".
    05  ch3-issue-date    pic 9999/99/99.

01  cert-header-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(52) value
        "DUPLICATE - reissue of the certificate first issued ".
    05  ch4-original-date pic 9999/99/99.

01  cert-header-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(20) value "z".
    05  filler            pic x(27) value "root".
    05  filler            pic x(6)  value "power".
    05  filler            pic x(25) value "precision".
    05  filler            pic x(20) value "method".
    05  filler            pic x(7)  value "iters".
    05  filler            pic x(14) value "reconciliation".

01  cert-blank-line       pic x(1) value space.

01  cert-value-line.
    05  filler            pic x(1)  value space.
    05  cv-z              pic z(10)9.9(6).
    05  filler            pic x(2)  value spaces.
    05  cv-y              pic z(10)9.9(12).
    05  cv-imaginary      pic x(1).
    05  filler            pic x(2)  value spaces.
    05  cv-root-power     pic z9.
    05  filler            pic x(4)  value spaces.
    05  cv-precision      pic z(9)9.9(12).
    05  filler            pic x(2)  value spaces.
    05  cv-method         pic x(18).
    05  filler            pic x(2)  value spaces.
    05  cv-iterations     pic zzz9.
    05  filler            pic x(3)  value spaces.
    05  cv-result         pic x(14).

01  cert-footer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "values certified ........  ".
    05  cf1-values        pic zzzz9.

01  cert-footer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "values reconciled .......  ".
    05  cf2-reconciled    pic zzzz9.

01  cert-footer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "certified result ........  ".
    05  cf3-result        pic x(40).

01  report-header-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(36) value
        "calibration certificate run".
    05  filler            pic x(11) value "  run date ".
    05  rh1-date          pic 9999/99/99.
    05  filler            pic x(8)  value "  cycle ".
    05  rh1-cycle         pic zzzz9.

01  report-blank-line       pic x(1) value space.

01  report-detail-line.
    05  filler            pic x(1)  value space.
    05  rd-serial         pic 9(7).
    05  filler            pic x(2)  value spaces.
    05  rd-request-id     pic x(8).
    05  filler            pic x(1)  value space.
    05  rd-dept           pic x(4).
    05  filler            pic x(2)  value spaces.
    05  rd-values         pic zzzz9.
    05  filler            pic x(8)  value " values ".
    05  rd-reconciled     pic zzzz9.
    05  filler            pic x(13) value " reconciled  ".
    05  rd-issue          pic x(9).

01  report-trailer-1.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "extended records .........".
    05  rt1-extended      pic zzzzzz9.

01  report-trailer-2.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "certificates issued ......".
    05  rt2-issued        pic zzzzzz9.

01  report-trailer-3.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "of which duplicates ......".
    05  rt3-duplicate     pic zzzzzz9.

01  report-trailer-4.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "values not reconciled ....".
    05  rt4-unreconciled  pic zzzzzz9.

01  report-trailer-5.
    05  filler            pic x(1)  value space.
    05  filler            pic x(28) value "prior cycles bypassed ....".
    05  rt5-prior         pic zzzzzz9.

01  no-cycle-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(50) value
        "** no cycle control record - nothing to certify".

01  no-signoff-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(64) value
        "** cycle not signed off by reconciliation - no certificates".

01  no-register-line.
    05  filler            pic x(1)  value space.
    05  filler            pic x(64) value
        "** certificate register not open - issues not recorded".

procedure division.
*> Sorts the cycle's extended records by department and request id,
*> then prints each request's certificate as its group streams past.
*> RC 8 when the cycle hasn't been signed off, RC 4 when a value
*> fails to reconcile here or the register can't record the issues,
*> 0 otherwise.
main-process.
    perform record-step-start
    accept run-date from date yyyymmdd
    perform get-run-parameters
    perform get-current-cycle
    perform get-cert-parameters
    perform load-department-master
    perform load-cert-register
    perform check-cycle-signoff
    open output cert-file
    open output report-file
    move run-date to rh1-date
    move cert-cycle to rh1-cycle
    write report-line from report-header-1
    write report-line from report-blank-line
    evaluate true
        when cert-cycle = 0
            write report-line from no-cycle-line
        when not cycle-signed-off
            write report-line from no-signoff-line
            move 8 to return-code
        when other
            perform issue-certificates
    end-evaluate
    close cert-file
    close report-file
    perform record-step-end
    stop run.

issue-certificates.
    open extend register-file
    if register-file-status = "00" or "05" then
        move "Y" to register-open-switch
    else
        write report-line from no-register-line
    end-if
    open input xref-file
    if xref-file-status = "00" then
        move "Y" to xref-open-switch
    end-if
    sort sort-file
        on ascending key cs-dept cs-request-id cs-z cs-root-power
        input procedure is release-extended-records
        output procedure is write-certificates
    if xref-is-open then
        close xref-file
    end-if
    if register-is-open then
        close register-file
    end-if
    perform write-report-totals
    if unreconciled-count > 0 or not register-is-open then
        move 4 to return-code
    end-if.

*> The tolerance to reconcile against when a record carries none -
*> the same card the reconciliation step read.
get-run-parameters.
    open input control-file
    if control-file-status = "00" then
        read control-file
            at end continue
            not at end move ctl-precision to precision
        end-read
        close control-file
    end-if.

get-current-cycle.
    open input cycle-file
    if cycle-file-status = "00" or "05" then
        read cycle-file
            at end continue
            not at end move cyc-last-cycle to cert-cycle
        end-read
        close cycle-file
    end-if.

get-cert-parameters.
    open input cert-parm-file
    if cert-parm-status = "00" then
        read cert-parm-file
            at end continue
            not at end
                if cp-cycle is numeric and cp-cycle not = "00000"
                    move cp-cycle to cert-cycle
                end-if
                move cp-request-id to cert-request-filter
        end-read
        close cert-parm-file
    end-if.

load-department-master.
    open input dept-file
    if dept-file-status = "00" then
        perform read-dept-card
        perform collect-dept-card
            until dept-eof = "Y"
        close dept-file
    end-if.

read-dept-card.
    read dept-file
        at end move "Y" to dept-eof
    end-read.

collect-dept-card.
    if dmt-count < dmt-limit then
        add 1 to dmt-count
        move dpm-code to dmt-code (dmt-count)
        move dpm-name to dmt-name (dmt-count)
    end-if
    perform read-dept-card.

find-department-master.
    move 0 to dmt-slot
    perform search-department-master
        varying dmt-idx from 1 by 1
        until dmt-idx > dmt-count or dmt-slot not = 0.

search-department-master.
    if dmt-code (dmt-idx) = cert-dept then
        move dmt-idx to dmt-slot
    end-if.

*> The whole register is read for the highest serial issued; only
*> the first issues for the cycle in hand are kept, since a
*> certificate belongs to one cycle.
load-cert-register.
    open input register-file
    if register-file-status = "00" then
        perform read-register-line
        perform collect-register-line
            until register-eof = "Y"
        close register-file
    end-if.

read-register-line.
    read register-file
        at end move "Y" to register-eof
    end-read.

collect-register-line.
    if crg-serial is numeric then
        if crg-serial > highest-serial then
            move crg-serial to highest-serial
        end-if
        if crg-original and crg-cycle = cert-cycle
                and crt-count < crt-limit then
            add 1 to crt-count
            move crg-request-id to crt-request-id (crt-count)
            move crg-dept to crt-dept (crt-count)
            move crg-serial to crt-serial (crt-count)
            move crg-issue-date to crt-issue-date (crt-count)
        end-if
    end-if
    perform read-register-line.

find-cert-register.
    move 0 to crt-slot
    perform search-cert-register
        varying crt-idx from 1 by 1
        until crt-idx > crt-count or crt-slot not = 0.

search-cert-register.
    if crt-key (crt-idx) = cert-key-in-hand then
        move crt-idx to crt-slot
    end-if.

*> The last reconciliation line the run history holds for the cycle
*> decides: a rerun that came out clean signs off a cycle an earlier
*> run flagged.
check-cycle-signoff.
    move "N" to signoff-switch
    open input history-file
    if history-file-status = "00" then
        perform read-history-line
        perform note-history-line
            until history-eof = "Y"
        close history-file
    end-if.

read-history-line.
    read history-file
        at end move "Y" to history-eof
    end-read.

note-history-line.
    if rh-reconciliation and rh-cycle is numeric
            and rh-cycle = cert-cycle then
        if rh-return-code is numeric and rh-return-code = 0 then
            move "Y" to signoff-switch
        else
            move "N" to signoff-switch
        end-if
    end-if
    perform read-history-line.

release-extended-records.
    open input sqrtoutx-file
    if sqrtoutx-file-status = "00" then
        perform read-extended-record
        perform release-one-extended
            until end-of-extended
        close sqrtoutx-file
    end-if.

read-extended-record.
    read sqrtoutx-file
        at end move "Y" to outx-eof
    end-read.

release-one-extended.
    evaluate true
        when sqrtoutx-cycle not = cert-cycle
            add 1 to prior-cycle-count
        when cert-request-filter not = spaces
                and sqrtoutx-request-id not = cert-request-filter
            continue
        when other
            add 1 to extended-count
            release cert-sort-rec from sqrtoutx-rec
    end-evaluate
    perform read-extended-record.

write-certificates.
    perform return-sorted-record
    perform certify-record
        until end-of-sorted
    if cert-is-open then
        perform close-certificate
    end-if.

return-sorted-record.
    return sort-file
        at end move "Y" to sort-eof
    end-return.

certify-record.
    if not cert-is-open or cs-dept not = cert-dept
            or cs-request-id not = cert-request-id then
        if cert-is-open
            perform close-certificate
        end-if
        perform open-certificate
    end-if
    add 1 to cert-values
    add cs-z to cert-z-hash
    perform reconcile-value
    if value-reconciled then
        add 1 to cert-reconciled
    else
        add 1 to unreconciled-count
    end-if
    perform write-value-line
    perform return-sorted-record.

*> A first issue draws the next serial; a certificate the register
*> already holds for this request, department, and cycle is printed
*> again under its original serial, marked as a duplicate.
open-certificate.
    move "Y" to cert-switch
    move cs-request-id to cert-request-id
    move cs-dept to cert-dept
    move cs-run-date to cert-run-date
    move 0 to cert-values
    move 0 to cert-reconciled
    move 0 to cert-z-hash
    move cert-request-id to ck-request-id
    move cert-dept to ck-dept
    perform find-cert-register
    if crt-slot > 0 then
        move "D" to cert-type
        move crt-serial (crt-slot) to cert-serial
        move crt-issue-date (crt-slot) to cert-original-date
    else
        move "O" to cert-type
        add 1 to highest-serial
        move highest-serial to cert-serial
        if crt-count < crt-limit then
            add 1 to crt-count
            move cert-key-in-hand to crt-key (crt-count)
            move cert-serial to crt-serial (crt-count)
            move run-date to crt-issue-date (crt-count)
        end-if
    end-if
    perform write-certificate-header.

write-certificate-header.
    move cert-serial to ch1-serial
    if cert-duplicate then
        move "DUPLICATE" to ch1-duplicate
    else
        move spaces to ch1-duplicate
    end-if
    move cert-dept to ch2-dept
    perform find-department-master
    if dmt-slot > 0 then
        move dmt-name (dmt-slot) to ch2-name
    else
        move "** not on department master" to ch2-name
    end-if
    move cert-request-id to ch3-request-id
    move cert-cycle to ch3-cycle
    move cert-run-date to ch3-run-date
    move run-date to ch3-issue-date
    write cert-line from cert-rule-line
    write cert-line from cert-header-1
    write cert-line from cert-rule-line
    write cert-line from cert-header-2
    write cert-line from cert-header-3
    if cert-duplicate then
        move cert-original-date to ch4-original-date
        write cert-line from cert-header-4
    end-if
    write cert-line from cert-blank-line
    write cert-line from cert-header-5.

write-value-line.
    move cs-z to cv-z
    move cs-y to cv-y
    if cs-imaginary = "Y" then
        move "i" to cv-imaginary
    else
        move space to cv-imaginary
    end-if
    move cs-root-power to cv-root-power
    move cs-precision to cv-precision
    perform find-value-method
    if cs-iterations is numeric and cs-iterations > 0 then
        move cs-iterations to cv-iterations
    else
        move 0 to cv-iterations
    end-if
    move value-result to cv-result
    write cert-line from cert-value-line.

*> The method isn't on the output record; the batch driver filed it
*> on the request's cross-reference entry as it wrote the answer.
*> An entry since overwritten by a later cycle's run of the same
*> request no longer speaks for this cycle.
find-value-method.
    move "not recorded" to cv-method
    if xref-is-open then
        move cs-request-id to xref-request-id
        move cs-dept to xref-dept
        move cs-z to xref-z
        move cs-root-power to xref-root-power
        read xref-file
            invalid key continue
            not invalid key
                if xref-cycle = cert-cycle then
                    evaluate xref-method
                        when "0"
                            move "divide-and-average" to cv-method
                        when "1"
                            move "bisection" to cv-method
                    end-evaluate
                end-if
        end-read
    end-if.

close-certificate.
    move cert-values to cf1-values
    move cert-reconciled to cf2-reconciled
    if cert-reconciled = cert-values then
        move "all values reconciled" to cf3-result
    else
        move "NOT ALL VALUES RECONCILED" to cf3-result
    end-if
    write cert-line from cert-blank-line
    write cert-line from cert-footer-1
    write cert-line from cert-footer-2
    write cert-line from cert-footer-3
    write cert-line from cert-blank-line
    write cert-line from cert-blank-line
    add 1 to issued-count
    if cert-duplicate then
        add 1 to duplicate-count
    end-if
    perform write-register-line
    move cert-serial to rd-serial
    move cert-request-id to rd-request-id
    move cert-dept to rd-dept
    move cert-values to rd-values
    move cert-reconciled to rd-reconciled
    if cert-duplicate then
        move "duplicate" to rd-issue
    else
        move "original" to rd-issue
    end-if
    write report-line from report-detail-line
    move "N" to cert-switch.

write-register-line.
    if register-is-open then
        move spaces to cert-register-rec
        move cert-serial to crg-serial
        move cert-request-id to crg-request-id
        move cert-dept to crg-dept
        move cert-cycle to crg-cycle
        move cert-run-date to crg-run-date
        move run-date to crg-issue-date
        move cert-type to crg-issue-type
        move cert-values to crg-values
        move cert-z-hash to crg-z-hash
        write cert-register-rec
    end-if.

*> Y raised to its power against Z within the record's own
*> tolerance, on the same twenty-four-place fields and the same
*> relative test as the reconciliation step. A value the batch run
*> booked as non-convergent or rejected has no root to certify and
*> says so.
reconcile-value.
    evaluate true
        when cs-non-convergent
            move "not converged" to value-result
        when cs-rejected
            move "rejected" to value-result
        when other
            perform recompute-value
    end-evaluate.

recompute-value.
    if cs-precision not = 0 then
        move cs-precision to check-precision-x
    else
        move precision to check-precision-x
    end-if
    move cs-root-power to nth
    if nth < 2 then
        move 2 to nth
    end-if
    perform raise-y-to-power
    move "reconciled" to value-result
    if cs-z = 0 and cs-y = 0
        continue
    else
        compute diff-x = y-power-x - cs-z
        if diff-x < 0
            compute diff-x = - diff-x
        end-if
        if pow-overflow = 1
                or (y-power-x = 0 and cs-z not = 0)
                or diff-x / (y-power-x + cs-z)
                    > check-precision-x then
            move "FAILED" to value-result
        end-if
    end-if.

raise-y-to-power.
    move 1 to y-power-x
    move 0 to pow-overflow
    perform multiply-power-by-y
        with test before
        varying pow-i from 1 by 1
        until pow-i > nth or pow-overflow = 1.

multiply-power-by-y.
    compute y-power-x rounded = y-power-x * cs-y
        on size error
            move 1 to pow-overflow
    end-compute.

write-report-totals.
    move extended-count to rt1-extended
    move issued-count to rt2-issued
    move duplicate-count to rt3-duplicate
    move unreconciled-count to rt4-unreconciled
    move prior-cycle-count to rt5-prior
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
    move "SQRTCERT" to ldg-program
    move "S" to ldg-event
    move 0 to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move 0 to return-code.

record-step-end.
    move spaces to step-ledger-rec
    move 0 to ldg-cycle
    move "SQRTCERT" to ldg-program
    move "E" to ldg-event
    move return-code to ldg-return-code
    move "D" to ldg-cycle-basis
    call "sqrtldgw" using step-ledger-rec
    move ldg-return-code to return-code.
