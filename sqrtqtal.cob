*> Month-to-date quota tally, called by the edit step before it
*> judges the night's work and by the distribution step before it
*> prints each department's quota position. Reads the SQRTQUOT quota
*> cards, then books the month's records from both output files -
*> the same DISP=MOD files, and the same one-month filter on the run
*> date, that the chargeback and billing read, so the quota and the
*> invoice can never count a department's month differently - and
*> finally counts the records still waiting on the held work file.
*> Kept in one place so the two steps can't disagree about what a
*> department has used. With no quota cards the table comes back
*> empty and nothing is held anywhere.
identification division.
program-id. sqrtqtal.

environment division.
input-output section.
file-control.
    select optional quota-file assign to "SQRTQUOT"
        organization is line sequential
        file status is quota-file-status.
    select optional sqrtout-file assign to "SQRTOUT"
        organization is sequential
        file status is sqrtout-file-status.
    select optional sqrtoutx-file assign to "SQRTOUTX"
        organization is sequential
        file status is sqrtoutx-file-status.
    select optional held-file assign to "SQRTHELD"
        organization is line sequential
        file status is held-file-status.

data division.
file section.
fd  quota-file.
copy "sqrtquorec.cpy".

fd  sqrtout-file
    record contains 84 characters.
copy "sqrtoutrec.cpy".

fd  sqrtoutx-file
    record contains 97 characters.
copy "sqrtoxrec.cpy".

fd  held-file.
copy "sqrthldrec.cpy".

working-storage section.
77  quota-file-status        pic x(2).
77  sqrtout-file-status      pic x(2).
77  sqrtoutx-file-status     pic x(2).
77  held-file-status         pic x(2).
77  quota-eof                pic x value "N".
77  out-eof                  pic x value "N".
77  outx-eof                 pic x value "N".
77  held-eof                 pic x value "N".
77  qtl-limit                pic s999 comp value 100.
77  qtl-idx                  pic s999 comp.
77  qtl-slot                 pic s999 comp.
*> The department, month, and iterations of the record being
*> booked, set by both output-file passes so one lookup serves the
*> standard and the extended files alike.
77  acc-dept                 pic x(4).
77  acc-period               pic 9(6).
77  acc-iterations           pic s9999.

linkage section.
copy "sqrtqutrec.cpy".

procedure division using quota-tally.
tally-quota-usage.
    move 0 to qtl-count
    move 0 to qtl-shop-records
    move 0 to qtl-shop-iterations
    move "N" to quota-eof
    move "N" to out-eof
    move "N" to outx-eof
    move "N" to held-eof
    perform load-quota-cards
    perform tally-output-file
    perform tally-extended-file
    perform tally-held-file
    goback.

load-quota-cards.
    open input quota-file
    if quota-file-status = "00" then
        perform read-quota-card
        perform collect-quota-card
            until quota-eof = "Y"
        close quota-file
    end-if.

read-quota-card.
    read quota-file
        at end move "Y" to quota-eof
    end-read.

*> A card whose allowance won't read as a number is passed over - a
*> smudged card costs the department its quota, not the whole edit.
collect-quota-card.
    if qtl-count < qtl-limit and quo-dept not = spaces
            and quo-allowance is numeric
            and (quo-by-records or quo-by-iterations) then
        add 1 to qtl-count
        move quo-dept to qtl-dept (qtl-count)
        move quo-basis to qtl-basis (qtl-count)
        move quo-allowance to qtl-allowance (qtl-count)
        move 0 to qtl-used-records (qtl-count)
        move 0 to qtl-used-iterations (qtl-count)
        move 0 to qtl-held-records (qtl-count)
    end-if
    perform read-quota-card.

find-quota-entry.
    move 0 to qtl-slot
    perform search-quota-entry
        varying qtl-idx from 1 by 1
        until qtl-idx > qtl-count or qtl-slot not = 0.

search-quota-entry.
    if qtl-dept (qtl-idx) = acc-dept then
        move qtl-idx to qtl-slot
    end-if.

tally-output-file.
    open input sqrtout-file
    if sqrtout-file-status = "00" then
        perform read-output-record
        perform tally-output-record
            until out-eof = "Y"
        close sqrtout-file
    end-if.

read-output-record.
    read sqrtout-file
        at end move "Y" to out-eof
    end-read.

tally-output-record.
    move sqrtout-dept to acc-dept
    compute acc-period = sqrtout-run-date / 100
    move sqrtout-iterations to acc-iterations
    perform book-usage
    perform read-output-record.

tally-extended-file.
    open input sqrtoutx-file
    if sqrtoutx-file-status = "00" then
        perform read-extended-record
        perform tally-extended-record
            until outx-eof = "Y"
        close sqrtoutx-file
    end-if.

read-extended-record.
    read sqrtoutx-file
        at end move "Y" to outx-eof
    end-read.

tally-extended-record.
    move sqrtoutx-dept to acc-dept
    compute acc-period = sqrtoutx-run-date / 100
    move sqrtoutx-iterations to acc-iterations
    perform book-usage
    perform read-extended-record.

*> Every record of the month counts, whatever its outcome - the
*> chargeback bills a reject as a record submitted too. A reject's
*> iteration count is zero or negative and adds nothing.
book-usage.
    if acc-period = qtl-period then
        add 1 to qtl-shop-records
        if acc-iterations > 0
            add acc-iterations to qtl-shop-iterations
        end-if
        perform find-quota-entry
        if qtl-slot > 0 then
            add 1 to qtl-used-records (qtl-slot)
            if acc-iterations > 0
                add acc-iterations to qtl-used-iterations (qtl-slot)
            end-if
        end-if
    end-if.

tally-held-file.
    open input held-file
    if held-file-status = "00" then
        perform read-held-record
        perform tally-held-record
            until held-eof = "Y"
        close held-file
    end-if.

read-held-record.
    read held-file
        at end move "Y" to held-eof
    end-read.

tally-held-record.
    move hld-dept to acc-dept
    perform find-quota-entry
    if qtl-slot > 0 then
        add 1 to qtl-held-records (qtl-slot)
    end-if
    perform read-held-record.
