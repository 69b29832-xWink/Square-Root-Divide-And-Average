        organization is sequential.
    select report-file assign to "SQRTRRPT"
        organization is line sequential.
*> The request tracking file, stamped so a recycled request shows
*> as back in the works rather than answered. A convenience: the
*> deck is cut the same without it.
    select optional track-file assign to "SQRTTRAK"
        organization is indexed
        access mode is random
        record key is trk-key
        file status is track-file-status.

data division.
file section.
fd  report-file.
01  report-line              pic x(132).

fd  track-file.
copy "sqrttrkrec.cpy".

working-storage section.
copy "sqrtexcrec.cpy".
77  wf-eof                   pic x value "N".
    88  end-of-file                value "Y".
77  run-date                 pic 9(8).
77  track-file-status        pic x(2).
77  track-open-switch        pic x value "N".
    88  track-is-open              value "Y".
77  track-found-switch       pic x value "N".
    88  track-found                value "Y".
77  recycled-count           pic 9(7) value 0.
*> 1 while the urgent entries are being cut, 2 for the routine
*> pass; the review and unrecognized booking happen on pass 1 only
    open output recycle-file
    open output report-file
    perform write-report-headers
    open i-o track-file
    if track-file-status = "00" or "05" then
        move "Y" to track-open-switch
    end-if
    open input sqrtexc-file
    perform read-exception-line
    perform route-exception-line
    close sqrtexc-file
    perform write-report-totals
    close recycle-file report-file
    if track-is-open then
        close track-file
    end-if
    stop run.

write-report-headers.
    move exl-dept to sqrtin-dept
    move exl-priority to sqrtin-priority
    move exl-extended to sqrtin-extended
    write sqrtin-rec
    perform track-request-recycled.

*> The department was told "did not converge" on the night it
*> failed; from here the request is outstanding again until the
*> rerun's answer goes back.
track-request-recycled.
    if track-is-open then
        move exl-request-id to trk-request-id
        move exl-dept to trk-dept
        move "Y" to track-found-switch
        read track-file
            invalid key move "N" to track-found-switch
        end-read
        if not track-found then
            initialize request-track-rec
            move exl-request-id to trk-request-id
            move exl-dept to trk-dept
            move run-date to trk-received-date
        end-if
        move run-date to trk-recycled-date
        add 1 to trk-recycled-count
        move "Y" to trk-stage
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

write-review-line.
    add 1 to review-count
