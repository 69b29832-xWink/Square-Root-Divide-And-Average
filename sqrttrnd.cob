        at end move "Y" to wf-eof
    end-read.

*> Only the batch driver's lines are runs; the reconciliation and
*> balance lines behind each one are passed over.
collect-history-record.
    if rh-batch-run then
        perform keep-history-record
    end-if
    perform read-history-record.

keep-history-record.
    if run-count = run-limit then
        perform shift-run-table
    else
    move rh-rejected to rt-rejected (run-count)
    move rh-non-convergent to rt-non-convergent (run-count)
    move rh-master-hits to rt-master-hits (run-count)
    move rh-avg-iterations to rt-avg-iterations (run-count).

shift-run-table.
    perform shift-run-entry
