*> Shared SQRTPTOT partition-totals record: the single record a
*> partition run of the batch driver leaves behind when it ends -
*> the cycle and partition it ran for, the condition code it ended
*> with, and the control totals the single-stream run would have
*> printed and filed on the run history. The merge adds the four
*> partitions' records together into the cycle's one set of totals
*> and its one history line; a partition run finding its own record
*> already complete for the cycle knows it has nothing left to do.
*> Kept in a copybook so the driver and the merge can't drift apart.
01  partition-totals-rec.
    05  ptt-cycle            pic 9(5).
    05  ptt-partition        pic 9.
    05  ptt-return-code      pic 99.
    05  ptt-processed        pic 9(7).
    05  ptt-converged        pic 9(7).
    05  ptt-non-convergent   pic 9(7).
    05  ptt-rejected         pic 9(7).
    05  ptt-total-iterations pic 9(9).
    05  ptt-min-iterations   pic s9999.
    05  ptt-max-iterations   pic s9999.
    05  ptt-master-hits      pic 9(7).
    05  ptt-repeat-hits      pic 9(7).
    05  ptt-priority-cut     pic 9(7).
    05  ptt-late-urgent      pic 9(7).
    05  filler               pic x(19).
