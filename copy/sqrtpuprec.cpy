*> Shared SQRTPUPD partition-update record: one keyed-file update a
*> partition run of the batch driver owes the master of computed
*> roots, the request cross-reference, or the request tracking
*> file. The four partitions run side by side, and the keyed files
*> take one writer at a time, so a partition run reads the master
*> and nothing more - every update it would have made is written
*> here instead, in the order it would have made it, and the merge
*> applies the four partitions' files in one pass under the same
*> duplicate-key rules the single-stream driver uses. Kept in a
*> copybook so the driver and the merge can't drift apart.
01  partition-update-rec.
    05  pup-cycle            pic 9(5).
*> M = a freshly converged root to file on the master, H = a hit
*> on a master entry, X = a cross-reference entry, T = a request's
*> tracking record stamped computed.
    05  pup-type             pic x.
        88  pup-new-root           value "M".
        88  pup-root-hit           value "H".
        88  pup-xref-entry         value "X".
        88  pup-track-computed     value "T".
    05  pup-run-date         pic 9(8).
    05  pup-body             pic x(86).
*> M and H: the master key, and for M the root and what it cost.
    05  pup-root-body redefines pup-body.
        10  pup-master-z         pic 9(11)v9(6).
        10  pup-master-root-power pic 99.
        10  pup-master-precision pic 9(10)v9(5).
        10  pup-master-y         pic 9(11)v9(6).
        10  pup-master-iterations pic s9999.
        10  filler               pic x(31).
*> X: the cross-reference entry, less the run date above.
    05  pup-xref-body redefines pup-body.
        10  pup-xref-request-id  pic x(8).
        10  pup-xref-dept        pic x(4).
        10  pup-xref-z           pic 9(11)v9(6).
        10  pup-xref-root-power  pic 99.
        10  pup-xref-y           pic 9(11)v9(6).
        10  pup-xref-status      pic 9.
        10  pup-xref-cycle       pic 9(5).
        10  pup-xref-imaginary   pic x.
        10  pup-xref-precision   pic s9(10)v9(12)
                                 sign leading separate.
        10  pup-xref-method      pic x.
        10  filler               pic x(7).
*> T: the request; the cycle and date above are what it is stamped
*> computed with.
    05  pup-track-body redefines pup-body.
        10  pup-trk-request-id   pic x(8).
        10  pup-trk-dept         pic x(4).
        10  filler               pic x(74).
