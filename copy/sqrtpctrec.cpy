*> Shared SQRTPCTL partition-control record: the single record the
*> partition split writes once it has cut the night's edited work
*> file into its partitions, and the merge reads back to prove every
*> partition against what was cut for it. The split draws the cycle
*> the partitions all run under, so the one record names the cycle,
*> how the work was divided, and how many records each partition
*> was handed. The merge then keeps its own progress here - the
*> records it has appended to each of the cycle's files so far - so
*> a merge restarted after an abend carries on after them instead
*> of appending the same records twice. Kept in a copybook so the
*> split and the merge can't drift apart.
01  partition-control-rec.
    05  pct-cycle            pic 9(5).
*> P = split and handed to the partitions, M = merged into the
*> cycle's files, X = given up by the merge as unusable (a partition
*> aborted or did not balance), so nothing of it is left to resume.
*> Anything else - a blank record, no record - means no partitioned
*> split is on file.
    05  pct-state            pic x.
        88  pct-split              value "P".
        88  pct-merged             value "M".
        88  pct-abandoned          value "X".
    05  pct-part-count       pic 9.
*> What the work was divided on: Z = magnitude band, D = department.
    05  pct-split-key        pic x.
        88  pct-by-magnitude       value "Z".
        88  pct-by-department      value "D".
    05  pct-split-date       pic 9(8).
    05  pct-input-count      pic 9(7).
    05  pct-part-records     pic 9(7) occurs 4 times.
    05  pct-merged-out       pic 9(7).
    05  pct-merged-outx      pic 9(7).
    05  pct-merged-exc       pic 9(7).
    05  pct-merged-upd       pic 9(7).
*> Records on the partitions' output files left from another cycle,
*> as the merge's proving pass counted them - they are skipped, not
*> appended, and the report shows how many.
    05  pct-stale-count      pic 9(7).
    05  filler               pic x(14).
