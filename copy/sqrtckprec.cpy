*> Shared SQRTCKPT checkpoint record: the batch driver's restart
*> point and the control totals run up to it, rewritten every
*> checkpoint interval and cleared to zero when a run reaches end of
*> file. A non-zero processed count therefore means a run stopped
*> partway - quiesced or abended - and is waiting for its restart.
*> Kept in a copybook so the driver and the month-end close, which
*> refuses a month with a restart still pending, can't drift apart.
01  checkpoint-rec.
    05  ckpt-processed-count pic 9(7).
    05  ckpt-converged-count pic 9(7).
    05  ckpt-non-convergent-count pic 9(7).
    05  ckpt-rejected-count  pic 9(7).
    05  ckpt-total-iterations pic 9(9).
    05  ckpt-min-iterations  pic s9999.
    05  ckpt-max-iterations  pic s9999.
    05  ckpt-master-hit-count pic 9(7).
    05  ckpt-repeat-hit-count pic 9(7).
*> The cycle the interrupted run was stamping - a restart is the
*> same logical run and must keep writing under the same number,
*> not draw a fresh one and split the run's records in two.
    05  ckpt-cycle           pic 9(5).
