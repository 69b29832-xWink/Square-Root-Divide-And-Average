*> permanent record the trend report reads, so iteration creep or a
*> reject surge shows up as a trend instead of a memory. Kept in a
*> copybook so the writer and the trend reader can't drift apart.
*> The reconciliation and balance steps append a line of their own
*> after each cycle they prove, so the file also says whether every
*> cycle was proved - the month-end close reads it for that.
01  run-history-rec.
    05  rh-run-date        pic 9(8).
    05  rh-precision       pic s9(10)v9(5) sign leading separate.
*> it summarizes even when one date carries several runs. Zero on
*> lines appended before the field existed.
    05  rh-cycle           pic 9(5).
*> Which step wrote the line - BATC the batch driver, CHEK the
*> reconciliation, BAL the balance - and the condition code it
*> ended with (the batch driver's 0 / 4 / 6 / 8; 0 or 8 for the
*> other two). On a CHEK line the processed and rejected figures
*> are the records checked and flagged; on a BAL line, the input
*> records balanced and the discrepancies found. Lines appended
*> before the fields existed carry blanks in both: a batch line
*> whose outcome was never recorded.
    05  rh-step            pic x(4).
        88  rh-batch-run          value "BATC" spaces.
        88  rh-reconciliation     value "CHEK".
        88  rh-balance            value "BAL ".
    05  rh-return-code     pic 99.
