*
*  Exception trend report over check-data's cumulative run
*   history (checkhist.dat).  Each check-data run appends one
*   record of date, record counts, and the nineteen per-check
*   failure counts; this program reads the whole history,
*   computes each check's failure rate for the most recent run
*   against its trailing average over every earlier run, and

*the cumulative history check-data appends one record to per run.
fd  run-history-file
        record contains 97 characters.
01  run-history-record.
    05  rh-run-date             pic 9(8).
    05  rh-input-count          pic 9(4).
    05  rh-exception-count      pic 9(3).
    05  rh-review-count         pic 9(3).
    05  rh-check-fails.
        10  rh-check-fail-count pic 9(4) occurs 19 times.

*how many percentage points a check's latest failure rate may sit
*from its trailing average before it is flagged - defaults to 5.00
    05  held-run-date               pic 9(8).
    05  held-input-count            pic 9(4).
    05  held-check-fails.
        10  held-check-fail         pic 9(4) occurs 19 times
                                    value zero.
    05  trailing-run-count          pic 9(4) value zero.
    05  trailing-input-total        pic 9(8) value zero.
    05  trailing-fail-totals.
        10  trailing-fail-total     pic 9(8) occurs 19 times
                                    value zero.

01  trend-computation-variables.
       add held-input-count to trailing-input-total
       perform 140-accumulate-check-para
           varying trend-check-index from 1 by 1
           until trend-check-index > 19.

    move "Y" to held-record-present.
    move rh-run-date    to held-run-date.
    move rh-input-count to held-input-count.
    perform 150-hold-check-para
        varying trend-check-index from 1 by 1
        until trend-check-index > 19.

    read run-history-file
         at end move "Y" to run-history-file-flag

    perform 210-write-trend-detail-para
        varying trend-check-index from 1 by 1
        until trend-check-index > 19.

    if trailing-run-count = zero
       move "ONLY ONE RUN ON FILE - NO TREND    "
