***************************************
* Shared control-total subprogram
*  - ctltot
*  Sumit Khanna - Dr. Hume's 3620
*
*  Called by check-data, custmast,
*   hashfeed, and prog2 at the end of
*   their runs, once per control total
*   the end-of-day balancing sheet
*   (balsheet) proves across steps.
*   Each call appends one record to
*   ctltots.dat - the business day
*   from busdate, the job, the name
*   of the total, its value, and when
*   it was posted - so the sheet can
*   gather every step's totals from
*   one place instead of parsing each
*   program's own print report.  A
*   step rerun for the same day
*   simply posts again; the sheet
*   takes the latest posting.
***************************************

identification division.

program-id. ctltot.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select control-total-file assign to "ctltots.dat"
        organization is sequential
        file status is control-total-file-status.

data division.

file section.
fd control-total-file record contains 63 characters.
01 control-total-record.
    05 ct-business-date   pic 9(8).
    05 ct-job-name        pic x(20).
    05 ct-total-name      pic x(12).
    05 ct-total-value     pic 9(9).
    05 ct-stamp-date      pic 9(8).
    05 ct-stamp-time      pic 9(6).

working-storage section.

01 control-total-file-status   pic xx.

01 control-total-stamp.
    05 cts-business-date  pic 9(8).
    05 cts-date           pic 9(8).
    05 cts-time           pic 9(8).

linkage section.

01 ctltot-request.
    05 ctltot-job-name        pic x(20).
    05 ctltot-total-name      pic x(12).
    05 ctltot-total-value     pic 9(9).

procedure division using ctltot-request.

main-line-para.
    call "busdate" using cts-business-date.
    accept cts-date from date yyyymmdd.
    accept cts-time from time.
    move cts-business-date   to ct-business-date.
    move ctltot-job-name     to ct-job-name.
    move ctltot-total-name   to ct-total-name.
    move ctltot-total-value  to ct-total-value.
    move cts-date            to ct-stamp-date.
    move cts-time(1:6)       to ct-stamp-time.
    open extend control-total-file.
    if control-total-file-status not = "00"
       open output control-total-file
    end-if.
    write control-total-record.
    close control-total-file.
    goback.
