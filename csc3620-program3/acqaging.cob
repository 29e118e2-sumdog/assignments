***************************************
* Program #3 companion - acqaging
*  Sumit Khanna - Dr. Hume's 3620
*
*  Outstanding-orders aging report
*   over the acquisitions order file
*   acqorder keeps (acqorders.dat).
*   Every order still open is aged
*   from its order date to today;
*   one open longer than the
*   follow-up period (acqparm.dat,
*   default 60 days) is listed with
*   its vendor and what was ordered,
*   so the vendor can be chased or
*   the order cancelled.  Listed in
*   acqaging.out with counts of open
*   and overdue orders.
***************************************

identification division.

program-id. acqaging.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select order-file  assign to dynamic order-file-name
      organization is indexed
      access mode is dynamic
      record key is ord-number
      file status is order-file-status.
    select acq-param-file assign to "acqparm.dat"
      file status is acq-param-file-status.
    select aging-report-file assign to "acqaging.out".
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.

data division.

file section.
*same order record acqorder maintains - see acqorder.cob.
fd order-file record contains 142 characters.
01 order-record.
    05 ord-number          pic 9(6).
    05 ord-vendor          pic x(20).
    05 ord-order-date      pic 9(8).
    05 ord-composer        pic x(20).
    05 ord-title           pic x(25).
    05 ord-label           pic x(15).
    05 ord-status          pic x(1).
       88 ord-open                value "O".
       88 ord-received            value "R".
       88 ord-cancelled           value "X".
    05 ord-status-date     pic 9(8).
    05 ord-ckey            pic x(31).
    05 ord-oper-id         pic x(8).

*how many days an order may stay open before it is chased -
*defaults to 60 if the file is missing or empty.
fd acq-param-file record contains 3 characters.
01 acq-param-record  pic 9(3).

fd aging-report-file record contains 80 characters.
01 aging-report-line  pic x(80).

*same control file and record layout filenames.dat's other readers
*(prog3.cob's 045-load-filenames-para) use.
fd filename-control-file record contains 58 characters.
01 filename-control-file-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

working-storage section.

01 order-file-name         pic x(50) value "acqorders.dat".

01 order-file-status             pic xx.
01 acq-param-file-status         pic xx.
01 filename-control-file-status  pic xx.

01 file-flags.
    05 order-eof-flag       pic x(1) value "N".
       88 end-of-order-file           value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

01 follow-up-days          pic 9(3) value 60.

*the order date stepped forward a day at a time to today, the same
*date stepping circmain uses for due dates.
01 date-work-fields.
    05 run-date-raw        pic 9(8).
    05 due-date-fields.
        10 due-yyyy        pic 9(4).
        10 due-mm          pic 9(2).
        10 due-dd          pic 9(2).
    05 due-date-num redefines due-date-fields pic 9(8).
    05 days-open           pic 9(4).
    05 days-per-month-area pic x(24)
       value "312831303130313130313031".
    05 days-per-month-table redefines days-per-month-area.
        10 days-in-month   pic 9(2) occurs 12 times.
    05 month-day-limit     pic 9(2).
    05 leap-year-quotient  pic 9(4) comp.
    05 leap-year-remainder pic 9(4) comp.
    05 leap-year-flag      pic x(1).
       88 year-is-leap           value "Y".

01 report-counters.
    05 open-count          pic 9(5) value zero.
    05 overdue-count       pic 9(5) value zero.
    05 received-count      pic 9(5) value zero.
    05 cancelled-count     pic 9(5) value zero.

01 report-templates.
    05 aging-report-header.
        10 filler          pic x(18) value spaces.
        10 arh-title       pic x(24) value "OUTSTANDING ORDERS".
        10 filler          pic x(10) value "RUN DATE: ".
        10 arh-run-date    pic 9(8).

    05 aging-period-line.
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(23) value "OPEN MORE THAN DAYS:   ".
        10 apl-days-out    pic zz9.

    05 aging-detail-line.
        10 adl-number-out  pic 9(6).
        10 filler          pic x(2)  value spaces.
        10 adl-vendor-out  pic x(20).
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(9)  value "ORDERED: ".
        10 adl-date-out    pic 9(8).
        10 filler          pic x(2)  value spaces.
        10 adl-days-out    pic zzz9.
        10 filler          pic x(5)  value " DAYS".

    05 aging-item-line.
        10 filler          pic x(8)  value spaces.
        10 ail-composer-out pic x(20).
        10 filler          pic x(2)  value spaces.
        10 ail-title-out   pic x(25).
        10 filler          pic x(2)  value spaces.
        10 ail-label-out   pic x(15).

    05 aging-footer-line.
        10 filler          pic x(2)  value spaces.
        10 alf-label       pic x(25).
        10 alf-count-out   pic zzzz9.

procedure division.


main section.

******************************************
*Entry point for program
* --age every open order, list the ones
*   past the follow-up period
* --done
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     perform 050-load-follow-up-para.
     call "busdate" using run-date-raw.

     open output aging-report-file.
     move run-date-raw to arh-run-date.
     write aging-report-line from aging-report-header
         after advancing page.
     move follow-up-days to apl-days-out.
     write aging-report-line from aging-period-line
         after advancing 2 lines.

     move "N" to order-eof-flag.
     open input order-file.
     if order-file-status = "00"
        move zero to ord-number
        start order-file key is not less than ord-number
            invalid key move "Y" to order-eof-flag
        end-start
        if not end-of-order-file
           read order-file next record
                at end move "Y" to order-eof-flag
           end-read
        end-if
        perform 100-age-one-order-para until end-of-order-file
        close order-file.

     move "ORDERS STILL OPEN:       " to alf-label.
     move open-count to alf-count-out.
     write aging-report-line from aging-footer-line
         after advancing 3 lines.
     move "OPEN PAST FOLLOW-UP:     " to alf-label.
     move overdue-count to alf-count-out.
     write aging-report-line from aging-footer-line
         after advancing 1 line.
     move "RECEIVED:                " to alf-label.
     move received-count to alf-count-out.
     write aging-report-line from aging-footer-line
         after advancing 1 line.
     move "CANCELLED:               " to alf-label.
     move cancelled-count to alf-count-out.
     write aging-report-line from aging-footer-line
         after advancing 1 line.
     close aging-report-file.

     display "OPEN ORDERS: " open-count
             "  PAST FOLLOW-UP: " overdue-count.
     stop run.


******************************************
*File-name Control Section
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in order
*    file name with a matching ACQORDER
*    entry, the same way prog3.cob does
******************************************
045-load-filenames-para.
     move "N" to filename-control-file-flag.
     open input filename-control-file.
     if filename-control-file-status = "00"
        perform 046-read-filename-entry-para
            until end-of-filename-control-file
        close filename-control-file.

046-read-filename-entry-para.
     read filename-control-file
          at end move "Y" to filename-control-file-flag
          not at end perform 047-apply-filename-entry-para
     end-read.

047-apply-filename-entry-para.
     evaluate fc-logical-name
         when "ACQORDER"
             move fc-physical-name to order-file-name
         when other
             continue
     end-evaluate.

*follow-up period from acqparm.dat - the working-storage default of
*60 days applies when the file is missing or empty.
050-load-follow-up-para.
     open input acq-param-file.
     if acq-param-file-status = "00"
        read acq-param-file
             at end continue
             not at end
                 if acq-param-record > zero
                    move acq-param-record to follow-up-days
                 end-if
        end-read
        close acq-param-file.


******************************************
*Aging Section
*  --one order: counted by status; an
*    open one aged and, past the
*    follow-up period, listed
******************************************
100-age-one-order-para section.

101-age.
    evaluate true
        when ord-received  add 1 to received-count
        when ord-cancelled add 1 to cancelled-count
        when other         add 1 to open-count
    end-evaluate.
    if not ord-open
       go to 180-read-next.

    move ord-order-date to due-date-num.
    move zero to days-open.
    if due-mm < 1 or due-mm > 12
       go to 180-read-next.
    perform 120-step-forward-one-day-para
        until due-date-num not < run-date-raw
           or days-open = 9999.
    if days-open > follow-up-days
       add 1 to overdue-count
       move ord-number     to adl-number-out
       move ord-vendor     to adl-vendor-out
       move ord-order-date to adl-date-out
       move days-open      to adl-days-out
       write aging-report-line from aging-detail-line
           after advancing 2 lines
       move ord-composer   to ail-composer-out
       move ord-title      to ail-title-out
       move ord-label      to ail-label-out
       write aging-report-line from aging-item-line
           after advancing 1 line.

180-read-next.
    read order-file next record
         at end move "Y" to order-eof-flag
    end-read.
    go to 190-done.

*one day forward, month lengths and leap years honored.
120-step-forward-one-day-para.
    add 1 to days-open.
    move days-in-month(due-mm) to month-day-limit.
    if due-mm = 2
       perform 122-check-leap-year-para
       if year-is-leap
          move 29 to month-day-limit.
    if due-dd < month-day-limit
       add 1 to due-dd
    else
       move 1 to due-dd
       if due-mm < 12
          add 1 to due-mm
       else
          move 1 to due-mm
          add 1 to due-yyyy.

122-check-leap-year-para.
    move "N" to leap-year-flag.
    divide due-yyyy by 4 giving leap-year-quotient
        remainder leap-year-remainder.
    if leap-year-remainder = zero
       move "Y" to leap-year-flag
       divide due-yyyy by 100 giving leap-year-quotient
           remainder leap-year-remainder
       if leap-year-remainder = zero
          move "N" to leap-year-flag
          divide due-yyyy by 400 giving leap-year-quotient
              remainder leap-year-remainder
          if leap-year-remainder = zero
             move "Y" to leap-year-flag.

***End of Section
190-done.
    exit.
