***************************************
* Program #3 companion - circhold
*  Sumit Khanna - Dr. Hume's 3620
*
*  Daily hold-shelf run over the hold
*   queue circmain maintains
*   (circholds.dat).  A recording
*   whose pickup-by date has passed
*   without its borrower coming in
*   leaves that borrower's hold and
*   passes to the next borrower in
*   line, with a fresh pickup window
*   (holdparm.dat, default 7 days);
*   with nobody else waiting it goes
*   back to the stacks.  The hold
*   list (circhold.out) shows what
*   expired today and where each
*   recording goes next, then every
*   recording on the hold shelf with
*   its borrower, pickup-by date, and
*   the catalog's title and shelf
*   location, so the desk can pull
*   expired items and call borrowers
*   with items waiting.
***************************************

identification division.

program-id. circhold.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select indexed-file   assign to dynamic indexed-file-name
      organization is indexed
      access mode is dynamic
      record key is ckey
      alternate record key is genre with duplicates
      alternate record key is composer with duplicates.
    select hold-file assign to dynamic hold-file-name
      file status is hold-file-status.
    select hold-param-file assign to "holdparm.dat"
      file status is hold-param-file-status.
    select hold-report-file assign to "circhold.out".
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.

data division.

file section.
fd indexed-file record contains 163 characters.
01 indexed-file-record.
    15 ckey      pic x(31).
    15 composer  pic x(20).
    15 title     pic x(25).
    15 soloist   pic x(15).
    15 orchestra pic x(20).
    15 conductor pic x(15).
    15 genre     pic x(15).
    15 media-type pic x(4).
    15 acq-date  pic x(8).
    15 shelf-loc pic x(10).

*same hold record circmain writes - see circmain.cob.
fd hold-file record contains 66 characters.
01 hold-record.
    05 hld-ckey          pic x(31).
    05 hld-borrower-id   pic x(10).
    05 hld-placed-date   pic 9(8).
    05 hld-status        pic x(1).
    05 hld-ready-date    pic 9(8).
    05 hld-pickup-by-date pic 9(8).

fd hold-param-file record contains 3 characters.
01 hold-param-record  pic 9(3).

fd hold-report-file record contains 80 characters.
01 hold-report-line   pic x(80).

*same control file and record layout filenames.dat's other readers
*(prog3.cob's 045-load-filenames-para) use.
fd filename-control-file record contains 58 characters.
01 filename-control-file-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

working-storage section.

01 indexed-file-name       pic x(50) value "indexed.dat".
01 hold-file-name          pic x(50) value "circholds.dat".

01 hold-file-status              pic xx.
01 hold-param-file-status        pic xx.
01 filename-control-file-status  pic xx.

01 file-flags.
    05 hold-eof-flag        pic x(1) value "N".
       88 end-of-hold-file            value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".
    05 record-found-flag   pic x(1) value "N".
       88 record-found             value "Y".

*the hold queue in placement order - X marks a hold that expired
*tonight and is left out of the rewrite.
01 hold-table.
    05 hold-entry-count   pic 9(4) value zero.
    05 max-hold-entries   pic 9(4) value 2000.
    05 hold-entry occurs 2000 times.
        10 ht-ckey            pic x(31).
        10 ht-borrower-id     pic x(10).
        10 ht-placed-date     pic 9(8).
        10 ht-status          pic x(1).
           88 ht-waiting             value "W".
           88 ht-ready               value "R".
           88 ht-expired             value "X".
        10 ht-ready-date      pic 9(8).
        10 ht-pickup-by-date  pic 9(8).
    05 hold-scan-index    pic 9(4).
    05 hold-next-index    pic 9(4).
    05 hold-found-index   pic 9(4) value zero.

01 hold-pickup-days        pic 9(3) value 7.

01 report-counters.
    05 holds-on-file-count pic 9(4) value zero.
    05 expired-count       pic 9(4) value zero.
    05 passed-on-count     pic 9(4) value zero.
    05 ready-count         pic 9(4) value zero.
    05 waiting-count       pic 9(4) value zero.

*today and the pickup-by date stepped forward from it a day at a
*time, the same date stepping circmain uses for due dates.
01 date-work-fields.
    05 run-date-raw        pic 9(8).
    05 due-date-fields.
        10 due-yyyy        pic 9(4).
        10 due-mm          pic 9(2).
        10 due-dd          pic 9(2).
    05 due-date-num redefines due-date-fields pic 9(8).
    05 step-count          pic 9(3).
    05 days-per-month-area pic x(24)
       value "312831303130313130313031".
    05 days-per-month-table redefines days-per-month-area.
        10 days-in-month   pic 9(2) occurs 12 times.
    05 month-day-limit     pic 9(2).
    05 leap-year-quotient  pic 9(4) comp.
    05 leap-year-remainder pic 9(4) comp.
    05 leap-year-flag      pic x(1).
       88 year-is-leap           value "Y".

01 report-templates.
    05 hold-report-header.
        10 filler          pic x(18) value spaces.
        10 hrh-title       pic x(24) value "HOLD PICKUP AND EXPIRY".
        10 filler          pic x(10) value "RUN DATE: ".
        10 hrh-run-date    pic 9(8).

    05 hold-section-line.
        10 filler          pic x(2)  value spaces.
        10 hsl-text-out    pic x(40).

    05 expired-detail-line.
        10 exd-ckey-out    pic x(31).
        10 filler          pic x(2)  value spaces.
        10 exd-borrower-out pic x(10).
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(9)  value "EXPIRED: ".
        10 exd-pickup-out  pic 9(8).

    05 expired-action-line.
        10 filler          pic x(2)  value spaces.
        10 exa-text-out    pic x(30).
        10 exa-borrower-out pic x(10).
        10 filler          pic x(2)  value spaces.
        10 exa-shelf-out   pic x(10).

    05 ready-detail-line.
        10 rdd-ckey-out    pic x(31).
        10 filler          pic x(2)  value spaces.
        10 rdd-borrower-out pic x(10).
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(11) value "PICKUP BY: ".
        10 rdd-pickup-out  pic 9(8).

    05 ready-title-line.
        10 filler          pic x(2)  value spaces.
        10 rdt-title-out   pic x(25).
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(7)  value "SHELF: ".
        10 rdt-shelf-out   pic x(10).
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(7)  value "READY: ".
        10 rdt-ready-out   pic 9(8).

    05 hold-footer-line.
        10 filler          pic x(2)  value spaces.
        10 hlf-label       pic x(25).
        10 hlf-count-out   pic zzz9.

procedure division.


main section.

******************************************
*Entry point for program
* --load the hold queue, expire the
*   holds past their pickup window and
*   pass each on, list the expiries and
*   the hold shelf, rewrite the queue
* --done
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     perform 050-load-pickup-window-para.
     call "busdate" using run-date-raw.
     perform 060-load-hold-table-para.

     open output hold-report-file.
     move run-date-raw to hrh-run-date.
     write hold-report-line from hold-report-header
         after advancing page.
     open input indexed-file.

     move "EXPIRED TODAY" to hsl-text-out.
     write hold-report-line from hold-section-line
         after advancing 2 lines.
     perform 100-expire-one-hold-para
         varying hold-scan-index from 1 by 1
         until hold-scan-index > hold-entry-count.

     move "ON THE HOLD SHELF" to hsl-text-out.
     write hold-report-line from hold-section-line
         after advancing 3 lines.
     perform 200-list-ready-hold-para
         varying hold-scan-index from 1 by 1
         until hold-scan-index > hold-entry-count.
     close indexed-file.

     perform 300-rewrite-hold-file-para.

     move "HOLDS ON FILE:           " to hlf-label.
     move holds-on-file-count to hlf-count-out.
     write hold-report-line from hold-footer-line
         after advancing 3 lines.
     move "EXPIRED TODAY:           " to hlf-label.
     move expired-count to hlf-count-out.
     write hold-report-line from hold-footer-line
         after advancing 1 line.
     move "PASSED TO NEXT IN LINE:  " to hlf-label.
     move passed-on-count to hlf-count-out.
     write hold-report-line from hold-footer-line
         after advancing 1 line.
     move "ON THE HOLD SHELF:       " to hlf-label.
     move ready-count to hlf-count-out.
     write hold-report-line from hold-footer-line
         after advancing 1 line.
     move "STILL WAITING:           " to hlf-label.
     move waiting-count to hlf-count-out.
     write hold-report-line from hold-footer-line
         after advancing 1 line.
     close hold-report-file.

     display "HOLDS EXPIRED: " expired-count
             "  ON HOLD SHELF: " ready-count.
     stop run.


******************************************
*File-name Control Section
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching INDEXED and
*    CIRCHOLD entries, the same way
*    prog3.cob does
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
         when "INDEXED"
             move fc-physical-name to indexed-file-name
         when "CIRCHOLD"
             move fc-physical-name to hold-file-name
         when other
             continue
     end-evaluate.

*pickup window from holdparm.dat - the working-storage default of 7
*days applies when the file is missing or empty.
050-load-pickup-window-para.
     open input hold-param-file.
     if hold-param-file-status = "00"
        read hold-param-file
             at end continue
             not at end
                 if hold-param-record > zero
                    move hold-param-record to hold-pickup-days
                 end-if
        end-read
        close hold-param-file.

*the hold queue whole into storage, in placement order - a missing
*file just means nobody is waiting.
060-load-hold-table-para.
     move "N" to hold-eof-flag.
     open input hold-file.
     if hold-file-status = "00"
        read hold-file
             at end move "Y" to hold-eof-flag
        end-read
        perform 061-load-one-hold-para
            until end-of-hold-file
               or hold-entry-count = max-hold-entries
        close hold-file.

061-load-one-hold-para.
     add 1 to hold-entry-count.
     add 1 to holds-on-file-count.
     move hld-ckey           to ht-ckey(hold-entry-count).
     move hld-borrower-id    to ht-borrower-id(hold-entry-count).
     move hld-placed-date    to ht-placed-date(hold-entry-count).
     move hld-status         to ht-status(hold-entry-count).
     move hld-ready-date     to ht-ready-date(hold-entry-count).
     move hld-pickup-by-date to ht-pickup-by-date(hold-entry-count).
     read hold-file
          at end move "Y" to hold-eof-flag
     end-read.


******************************************
*Expiry Section
*  --a hold on the shelf past its
*    pickup-by date expires; the next
*    waiting hold on the same ckey gets
*    the recording and a new window
******************************************
100-expire-one-hold-para section.

101-judge.
    if not ht-ready(hold-scan-index)
       or ht-pickup-by-date(hold-scan-index) not < run-date-raw
       go to 190-done.

    move "X" to ht-status(hold-scan-index).
    add 1 to expired-count.
    move ht-ckey(hold-scan-index)        to exd-ckey-out.
    move ht-borrower-id(hold-scan-index) to exd-borrower-out.
    move ht-pickup-by-date(hold-scan-index) to exd-pickup-out.
    write hold-report-line from expired-detail-line
        after advancing 2 lines.

    move zero to hold-found-index.
    perform 110-match-next-waiting-para
        varying hold-next-index from 1 by 1
        until hold-next-index > hold-entry-count
           or hold-found-index > zero.
    if hold-found-index > zero
       move "R" to ht-status(hold-found-index)
       move run-date-raw to ht-ready-date(hold-found-index)
       perform 120-compute-pickup-date-para
       move due-date-num to ht-pickup-by-date(hold-found-index)
       add 1 to passed-on-count
       move "KEEP ON HOLD SHELF - NOW FOR  " to exa-text-out
       move ht-borrower-id(hold-found-index) to exa-borrower-out
       move spaces to exa-shelf-out
    else
       move "RETURN TO THE STACKS AT       " to exa-text-out
       move spaces to exa-borrower-out
       move "N" to record-found-flag
       move ht-ckey(hold-scan-index) to ckey
       read indexed-file
           invalid key continue
           not invalid key move "Y" to record-found-flag
       end-read
       if record-found
          move shelf-loc to exa-shelf-out
       else
          move "NOT IN CATALOG" to exa-shelf-out.
    write hold-report-line from expired-action-line
        after advancing 1 line.
    go to 190-done.

110-match-next-waiting-para.
    if ht-ckey(hold-next-index) = ht-ckey(hold-scan-index)
       and ht-waiting(hold-next-index)
       move hold-next-index to hold-found-index.

*today stepped forward hold-pickup-days days, month lengths and
*leap years honored.
120-compute-pickup-date-para.
    move run-date-raw to due-date-num.
    perform 121-step-forward-one-day-para
        varying step-count from 1 by 1
        until step-count > hold-pickup-days.

121-step-forward-one-day-para.
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


******************************************
*Hold Shelf Section
*  --every recording waiting on the
*    hold shelf, with its catalog title
*    and shelf location
******************************************
200-list-ready-hold-para section.

201-list.
    if ht-waiting(hold-scan-index)
       add 1 to waiting-count.
    if not ht-ready(hold-scan-index)
       go to 290-done.

    add 1 to ready-count.
    move ht-ckey(hold-scan-index)        to rdd-ckey-out.
    move ht-borrower-id(hold-scan-index) to rdd-borrower-out.
    move ht-pickup-by-date(hold-scan-index) to rdd-pickup-out.
    write hold-report-line from ready-detail-line
        after advancing 2 lines.

    move "N" to record-found-flag.
    move ht-ckey(hold-scan-index) to ckey.
    read indexed-file
        invalid key continue
        not invalid key move "Y" to record-found-flag
    end-read.
    if record-found
       move title     to rdt-title-out
       move shelf-loc to rdt-shelf-out
    else
       move "NOT IN CATALOG" to rdt-title-out
       move spaces to rdt-shelf-out.
    move ht-ready-date(hold-scan-index) to rdt-ready-out.
    write hold-report-line from ready-title-line
        after advancing 1 line.

***End of Section
290-done.
    exit.


******************************************
*Hold File Rewrite Section
*  --every hold still open back to disk
*    whole, in placement order
******************************************
300-rewrite-hold-file-para section.

301-rewrite.
    open output hold-file.
    perform 310-write-one-hold-para
        varying hold-scan-index from 1 by 1
        until hold-scan-index > hold-entry-count.
    close hold-file.
    go to 320-done.

310-write-one-hold-para.
    if not ht-expired(hold-scan-index)
       move ht-ckey(hold-scan-index)        to hld-ckey
       move ht-borrower-id(hold-scan-index) to hld-borrower-id
       move ht-placed-date(hold-scan-index) to hld-placed-date
       move ht-status(hold-scan-index)      to hld-status
       move ht-ready-date(hold-scan-index)  to hld-ready-date
       move ht-pickup-by-date(hold-scan-index)
           to hld-pickup-by-date
       write hold-record.

320-done.
    exit.
