***************************************
* Program #3 companion - usagerpt
*  Sumit Khanna - Dr. Hume's 3620
*
*  Collection usage report for the
*   collection committee, built from
*   the loan history circmain keeps
*   (circhist.dat) against the
*   recordings catalog (indexed.dat).
*   Usage is shown by genre and then
*   by composer, reading the catalog
*   down each alternate key the way
*   genrerpt does: recordings held,
*   how many of them have ever gone
*   out, and total loans.  The last
*   part is the weeding-candidate
*   list - recordings acquired more
*   than N years ago (weedparm.dat,
*   default 5) that have never
*   circulated or have not gone out
*   within those N years.  Listed in
*   usagerpt.out.
***************************************

identification division.

program-id. usagerpt.
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
    select history-file assign to dynamic history-file-name
      file status is history-file-status.
    select weed-param-file assign to "weedparm.dat"
      file status is weed-param-file-status.
    select usage-report-file assign to "usagerpt.out".
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

*same loan history record circmain writes - see circmain.cob.
fd history-file record contains 65 characters.
01 history-record.
    05 his-ckey          pic x(31).
    05 his-borrower-id   pic x(10).
    05 his-out-date      pic 9(8).
    05 his-due-date      pic 9(8).
    05 his-return-date   pic 9(8).

*how many years old, and how long without a loan, a recording must
*be to be listed for weeding - defaults to 5 if the file is missing
*or empty.
fd weed-param-file record contains 2 characters.
01 weed-param-record  pic 9(2).

fd usage-report-file record contains 80 characters.
01 usage-report-line  pic x(80).

*same control file and record layout filenames.dat's other readers
*(prog3.cob's 045-load-filenames-para) use.
fd filename-control-file record contains 58 characters.
01 filename-control-file-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

working-storage section.

01 indexed-file-name       pic x(50) value "indexed.dat".
01 history-file-name       pic x(50) value "circhist.dat".

01 history-file-status           pic xx.
01 weed-param-file-status        pic xx.
01 filename-control-file-status  pic xx.

01 file-flags.
    05 history-eof-flag     pic x(1) value "N".
       88 end-of-history-file         value "Y".
    05 catalog-eof-flag     pic x(1) value "N".
       88 end-of-catalog              value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

*every recording that has ever gone out - how many times, and when
*it last went out.
01 usage-table.
    05 usage-entry-count   pic 9(4) value zero.
    05 max-usage-entries   pic 9(4) value 5000.
    05 usage-entry occurs 5000 times.
        10 ut-ckey            pic x(31).
        10 ut-loan-count      pic 9(5).
        10 ut-last-out-date   pic 9(8).
    05 usage-scan-index    pic 9(4).
    05 usage-found-index   pic 9(4) value zero.

01 weed-years              pic 9(2) value 5.

*today less the weeding years - a recording acquired before it, and
*not out since it, is a candidate.
01 date-work-fields.
    05 run-date-raw        pic 9(8).
    05 weed-cutoff-date    pic 9(8).
    05 weed-cutoff-text redefines weed-cutoff-date pic x(8).

01 group-work-fields.
    05 group-key-value     pic x(20).
    05 group-prior-value   pic x(20).
    05 group-held-count    pic 9(5).
    05 group-circ-count    pic 9(5).
    05 group-loan-count    pic 9(7).
    05 item-loan-count     pic 9(5).
    05 item-last-out-date  pic 9(8).

01 report-counters.
    05 titles-held-count   pic 9(5) value zero.
    05 titles-circ-count   pic 9(5) value zero.
    05 history-read-count  pic 9(7) value zero.
    05 weed-count          pic 9(5) value zero.

01 report-templates.
    05 usage-report-header.
        10 filler          pic x(18) value spaces.
        10 urh-title       pic x(24) value "COLLECTION USAGE".
        10 filler          pic x(10) value "RUN DATE: ".
        10 urh-run-date    pic 9(8).

    05 usage-section-line.
        10 filler          pic x(2)  value spaces.
        10 usl-text-out    pic x(60).

    05 usage-column-line.
        10 ucl-key-label   pic x(20).
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(8)  value "    HELD".
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(10) value "CIRCULATED".
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(8)  value "   LOANS".

    05 usage-group-line.
        10 ugl-key-out     pic x(20).
        10 filler          pic x(2)  value spaces.
        10 ugl-held-out    pic zzzzzzz9.
        10 filler          pic x(2)  value spaces.
        10 ugl-circ-out    pic zzzzzzzzz9.
        10 filler          pic x(2)  value spaces.
        10 ugl-loans-out   pic zzzzzzz9.

    05 weed-detail-line.
        10 wdd-ckey-out    pic x(31).
        10 filler          pic x(2)  value spaces.
        10 wdd-title-out   pic x(25).
        10 filler          pic x(2)  value spaces.
        10 wdd-shelf-out   pic x(10).

    05 weed-reason-line.
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(10) value "ACQUIRED: ".
        10 wdr-acq-out     pic x(8).
        10 filler          pic x(2)  value spaces.
        10 wdr-reason-out  pic x(20).
        10 wdr-last-out    pic x(8).

    05 usage-footer-line.
        10 filler          pic x(2)  value spaces.
        10 ulf-label       pic x(25).
        10 ulf-count-out   pic zzzzzz9.

procedure division.


main section.

******************************************
*Entry point for program
* --tally the loan history by ckey,
*   walk the catalog by genre, by
*   composer, and by ckey for the
*   weeding list
* --done
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     perform 050-load-weed-years-para.
     call "busdate" using run-date-raw.
     compute weed-cutoff-date = run-date-raw - weed-years * 10000.
     perform 060-load-usage-table-para.

     open output usage-report-file.
     move run-date-raw to urh-run-date.
     write usage-report-line from usage-report-header
         after advancing page.
     open input indexed-file.

     move "USAGE BY GENRE" to usl-text-out.
     write usage-report-line from usage-section-line
         after advancing 2 lines.
     move "GENRE" to ucl-key-label.
     write usage-report-line from usage-column-line
         after advancing 2 lines.
     move low-values to genre.
     move "N" to catalog-eof-flag.
     start indexed-file key is not less than genre
         invalid key move "Y" to catalog-eof-flag.
     perform 100-group-by-genre-para.

     move "USAGE BY COMPOSER" to usl-text-out.
     write usage-report-line from usage-section-line
         after advancing 3 lines.
     move "COMPOSER" to ucl-key-label.
     write usage-report-line from usage-column-line
         after advancing 2 lines.
     move low-values to composer.
     move "N" to catalog-eof-flag.
     start indexed-file key is not less than composer
         invalid key move "Y" to catalog-eof-flag.
     perform 200-group-by-composer-para.

     move spaces to usl-text-out.
     string "WEEDING CANDIDATES - ACQUIRED BEFORE "
                delimited by size
            weed-cutoff-text delimited by size
            ", NOT OUT SINCE" delimited by size
            into usl-text-out.
     write usage-report-line from usage-section-line
         after advancing 3 lines.
     move low-values to ckey.
     move "N" to catalog-eof-flag.
     start indexed-file key is not less than ckey
         invalid key move "Y" to catalog-eof-flag.
     perform 300-list-weed-candidates-para.
     close indexed-file.

     move "RECORDINGS HELD:         " to ulf-label.
     move titles-held-count to ulf-count-out.
     write usage-report-line from usage-footer-line
         after advancing 3 lines.
     move "EVER CIRCULATED:         " to ulf-label.
     move titles-circ-count to ulf-count-out.
     write usage-report-line from usage-footer-line
         after advancing 1 line.
     move "LOANS ON HISTORY:        " to ulf-label.
     move history-read-count to ulf-count-out.
     write usage-report-line from usage-footer-line
         after advancing 1 line.
     move "WEEDING CANDIDATES:      " to ulf-label.
     move weed-count to ulf-count-out.
     write usage-report-line from usage-footer-line
         after advancing 1 line.
     close usage-report-file.

     display "RECORDINGS: " titles-held-count
             "  WEEDING CANDIDATES: " weed-count.
     stop run.


******************************************
*File-name Control Section
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching INDEXED and
*    CIRCHIST entries, the same way
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
         when "CIRCHIST"
             move fc-physical-name to history-file-name
         when other
             continue
     end-evaluate.

*weeding years from weedparm.dat - the working-storage default of 5
*applies when the file is missing or empty.
050-load-weed-years-para.
     open input weed-param-file.
     if weed-param-file-status = "00"
        read weed-param-file
             at end continue
             not at end
                 if weed-param-record > zero
                    move weed-param-record to weed-years
                 end-if
        end-read
        close weed-param-file.

*the loan history tallied by ckey - a missing file just means
*nothing has gone out yet.
060-load-usage-table-para.
     move "N" to history-eof-flag.
     open input history-file.
     if history-file-status = "00"
        read history-file
             at end move "Y" to history-eof-flag
        end-read
        perform 061-tally-one-loan-para
            until end-of-history-file
        close history-file.

061-tally-one-loan-para.
     add 1 to history-read-count.
     move zero to usage-found-index.
     perform 062-match-usage-para
         varying usage-scan-index from 1 by 1
         until usage-scan-index > usage-entry-count
            or usage-found-index > zero.
     if usage-found-index = zero
        if usage-entry-count < max-usage-entries
           add 1 to usage-entry-count
           move usage-entry-count to usage-found-index
           move his-ckey to ut-ckey(usage-entry-count)
           move zero     to ut-loan-count(usage-entry-count)
           move zero     to ut-last-out-date(usage-entry-count)
        else
           display "Usage table is full - " his-ckey " left off.".
     if usage-found-index > zero
        add 1 to ut-loan-count(usage-found-index)
        if his-out-date > ut-last-out-date(usage-found-index)
           move his-out-date to ut-last-out-date(usage-found-index).
     read history-file
          at end move "Y" to history-eof-flag
     end-read.

062-match-usage-para.
     if ut-ckey(usage-scan-index) = his-ckey
        move usage-scan-index to usage-found-index.


******************************************
*Genre Usage Section
*  --reads the catalog down the genre
*    key, one line per genre as the key
*    changes
******************************************
100-group-by-genre-para section.

101-start.
    move spaces to group-prior-value.
    move zero to group-held-count group-circ-count group-loan-count.
    if not end-of-catalog
       perform 102-read-next-genre.
    perform 103-take-one-genre-para until end-of-catalog.
    if group-held-count > zero
       perform 410-write-group-line-para.
    go to 190-done.

102-read-next-genre.
    read indexed-file next record
       at end move "Y" to catalog-eof-flag
    end-read.

103-take-one-genre-para.
    move genre to group-key-value.
    if group-key-value not = group-prior-value
       and group-held-count > zero
       perform 410-write-group-line-para.
    move group-key-value to group-prior-value.
    perform 400-find-usage-para.
    perform 420-add-to-group-para.
    add 1 to titles-held-count.
    if item-loan-count > zero
       add 1 to titles-circ-count.
    perform 102-read-next-genre.

***End of Section
190-done.
    exit.


******************************************
*Composer Usage Section
*  --the same down the composer key
******************************************
200-group-by-composer-para section.

201-start.
    move spaces to group-prior-value.
    move zero to group-held-count group-circ-count group-loan-count.
    if not end-of-catalog
       perform 202-read-next-composer.
    perform 203-take-one-composer-para until end-of-catalog.
    if group-held-count > zero
       perform 410-write-group-line-para.
    go to 290-done.

202-read-next-composer.
    read indexed-file next record
       at end move "Y" to catalog-eof-flag
    end-read.

203-take-one-composer-para.
    move composer to group-key-value.
    if group-key-value not = group-prior-value
       and group-held-count > zero
       perform 410-write-group-line-para.
    move group-key-value to group-prior-value.
    perform 400-find-usage-para.
    perform 420-add-to-group-para.
    perform 202-read-next-composer.

***End of Section
290-done.
    exit.


******************************************
*Weeding Section
*  --every recording acquired before the
*    cutoff that has never gone out, or
*    not since the cutoff
******************************************
300-list-weed-candidates-para section.

301-start.
    if not end-of-catalog
       perform 302-read-next-ckey.
    perform 303-judge-one-recording-para until end-of-catalog.
    go to 390-done.

302-read-next-ckey.
    read indexed-file next record
       at end move "Y" to catalog-eof-flag
    end-read.

303-judge-one-recording-para.
    if acq-date is numeric
       and acq-date < weed-cutoff-text
       perform 400-find-usage-para
       if item-loan-count = zero
          or item-last-out-date < weed-cutoff-date
          perform 310-write-weed-candidate-para.
    perform 302-read-next-ckey.

310-write-weed-candidate-para.
    add 1 to weed-count.
    move ckey      to wdd-ckey-out.
    move title     to wdd-title-out.
    move shelf-loc to wdd-shelf-out.
    write usage-report-line from weed-detail-line
        after advancing 2 lines.
    move acq-date to wdr-acq-out.
    if item-loan-count = zero
       move "NEVER CIRCULATED" to wdr-reason-out
       move spaces to wdr-last-out
    else
       move "LAST OUT: " to wdr-reason-out
       move item-last-out-date to wdr-last-out.
    write usage-report-line from weed-reason-line
        after advancing 1 line.

***End of Section
390-done.
    exit.


******************************************
*Shared Usage Section
*  --the current recording's loans off
*    the usage table, and one group's
*    line on the report
******************************************
400-find-usage-para section.

401-find.
    move zero to usage-found-index.
    perform 402-match-ckey-para
        varying usage-scan-index from 1 by 1
        until usage-scan-index > usage-entry-count
           or usage-found-index > zero.
    if usage-found-index > zero
       move ut-loan-count(usage-found-index)    to item-loan-count
       move ut-last-out-date(usage-found-index) to item-last-out-date
    else
       move zero to item-loan-count
       move zero to item-last-out-date.
    go to 409-done.

402-match-ckey-para.
    if ut-ckey(usage-scan-index) = ckey
       move usage-scan-index to usage-found-index.

409-done.
    exit.

410-write-group-line-para section.

411-write.
    if group-prior-value = spaces
       move "(NONE)" to ugl-key-out
    else
       move group-prior-value to ugl-key-out.
    move group-held-count to ugl-held-out.
    move group-circ-count to ugl-circ-out.
    move group-loan-count to ugl-loans-out.
    write usage-report-line from usage-group-line
        after advancing 1 line.
    move zero to group-held-count group-circ-count group-loan-count.

419-done.
    exit.

420-add-to-group-para section.

421-add.
    add 1 to group-held-count.
    if item-loan-count > zero
       add 1 to group-circ-count
       add item-loan-count to group-loan-count.

429-done.
    exit.
