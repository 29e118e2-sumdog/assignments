***************************************
* Program #3 companion - condrpt
*  Sumit Khanna - Dr. Hume's 3620
*
*  Condition queues off the history
*   condmaint and shelfinv keep
*   (condhist.dat), each ckey taken
*   at its latest entry: the repair
*   queue, the withdrawals waiting
*   for approval, the approved
*   withdrawals prog3 has not yet
*   deleted from the catalog, and
*   recordings still on the shelf
*   below the lending grade
*   (condparm.dat, default 3) that
*   nobody has sent for repair.
*   Each line carries the catalog
*   title and shelf location.  Listed
*   in condrpt.out.
***************************************

identification division.

program-id. condrpt.
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
    select condition-file assign to dynamic condition-file-name
      file status is condition-file-status.
    select cond-param-file assign to "condparm.dat"
      file status is cond-param-file-status.
    select cond-report-file assign to "condrpt.out".
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

*same condition record condmaint writes - see condmaint.cob.
fd condition-file record contains 89 characters.
01 condition-record.
    05 cnd-ckey            pic x(31).
    05 cnd-assessed-date   pic 9(8).
    05 cnd-grade           pic 9(1).
    05 cnd-damage-note     pic x(40).
    05 cnd-assessor        pic x(8).
    05 cnd-disposition     pic x(1).

*the lowest grade that may go out on loan - defaults to 3 if the
*file is missing or empty.
fd cond-param-file record contains 1 characters.
01 cond-param-record  pic 9(1).

fd cond-report-file record contains 80 characters.
01 cond-report-line   pic x(80).

*same control file and record layout filenames.dat's other readers
*(prog3.cob's 045-load-filenames-para) use.
fd filename-control-file record contains 58 characters.
01 filename-control-file-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

working-storage section.

01 indexed-file-name       pic x(50) value "indexed.dat".
01 condition-file-name     pic x(50) value "condhist.dat".

01 condition-file-status         pic xx.
01 cond-param-file-status        pic xx.
01 filename-control-file-status  pic xx.

01 file-flags.
    05 condition-eof-flag   pic x(1) value "N".
       88 end-of-condition-file       value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".
    05 record-found-flag   pic x(1) value "N".
       88 record-found             value "Y".

*every ckey ever assessed, at its latest entry.
01 condition-table.
    05 cond-entry-count    pic 9(4) value zero.
    05 max-cond-entries    pic 9(4) value 3000.
    05 cond-entry occurs 3000 times.
        10 ct-ckey            pic x(31).
        10 ct-assessed-date   pic 9(8).
        10 ct-grade           pic 9(1).
        10 ct-damage-note     pic x(40).
        10 ct-assessor        pic x(8).
        10 ct-disposition     pic x(1).
           88 ct-keep               value "K".
           88 ct-repair             value "R".
           88 ct-repaired           value "F".
           88 ct-withdraw           value "W".
           88 ct-withdrawn          value "A".
    05 cond-scan-index     pic 9(4).
    05 cond-found-index    pic 9(4) value zero.

01 lending-grade           pic 9(1) value 3.
01 run-date-raw            pic 9(8).
01 report-queue            pic x(1).

01 report-counters.
    05 repair-count        pic 9(4) value zero.
    05 withdraw-count      pic 9(4) value zero.
    05 withdrawn-count     pic 9(4) value zero.
    05 below-grade-count   pic 9(4) value zero.
    05 queue-count         pic 9(4) value zero.

01 report-templates.
    05 cond-report-header.
        10 filler          pic x(18) value spaces.
        10 crh-title       pic x(24) value "CONDITION QUEUES".
        10 filler          pic x(10) value "RUN DATE: ".
        10 crh-run-date    pic 9(8).

    05 cond-section-line.
        10 filler          pic x(2)  value spaces.
        10 csl-text-out    pic x(50).

    05 cond-detail-line.
        10 cdd-ckey-out    pic x(31).
        10 filler          pic x(2)  value spaces.
        10 cdd-title-out   pic x(25).
        10 filler          pic x(2)  value spaces.
        10 cdd-shelf-out   pic x(10).

    05 cond-note-line.
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(6)  value "GRADE ".
        10 cnl-grade-out   pic 9(1).
        10 filler          pic x(2)  value spaces.
        10 cnl-date-out    pic 9(8).
        10 filler          pic x(1)  value spaces.
        10 cnl-assessor-out pic x(8).
        10 filler          pic x(1)  value spaces.
        10 cnl-note-out    pic x(40).

    05 cond-footer-line.
        10 filler          pic x(2)  value spaces.
        10 cff-label       pic x(34).
        10 cff-count-out   pic zzz9.

procedure division.


main section.

******************************************
*Entry point for program
* --take the latest condition of every
*   ckey, list each queue in turn
* --done
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     perform 050-load-lending-grade-para.
     call "busdate" using run-date-raw.
     perform 060-load-condition-table-para.

     open output cond-report-file.
     move run-date-raw to crh-run-date.
     write cond-report-line from cond-report-header
         after advancing page.
     open input indexed-file.

     move "REPAIR QUEUE" to csl-text-out.
     move "R" to report-queue.
     perform 100-list-queue-para.
     move queue-count to repair-count.

     move "WITHDRAWALS AWAITING APPROVAL" to csl-text-out.
     move "W" to report-queue.
     perform 100-list-queue-para.
     move queue-count to withdraw-count.

     move "WITHDRAWALS APPROVED, STILL IN THE CATALOG"
         to csl-text-out.
     move "A" to report-queue.
     perform 100-list-queue-para.
     move queue-count to withdrawn-count.

     move "ON THE SHELF BELOW THE LENDING GRADE" to csl-text-out.
     move "B" to report-queue.
     perform 100-list-queue-para.
     move queue-count to below-grade-count.
     close indexed-file.

     move "IN THE REPAIR QUEUE:              " to cff-label.
     move repair-count to cff-count-out.
     write cond-report-line from cond-footer-line
         after advancing 3 lines.
     move "WITHDRAWALS AWAITING APPROVAL:    " to cff-label.
     move withdraw-count to cff-count-out.
     write cond-report-line from cond-footer-line
         after advancing 1 line.
     move "APPROVED, STILL IN THE CATALOG:   " to cff-label.
     move withdrawn-count to cff-count-out.
     write cond-report-line from cond-footer-line
         after advancing 1 line.
     move "ON THE SHELF BELOW LENDING GRADE: " to cff-label.
     move below-grade-count to cff-count-out.
     write cond-report-line from cond-footer-line
         after advancing 1 line.
     close cond-report-file.

     display "REPAIR QUEUE: " repair-count
             "  AWAITING WITHDRAWAL: " withdraw-count.
     stop run.


******************************************
*File-name Control Section
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching INDEXED and
*    CONDHIST entries, the same way
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
         when "CONDHIST"
             move fc-physical-name to condition-file-name
         when other
             continue
     end-evaluate.

*lending grade from condparm.dat - the working-storage default of 3
*applies when the file is missing or empty.
050-load-lending-grade-para.
     open input cond-param-file.
     if cond-param-file-status = "00"
        read cond-param-file
             at end continue
             not at end
                 if cond-param-record > zero
                    move cond-param-record to lending-grade
                 end-if
        end-read
        close cond-param-file.

*the history into the table, a later entry for a ckey replacing the
*earlier one - a missing file just means nothing assessed yet.
060-load-condition-table-para.
     move "N" to condition-eof-flag.
     open input condition-file.
     if condition-file-status = "00"
        read condition-file
             at end move "Y" to condition-eof-flag
        end-read
        perform 061-take-one-entry-para
            until end-of-condition-file
        close condition-file.

061-take-one-entry-para.
     move zero to cond-found-index.
     perform 062-match-condition-para
         varying cond-scan-index from 1 by 1
         until cond-scan-index > cond-entry-count
            or cond-found-index > zero.
     if cond-found-index = zero
        if cond-entry-count < max-cond-entries
           add 1 to cond-entry-count
           move cond-entry-count to cond-found-index
        else
           display "Condition table is full - " cnd-ckey
                   " left off.".
     if cond-found-index > zero
        move cnd-ckey          to ct-ckey(cond-found-index)
        move cnd-assessed-date to ct-assessed-date(cond-found-index)
        move cnd-grade         to ct-grade(cond-found-index)
        move cnd-damage-note   to ct-damage-note(cond-found-index)
        move cnd-assessor      to ct-assessor(cond-found-index)
        move cnd-disposition   to ct-disposition(cond-found-index).
     read condition-file
          at end move "Y" to condition-eof-flag
     end-read.

062-match-condition-para.
     if ct-ckey(cond-scan-index) = cnd-ckey
        move cond-scan-index to cond-found-index.


******************************************
*Queue Section
*  --one queue: every table entry whose
*    latest condition puts it there (B
*    is the below-grade shelf list)
******************************************
100-list-queue-para section.

101-list.
    move zero to queue-count.
    write cond-report-line from cond-section-line
        after advancing 3 lines.
    perform 110-list-one-entry-para
        varying cond-scan-index from 1 by 1
        until cond-scan-index > cond-entry-count.
    go to 190-done.

110-list-one-entry-para.
    if report-queue = "B"
       if (ct-keep(cond-scan-index) or ct-repaired(cond-scan-index))
          and ct-grade(cond-scan-index) < lending-grade
          perform 120-write-entry-para thru 129-write-exit
       end-if
    else
    if ct-disposition(cond-scan-index) = report-queue
       perform 120-write-entry-para thru 129-write-exit.

120-write-entry-para.
    move "N" to record-found-flag.
    move ct-ckey(cond-scan-index) to ckey.
    read indexed-file
        invalid key continue
        not invalid key move "Y" to record-found-flag
    end-read.
*an approved withdrawal prog3 has already deleted is off the list
    if ct-withdrawn(cond-scan-index) and not record-found
       go to 129-write-exit.
    add 1 to queue-count.
    move ct-ckey(cond-scan-index) to cdd-ckey-out.
    if record-found
       move title     to cdd-title-out
       move shelf-loc to cdd-shelf-out
    else
       move "NOT IN CATALOG" to cdd-title-out
       move spaces to cdd-shelf-out.
    write cond-report-line from cond-detail-line
        after advancing 2 lines.
    move ct-grade(cond-scan-index)         to cnl-grade-out.
    move ct-assessed-date(cond-scan-index) to cnl-date-out.
    move ct-assessor(cond-scan-index)      to cnl-assessor-out.
    move ct-damage-note(cond-scan-index)   to cnl-note-out.
    write cond-report-line from cond-note-line
        after advancing 1 line.

129-write-exit.
    exit.

***End of Section
190-done.
    exit.
