*   catalog record at all, with
*   closing counts proving every
*   catalog record and every scan
*   line was accounted for.  Condition
*   grades taken on the same walk
*   (condscan.dat) are posted to the
*   condition history condmaint keeps
*   (condhist.dat), with any line for
*   an unknown ckey or a bad grade
*   listed instead.
***************************************

identification division.
      record key is d-ckey.
    select scan-file assign to dynamic scan-file-name
      file status is scan-file-status.
    select cond-scan-file assign to dynamic cond-scan-file-name
      file status is cond-scan-file-status.
    select condition-file assign to dynamic condition-file-name
      file status is condition-file-status.
    select inventory-report-file assign to "shelfinv.out".
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.
    05 sc-shelf-loc    pic x(10).
    05 sc-ckey         pic x(31).

*one line per recording graded on the walk - the ckey, grade 1 to
*5, the damage seen, who graded it, and K keep / R repair / W
*withdraw (blank is keep).
fd cond-scan-file record contains 81 characters.
01 cond-scan-record.
    05 cs-ckey             pic x(31).
    05 cs-grade            pic x(1).
    05 cs-damage-note      pic x(40).
    05 cs-assessor         pic x(8).
    05 cs-disposition      pic x(1).

*same condition record condmaint writes - see condmaint.cob.
fd condition-file record contains 89 characters.
01 condition-record.
    05 cnd-ckey            pic x(31).
    05 cnd-assessed-date   pic 9(8).
    05 cnd-grade           pic 9(1).
    05 cnd-damage-note     pic x(40).
    05 cnd-assessor        pic x(8).
    05 cnd-disposition     pic x(1).

fd inventory-report-file record contains 80 characters.
01 inventory-report-line  pic x(80).


01 indexed-file-name       pic x(50) value "indexed.dat".
01 scan-file-name          pic x(50) value "shelfscan.dat".
01 cond-scan-file-name     pic x(50) value "condscan.dat".
01 condition-file-name     pic x(50) value "condhist.dat".

01 scan-file-status              pic xx.
01 cond-scan-file-status         pic xx.
01 condition-file-status         pic xx.
01 filename-control-file-status  pic xx.

01 file-flags.
       88 indexed-file-eof         value "Y".
    05 scan-eof-flag       pic x(1) value "N".
       88 end-of-scan-file         value "Y".
    05 cond-scan-eof-flag  pic x(1) value "N".
       88 end-of-cond-scan-file    value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

    05 catalog-found-count  pic 9(4) value zero.
    05 scan-accounted-count pic 9(5) value zero.
    05 catalog-accounted-count pic 9(4) value zero.
    05 cond-line-count      pic 9(5) value zero.
    05 cond-posted-count    pic 9(5) value zero.
    05 cond-rejected-count  pic 9(5) value zero.

01 run-date-raw             pic 9(8).

01 report-templates.
    05 inventory-report-header.
        10 filler          pic x(10) value "SHELF:    ".
        10 unk-shelf-out   pic x(10).

    05 cond-reject-line.
        10 crj-ckey-out    pic x(31).
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(7)  value "GRADE: ".
        10 crj-grade-out   pic x(1).
        10 filler          pic x(2)  value spaces.
        10 crj-reason-out  pic x(30).

    05 count-line.
        10 filler          pic x(2)  value spaces.
        10 cnt-label       pic x(34).
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     call "busdate" using run-date-raw.
     perform 100-load-catalog-para.

     open output inventory-report-file.
         varying catalog-scan-index from 1 by 1
         until catalog-scan-index > catalog-entry-count.

     move "CONDITION LINES NOT POSTED" to sch-label.
     write inventory-report-line from section-header-line
         after advancing 2 lines.
     perform 400-post-conditions-para.

     perform 900-prove-counts-para.
     close inventory-report-file.

             "  MISPLACED: " scan-misplaced-count
             "  MISSING: " catalog-missing-count
             "  UNKNOWN: " scan-unknown-count.
     display "CONDITIONS POSTED: " cond-posted-count
             "  NOT POSTED: " cond-rejected-count.
     stop run.


*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching INDEXED,
*    SHELFSCN, CONDSCAN and CONDHIST
*    entries, the same way prog3.cob
*    does
******************************************
045-load-filenames-para.
     move "N" to filename-control-file-flag.
             move fc-physical-name to indexed-file-name
         when "SHELFSCN"
             move fc-physical-name to scan-file-name
         when "CONDSCAN"
             move fc-physical-name to cond-scan-file-name
         when "CONDHIST"
             move fc-physical-name to condition-file-name
         when other
             continue
     end-evaluate.
            after advancing 1 line.


******************************************
*Condition Posting Section
*  --each grade taken on the walk goes
*    on the condition history, dated
*    today, unless its ckey is not in
*    the catalog or the grade or
*    disposition is bad; no file just
*    means no grading was done
******************************************
400-post-conditions-para.
     move "N" to cond-scan-eof-flag.
     open input cond-scan-file.
     if cond-scan-file-status = "00"
        open extend condition-file
        if condition-file-status = "35"
           open output condition-file
        end-if
        read cond-scan-file
             at end move "Y" to cond-scan-eof-flag
        end-read
        perform 410-post-one-condition-para
            until end-of-cond-scan-file
        close cond-scan-file
        close condition-file.

410-post-one-condition-para.
     add 1 to cond-line-count.
     move zero to catalog-found-index.
     perform 420-match-cond-catalog-para
         varying catalog-scan-index from 1 by 1
         until catalog-scan-index > catalog-entry-count
            or catalog-found-index > zero.
     move spaces to crj-reason-out.
     if catalog-found-index = zero
        move "NOT IN THE CATALOG" to crj-reason-out
     else
     if cs-grade is not numeric
        or cs-grade < "1" or cs-grade > "5"
        move "GRADE MUST BE 1 TO 5" to crj-reason-out
     else
     if cs-disposition not = space and cs-disposition not = "K"
        and cs-disposition not = "R" and cs-disposition not = "W"
        move "DISPOSITION MUST BE K, R, OR W" to crj-reason-out.

     if crj-reason-out = spaces
        move cs-ckey        to cnd-ckey
        move run-date-raw   to cnd-assessed-date
        move cs-grade       to cnd-grade
        move cs-damage-note to cnd-damage-note
        move cs-assessor    to cnd-assessor
        move cs-disposition to cnd-disposition
        if cs-disposition = space
           move "K" to cnd-disposition
        end-if
        write condition-record
        add 1 to cond-posted-count
     else
        add 1 to cond-rejected-count
        move cs-ckey  to crj-ckey-out
        move cs-grade to crj-grade-out
        write inventory-report-line from cond-reject-line
            after advancing 1 line.
     read cond-scan-file
          at end move "Y" to cond-scan-eof-flag
     end-read.

420-match-cond-catalog-para.
     if cat-ckey(catalog-scan-index) = cs-ckey
        move catalog-scan-index to catalog-found-index.


******************************************
*Proof Section
*  --every scan line and every catalog
        move "OUT OF BALANCE" to cnt-status-out.
     write inventory-report-line from count-line
         after advancing 1 line.

     move spaces to cnt-status-out.
     move "CONDITION LINES READ:             " to cnt-label.
     move cond-line-count to cnt-count-out.
     write inventory-report-line from count-line
         after advancing 2 lines.

     move "  POSTED TO CONDITION HISTORY:    " to cnt-label.
     move cond-posted-count to cnt-count-out.
     write inventory-report-line from count-line
         after advancing 1 line.

     move "  NOT POSTED:                     " to cnt-label.
     move cond-rejected-count to cnt-count-out.
     write inventory-report-line from count-line
         after advancing 1 line.
