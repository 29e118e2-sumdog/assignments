***************************************
* Nightly driver companion - rptdist
*  Sumit Khanna - Dr. Hume's 3620
*
*  Nightly report distribution.  The
*   batch leaves dozens of .out files
*   behind, and the operator used to
*   sort them into department folders
*   from memory.  This step reads the
*   distribution manifest
*   (distlist.dat) - which report
*   goes to which department and how
*   many copies - and builds one
*   bundle per department
*   (dist-<department>.out): a banner
*   page listing every report the
*   department should get tonight
*   with its record count, any
*   expected report that is missing
*   called out on the banner, then
*   the reports themselves, each copy
*   behind its own separator.  Every
*   report distributed or found
*   missing gets a line in
*   run-log.out, and a missing report
*   ends the step with a nonzero
*   return code.
***************************************

identification division.

program-id. rptdist.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select manifest-file assign to "distlist.dat"
        file status is manifest-file-status.
    select report-file assign to dynamic report-file-name
        organization is line sequential
        file status is report-file-status.
    select bundle-file assign to dynamic bundle-file-name
        file status is bundle-file-status.
    select run-log-file assign to "run-log.out"
        organization is sequential
        file status is run-log-file-status.

data division.

file section.

*one line per report per department - the department's short name
*(COLLECT, CATALOG, HELPDESK, FINANCE, AUDIT, or any other the shop
*adds), the report's file name, and how many copies it gets.  A
*report two departments both need is simply listed twice.
fd manifest-file record contains 50 characters.
01 manifest-record.
    05 mn-department      pic x(8).
    05 mn-report-name     pic x(40).
    05 mn-copies          pic x(2).

*whichever report is being counted or copied right now - line
*sequential so the count is the line count however the report
*was written.
fd report-file record contains 132 characters.
01 report-record          pic x(132).

fd bundle-file record contains 132 characters.
01 bundle-line            pic x(132).

fd run-log-file record contains 80 characters.
01 run-log-line           pic x(80).

working-storage section.

01 file-flags.
    05 manifest-eof-flag  pic x(1) value "N".
       88 end-of-manifest         value "Y".
    05 report-eof-flag    pic x(1) value "N".
       88 end-of-report           value "Y".

01 manifest-file-status   pic xx.
01 report-file-status     pic xx.
01 bundle-file-status     pic xx.
01 run-log-file-status    pic xx.

01 report-file-name       pic x(40).
01 bundle-file-name       pic x(50).

*the manifest held in storage, and the departments in the order
*they first appear in it.
01 manifest-table.
    05 manifest-count     pic 9(3) value zero.
    05 max-manifest-entries pic 9(3) value 100.
    05 manifest-entry occurs 100 times.
        10 me-department  pic x(8).
        10 me-report-name pic x(40).
        10 me-copies      pic 9(2).
        10 me-record-count pic 9(7).
        10 me-present-flag pic x(1).
           88 me-present          value "Y".
    05 manifest-index     pic 9(3).

01 department-table.
    05 department-count   pic 9(2) value zero.
    05 department-entry occurs 20 times.
        10 dt-department  pic x(8).
    05 department-index   pic 9(2).
    05 department-scan-index pic 9(2).
    05 department-found-flag pic x(1).
       88 department-found        value "Y".

01 distribution-controls.
    05 business-date      pic 9(8).
    05 copy-number        pic 9(3).
    05 bundle-dept-name   pic x(8).
    05 dept-report-count  pic 9(3).
    05 dept-missing-count pic 9(3).
    05 reports-sent-count pic 9(5) value zero.
    05 reports-missing-count pic 9(5) value zero.
    05 bundles-built-count pic 9(3) value zero.
    05 log-stamp-date     pic 9(8).
    05 log-stamp-time     pic 9(8).

01 runlog-call-args.
    05 runlog-call-action      pic x(5).
    05 runlog-call-job-name    pic x(20) value "RPTDIST".
    05 runlog-call-count-1     pic 9(7).
    05 runlog-call-count-2     pic 9(7).
    05 runlog-call-count-3     pic 9(7).

*the distribution line appended to run-log.out - runlog's leading
*columns, DIST or MISNG in the action column, the report's record
*count, copies, and the department it went to.
01 distribution-output-line.
    05 dl-report-out     pic x(20).
    05 filler            pic x(2) value spaces.
    05 dl-action-out     pic x(5).
    05 filler            pic x(2) value spaces.
    05 dl-date-out       pic 9(8).
    05 filler            pic x(1) value spaces.
    05 dl-time-out       pic 9(6).
    05 filler            pic x(2) value spaces.
    05 dl-count-out      pic zzzzzz9.
    05 filler            pic x(1) value "X".
    05 dl-copies-out     pic z9.
    05 filler            pic x(4) value " TO ".
    05 dl-department-out pic x(8).
    05 filler            pic x(12) value spaces.

01 banner-templates.
    05 banner-rule-line.
        10 filler         pic x(66) value all "*".
    05 banner-title-line.
        10 filler         pic x(4)  value "*** ".
        10 filler         pic x(32) value
           "NIGHTLY REPORT DISTRIBUTION - ".
        10 bt-department-out pic x(8).
        10 filler         pic x(22) value spaces.
    05 banner-date-line.
        10 filler         pic x(4)  value "*** ".
        10 filler         pic x(15) value "BUSINESS DATE: ".
        10 bd-business-date-out pic 9(8).
    05 banner-column-line.
        10 filler         pic x(4)  value spaces.
        10 filler         pic x(40) value "REPORT".
        10 filler         pic x(8)  value "  COPIES".
        10 filler         pic x(9)  value "  RECORDS".
        10 filler         pic x(2)  value spaces.
        10 filler         pic x(8)  value "STATUS".
    05 banner-detail-line.
        10 filler         pic x(4)  value spaces.
        10 bl-report-out  pic x(40).
        10 filler         pic x(6)  value spaces.
        10 bl-copies-out  pic z9.
        10 filler         pic x(2)  value spaces.
        10 bl-count-out   pic zzzzzz9.
        10 filler         pic x(2)  value spaces.
        10 bl-status-out  pic x(24).
    05 banner-total-line.
        10 filler         pic x(4)  value spaces.
        10 bo-label       pic x(32).
        10 bo-count-out   pic zz9.
    05 report-separator-line.
        10 filler         pic x(5)  value "==== ".
        10 rs-report-out  pic x(40).
        10 filler         pic x(6)  value " COPY ".
        10 rs-copy-out    pic z9.
        10 filler         pic x(4)  value " OF ".
        10 rs-copies-out  pic z9.
        10 filler         pic x(5)  value " ====".

procedure division.


main section.

******************************************
*Entry point for program
* --load the manifest, then build each
*   department's bundle in turn
* --done
*******************************************
main-paragraph.
    move "START" to runlog-call-action.
    move zero    to runlog-call-count-1
                     runlog-call-count-2
                     runlog-call-count-3.
    call "runlog" using runlog-call-args.

    call "busdate" using business-date.
    perform 100-load-manifest-para.

    perform 200-build-one-bundle-para
        varying department-index from 1 by 1
        until department-index > department-count.

    move "END"                 to runlog-call-action.
    move reports-sent-count    to runlog-call-count-1.
    move reports-missing-count to runlog-call-count-2.
    move bundles-built-count   to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    display "REPORT DISTRIBUTION - " bundles-built-count
            " BUNDLE(S), " reports-sent-count " REPORT(S) SENT, "
            reports-missing-count " MISSING".
    if reports-missing-count > zero
       move 1 to return-code
    else
       move 0 to return-code.
    stop run.


******************************************
*Manifest Section
*  --distlist.dat into storage, each
*    new department noted in the order
*    it first appears
******************************************
100-load-manifest-para.
    move zero to manifest-count.
    move "N" to manifest-eof-flag.
    open input manifest-file.
    if manifest-file-status not = "00"
       display "distlist.dat not found or unreadable - "
               "nothing to distribute"
       move 1 to return-code
       stop run.
    perform 110-read-manifest-entry-para
        until end-of-manifest
           or manifest-count = max-manifest-entries.
    close manifest-file.

110-read-manifest-entry-para.
    read manifest-file
         at end move "Y" to manifest-eof-flag
         not at end
             if mn-department not = spaces
                and mn-report-name not = spaces
                perform 120-store-manifest-entry-para
             end-if
    end-read.

120-store-manifest-entry-para.
    add 1 to manifest-count.
    move mn-department  to me-department(manifest-count).
    move mn-report-name to me-report-name(manifest-count).
    if mn-copies is numeric and mn-copies > zero
       move mn-copies to me-copies(manifest-count)
    else
       move 1 to me-copies(manifest-count).
    move zero to me-record-count(manifest-count).
    move "N" to me-present-flag(manifest-count).

    move "N" to department-found-flag.
    perform 121-match-department-para
        varying department-scan-index from 1 by 1
        until department-scan-index > department-count
           or department-found.
    if not department-found
       if department-count < 20
          add 1 to department-count
          move mn-department to dt-department(department-count)
       else
          display "TOO MANY DEPARTMENTS - " mn-department
                  " NOT DISTRIBUTED".

121-match-department-para.
    if dt-department(department-scan-index) = mn-department
       move "Y" to department-found-flag.


******************************************
*Bundle Section
*  --one department: count its reports,
*    print the banner with the missing
*    ones called out, then copy each
*    present report in the number of
*    copies asked for
******************************************
200-build-one-bundle-para.
    move dt-department(department-index) to bundle-dept-name.
    inspect bundle-dept-name converting
        "ABCDEFGHIJKLMNOPQRSTUVWXYZ" to
        "abcdefghijklmnopqrstuvwxyz".
    move spaces to bundle-file-name.
    string "dist-"          delimited by size
           bundle-dept-name delimited by " "
           ".out"           delimited by size
        into bundle-file-name
    end-string.

    move zero to dept-report-count.
    move zero to dept-missing-count.
    perform 210-count-one-report-para
        varying manifest-index from 1 by 1
        until manifest-index > manifest-count.

    open output bundle-file.
    if bundle-file-status not = "00"
       display "CANNOT OPEN " bundle-file-name
               " - DEPARTMENT " dt-department(department-index)
               " NOT DISTRIBUTED"
       move 1 to return-code
    else
       perform 220-write-banner-para
       perform 240-copy-one-report-para
           varying manifest-index from 1 by 1
           until manifest-index > manifest-count
       close bundle-file
       add 1 to bundles-built-count.

*a report on this department's list - opened only to learn whether
*it is here tonight and how many lines it has.
210-count-one-report-para.
    if me-department(manifest-index)
       = dt-department(department-index)
       add 1 to dept-report-count
       move me-report-name(manifest-index) to report-file-name
       move "N" to report-eof-flag
       open input report-file
       if report-file-status = "00"
          move "Y" to me-present-flag(manifest-index)
          perform 211-count-one-line-para until end-of-report
          close report-file
       else
          add 1 to dept-missing-count
       end-if.

211-count-one-line-para.
    read report-file
         at end move "Y" to report-eof-flag
         not at end add 1 to me-record-count(manifest-index)
    end-read.

220-write-banner-para.
    write bundle-line from banner-rule-line
        after advancing page.
    move dt-department(department-index) to bt-department-out.
    write bundle-line from banner-title-line
        after advancing 1 line.
    move business-date to bd-business-date-out.
    write bundle-line from banner-date-line
        after advancing 1 line.
    write bundle-line from banner-rule-line
        after advancing 1 line.
    write bundle-line from banner-column-line
        after advancing 2 lines.
    perform 221-write-banner-entry-para
        varying manifest-index from 1 by 1
        until manifest-index > manifest-count.
    move "REPORTS IN THIS BUNDLE:         " to bo-label.
    compute bo-count-out = dept-report-count - dept-missing-count.
    write bundle-line from banner-total-line
        after advancing 2 lines.
    move "EXPECTED REPORTS MISSING:       " to bo-label.
    move dept-missing-count to bo-count-out.
    write bundle-line from banner-total-line
        after advancing 1 line.
    write bundle-line from banner-rule-line
        after advancing 1 line.

*each report on the banner - a missing one is said so here and
*logged, since the department will otherwise never know to ask.
221-write-banner-entry-para.
    if me-department(manifest-index)
       = dt-department(department-index)
       move me-report-name(manifest-index)  to bl-report-out
       move me-copies(manifest-index)       to bl-copies-out
       move me-record-count(manifest-index) to bl-count-out
       if me-present(manifest-index)
          move "INCLUDED" to bl-status-out
          move "DIST" to dl-action-out
          add 1 to reports-sent-count
       else
          move "** MISSING TONIGHT" to bl-status-out
          move "MISNG" to dl-action-out
          add 1 to reports-missing-count
       end-if
       write bundle-line from banner-detail-line
           after advancing 1 line
       perform 230-log-distribution-para.

230-log-distribution-para.
    accept log-stamp-date from date yyyymmdd.
    accept log-stamp-time from time.
    move me-report-name(manifest-index)  to dl-report-out.
    move log-stamp-date                  to dl-date-out.
    move log-stamp-time(1:6)             to dl-time-out.
    move me-record-count(manifest-index) to dl-count-out.
    move me-copies(manifest-index)       to dl-copies-out.
    move me-department(manifest-index)   to dl-department-out.
    open extend run-log-file.
    if run-log-file-status not = "00"
       open output run-log-file.
    write run-log-line from distribution-output-line.
    close run-log-file.

240-copy-one-report-para.
    if me-department(manifest-index)
       = dt-department(department-index)
       and me-present(manifest-index)
       perform 250-copy-one-copy-para
           varying copy-number from 1 by 1
           until copy-number > me-copies(manifest-index).

*one copy of the report behind its separator, starting on a fresh
*page so a department can split the bundle along the folds.
250-copy-one-copy-para.
    move me-report-name(manifest-index) to rs-report-out.
    move copy-number                    to rs-copy-out.
    move me-copies(manifest-index)      to rs-copies-out.
    write bundle-line from report-separator-line
        after advancing page.
    move me-report-name(manifest-index) to report-file-name.
    move "N" to report-eof-flag.
    open input report-file.
    if report-file-status = "00"
       perform 251-copy-one-line-para until end-of-report
       close report-file.

251-copy-one-line-para.
    read report-file
         at end move "Y" to report-eof-flag
         not at end
             write bundle-line from report-record
                 after advancing 1 line
    end-read.
