***************************************
* Nightly driver companion - balsheet
*  Sumit Khanna - Dr. Hume's 3620
*
*  End-of-day balancing sheet.  Each
*   program proves its own totals,
*   but nothing used to check that
*   the counts agree from one step to
*   the next.  Run as the last batch
*   step, this program gathers every
*   control total the steps posted
*   for the business day through the
*   shared ctltot subprogram
*   (ctltots.dat), lays them out on
*   one sheet (balsheet.out), and
*   runs the cross-step checks:
*   check-data's valid count against
*   custmast's adds, updates, and
*   refusals and against hashfeed's
*   records written, and prog2's
*   merged count against the records
*   actually in merged-current.dat.
*   A check that does not agree, or
*   whose totals never got posted,
*   is flagged as a break and the
*   step ends with a nonzero return
*   code.  The sheet's own summary
*   (balsheet.dat) is what balsign
*   reads when the operator signs it
*   off, and nightly will not start
*   the next business day until that
*   sign-off (or an override) is on
*   file.
***************************************

identification division.

program-id. balsheet.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select control-total-file assign to "ctltots.dat"
        organization is sequential
        file status is control-total-file-status.
    select merged-snapshot-file
        assign to dynamic merged-snapshot-file-name
        file status is merged-snapshot-file-status.
    select balance-sheet-file assign to "balsheet.out".
    select sheet-summary-file assign to "balsheet.dat"
        file status is sheet-summary-file-status.
    select filename-control-file assign to "filenames.dat"
        file status is filename-control-file-status.

data division.

file section.

*same record ctltot writes - see ctltot.cob.
fd control-total-file record contains 63 characters.
01 control-total-record.
    05 ct-business-date   pic 9(8).
    05 ct-job-name        pic x(20).
    05 ct-total-name      pic x(12).
    05 ct-total-value     pic 9(9).
    05 ct-stamp-date      pic 9(8).
    05 ct-stamp-time      pic 9(6).

*prog2's merged snapshot - only counted here, never read for
*content.
fd merged-snapshot-file record contains 53 characters.
01 merged-snapshot-record pic x(53).

fd balance-sheet-file record contains 80 characters.
01 balance-sheet-line     pic x(80).

*one record - which business day the sheet was last run for, how
*many checks it ran, and how many broke.  balsign signs off
*against it.
fd sheet-summary-file record contains 28 characters.
01 sheet-summary-record.
    05 ss-business-date   pic 9(8).
    05 ss-checks-run      pic 9(3).
    05 ss-break-count     pic 9(3).
    05 ss-run-date        pic 9(8).
    05 ss-run-time        pic 9(6).

*shared file-name control file (filenames.dat) - only the MRGSNAP
*entry matters here, naming prog2's merged snapshot.
fd filename-control-file record contains 58 characters.
01 filename-control-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

working-storage section.

01 file-flags.
    05 control-total-eof-flag pic x(1) value "N".
       88 end-of-control-totals      value "Y".
    05 snapshot-eof-flag      pic x(1) value "N".
       88 end-of-snapshot            value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

01 control-total-file-status     pic xx.
01 merged-snapshot-file-status   pic xx.
01 sheet-summary-file-status     pic xx.
01 filename-control-file-status  pic xx.

01 merged-snapshot-file-name     pic x(50) value "merged-current.dat".

01 sheet-dates.
    05 business-date      pic 9(8).
    05 sheet-run-date     pic 9(8).
    05 sheet-run-time     pic 9(8).

*the business day's totals, one entry per job and total - a step
*rerun for the same day posts again, and the later posting
*replaces the earlier one here.
01 control-total-table.
    05 total-entry-count  pic 9(2) value zero.
    05 max-total-entries  pic 9(2) value 40.
    05 total-entry occurs 40 times.
        10 te-job-name    pic x(20).
        10 te-total-name  pic x(12).
        10 te-total-value pic 9(9).
    05 total-scan-index   pic 9(2).
    05 total-found-index  pic 9(2).

*one side of a check - which total to find, and what came back.
01 lookup-fields.
    05 lookup-job-name    pic x(20).
    05 lookup-total-name  pic x(12).
    05 lookup-value       pic 9(9).
    05 lookup-found-flag  pic x(1).
       88 lookup-found            value "Y".

01 check-fields.
    05 left-value         pic 9(9).
    05 right-value        pic 9(9).
    05 check-missing-flag pic x(1).
       88 check-side-missing      value "Y".
    05 snapshot-count     pic 9(9) value zero.
    05 checks-run-count   pic 9(3) value zero.
    05 break-count        pic 9(3) value zero.

01 runlog-call-args.
    05 runlog-call-action      pic x(5).
    05 runlog-call-job-name    pic x(20) value "BALSHEET".
    05 runlog-call-count-1     pic 9(7).
    05 runlog-call-count-2     pic 9(7).
    05 runlog-call-count-3     pic 9(7).

01 sheet-templates.
    05 sheet-title-line.
        10 filler         pic x(20) value spaces.
        10 filler         pic x(30) value
           "END-OF-DAY BALANCING SHEET".
    05 sheet-date-line.
        10 filler         pic x(15) value "BUSINESS DATE: ".
        10 sd-business-date-out pic 9(8).
        10 filler         pic x(11) value "   PRINTED ".
        10 sd-run-date-out pic 9(8).
        10 filler         pic x(1) value spaces.
        10 sd-run-time-out pic 9(6).
    05 sheet-section-line.
        10 ssl-text       pic x(40).
    05 total-column-line.
        10 filler         pic x(20) value "JOB".
        10 filler         pic x(2)  value spaces.
        10 filler         pic x(12) value "TOTAL".
        10 filler         pic x(2)  value spaces.
        10 filler         pic x(11) value "      VALUE".
    05 total-detail-line.
        10 tdl-job-out    pic x(20).
        10 filler         pic x(2)  value spaces.
        10 tdl-total-out  pic x(12).
        10 filler         pic x(2)  value spaces.
        10 tdl-value-out  pic zzz,zzz,zz9.
    05 check-column-line.
        10 filler         pic x(30) value "CHECK".
        10 filler         pic x(12) value "        LEFT".
        10 filler         pic x(12) value "       RIGHT".
        10 filler         pic x(2)  value spaces.
        10 filler         pic x(10) value "RESULT".
    05 check-detail-line.
        10 cdl-check-out  pic x(30).
        10 filler         pic x(1)  value spaces.
        10 cdl-left-out   pic zzz,zzz,zz9.
        10 filler         pic x(1)  value spaces.
        10 cdl-right-out  pic zzz,zzz,zz9.
        10 filler         pic x(2)  value spaces.
        10 cdl-result-out pic x(12).
    05 check-basis-line.
        10 filler         pic x(4)  value spaces.
        10 cbl-text-out   pic x(60).
    05 sheet-footer-line.
        10 filler         pic x(2)  value spaces.
        10 sfl-label      pic x(32).
        10 sfl-count-out  pic zz9.
    05 sign-off-prompt-line.
        10 filler         pic x(44) value
           "OPERATOR SIGN-OFF REQUIRED - RUN balsign".

procedure division.


main section.

******************************************
*Entry point for program
* --gather the business day's totals,
*   print them, run the cross-step
*   checks, write the summary balsign
*   signs off against
* --done
*******************************************
main-paragraph.
    move "START" to runlog-call-action.
    move zero    to runlog-call-count-1
                     runlog-call-count-2
                     runlog-call-count-3.
    call "runlog" using runlog-call-args.

    call "busdate" using business-date.
    accept sheet-run-date from date yyyymmdd.
    accept sheet-run-time from time.
    perform 045-load-filenames-para.
    perform 100-gather-totals-para.

    open output balance-sheet-file.
    perform 200-print-totals-para.
    perform 300-run-checks-para.
    perform 400-print-footer-para.
    close balance-sheet-file.

    perform 500-write-summary-para.

    move "END"             to runlog-call-action.
    move total-entry-count to runlog-call-count-1.
    move checks-run-count  to runlog-call-count-2.
    move break-count       to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    if break-count > zero
       display "BALANCING SHEET - " break-count
               " BREAK(S) FLAGGED FOR " business-date
       move 1 to return-code
    else
       display "BALANCING SHEET - ALL CHECKS BALANCE FOR "
               business-date
       move 0 to return-code.
    stop run.


******************************************
*File-name Control Section
*  --only the MRGSNAP entry matters -
*    it names prog2's merged snapshot
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
        when "MRGSNAP"
            move fc-physical-name to merged-snapshot-file-name
        when other
            continue
    end-evaluate.


******************************************
*Gathering Section
*  --every ctltots.dat posting for the
*    business day into the total table,
*    a later posting of the same job
*    and total replacing the earlier
******************************************
100-gather-totals-para.
    move zero to total-entry-count.
    move "N" to control-total-eof-flag.
    open input control-total-file.
    if control-total-file-status = "00"
       perform 110-read-one-total-para
           until end-of-control-totals
       close control-total-file
    else
       display "ctltots.dat not found - no step posted totals".

110-read-one-total-para.
    read control-total-file
         at end move "Y" to control-total-eof-flag
         not at end
             if ct-business-date = business-date
                perform 120-store-one-total-para
             end-if
    end-read.

120-store-one-total-para.
    move ct-job-name   to lookup-job-name.
    move ct-total-name to lookup-total-name.
    perform 130-find-total-para.
    if total-found-index = zero
       if total-entry-count < max-total-entries
          add 1 to total-entry-count
          move total-entry-count to total-found-index
          move ct-job-name   to te-job-name(total-found-index)
          move ct-total-name to te-total-name(total-found-index)
       else
          display "TOTAL TABLE FULL - " ct-job-name " "
                  ct-total-name " NOT GATHERED".
    if total-found-index > zero
       move ct-total-value to te-total-value(total-found-index).

*looks up lookup-job-name/lookup-total-name - total-found-index is
*its entry, or zero, and lookup-value its value when found.
130-find-total-para.
    move zero to total-found-index.
    move zero to lookup-value.
    move "N" to lookup-found-flag.
    perform 131-match-total-para
        varying total-scan-index from 1 by 1
        until total-scan-index > total-entry-count
           or lookup-found.

131-match-total-para.
    if te-job-name(total-scan-index) = lookup-job-name
       and te-total-name(total-scan-index) = lookup-total-name
       move total-scan-index to total-found-index
       move te-total-value(total-scan-index) to lookup-value
       move "Y" to lookup-found-flag.


******************************************
*Sheet Section
*  --the totals as gathered, then the
*    checks, then the sign-off footer
******************************************
200-print-totals-para.
    write balance-sheet-line from sheet-title-line
        after advancing page.
    move business-date  to sd-business-date-out.
    move sheet-run-date to sd-run-date-out.
    move sheet-run-time(1:6) to sd-run-time-out.
    write balance-sheet-line from sheet-date-line
        after advancing 2 lines.
    move "CONTROL TOTALS POSTED BY THE STEPS" to ssl-text.
    write balance-sheet-line from sheet-section-line
        after advancing 2 lines.
    write balance-sheet-line from total-column-line
        after advancing 1 line.
    perform 210-print-one-total-para
        varying total-scan-index from 1 by 1
        until total-scan-index > total-entry-count.

210-print-one-total-para.
    move te-job-name(total-scan-index)    to tdl-job-out.
    move te-total-name(total-scan-index)  to tdl-total-out.
    move te-total-value(total-scan-index) to tdl-value-out.
    write balance-sheet-line from total-detail-line
        after advancing 1 line.

300-run-checks-para.
    move "CROSS-STEP CHECKS" to ssl-text.
    write balance-sheet-line from sheet-section-line
        after advancing 2 lines.
    write balance-sheet-line from check-column-line
        after advancing 1 line.
    perform 310-check-valid-to-master-para.
    perform 320-check-valid-to-hashfeed-para.
    perform 330-check-merged-to-snapshot-para.

*check-data's valid records against what custmast did with them -
*every one is an add, an update, or a closed-account refusal.
310-check-valid-to-master-para.
    move "N" to check-missing-flag.
    move "CHECK-DATA" to lookup-job-name.
    move "VALID"      to lookup-total-name.
    perform 130-find-total-para.
    perform 390-note-missing-side-para.
    move lookup-value to left-value.
    move zero to right-value.
    move "CUSTMAST" to lookup-job-name.
    move "ADDED"    to lookup-total-name.
    perform 130-find-total-para.
    perform 390-note-missing-side-para.
    add lookup-value to right-value.
    move "UPDATED"  to lookup-total-name.
    perform 130-find-total-para.
    perform 390-note-missing-side-para.
    add lookup-value to right-value.
    move "REFUSED"  to lookup-total-name.
    perform 130-find-total-para.
    perform 390-note-missing-side-para.
    add lookup-value to right-value.
    move "VALID TO CUSTOMER MASTER" to cdl-check-out.
    perform 380-judge-check-para.
    move "CHECK-DATA VALID = CUSTMAST ADDED + UPDATED + REFUSED"
        to cbl-text-out.
    write balance-sheet-line from check-basis-line
        after advancing 1 line.

320-check-valid-to-hashfeed-para.
    move "N" to check-missing-flag.
    move "CHECK-DATA" to lookup-job-name.
    move "VALID"      to lookup-total-name.
    perform 130-find-total-para.
    perform 390-note-missing-side-para.
    move lookup-value to left-value.
    move "HASHFEED"   to lookup-job-name.
    move "WRITTEN"    to lookup-total-name.
    perform 130-find-total-para.
    perform 390-note-missing-side-para.
    move lookup-value to right-value.
    move "VALID TO HASHING FEED" to cdl-check-out.
    perform 380-judge-check-para.
    move "CHECK-DATA VALID = HASHFEED WRITTEN" to cbl-text-out.
    write balance-sheet-line from check-basis-line
        after advancing 1 line.

*prog2's own merged count against the snapshot file on disk - a
*missing snapshot is a missing side, not a zero.
330-check-merged-to-snapshot-para.
    move "N" to check-missing-flag.
    move "PROG2"  to lookup-job-name.
    move "MERGED" to lookup-total-name.
    perform 130-find-total-para.
    perform 390-note-missing-side-para.
    move lookup-value to left-value.
    perform 340-count-snapshot-para.
    move snapshot-count to right-value.
    move "MERGED TO SNAPSHOT FILE" to cdl-check-out.
    perform 380-judge-check-para.
    move spaces to cbl-text-out.
    string "PROG2 MERGED = RECORDS IN " delimited by size
           merged-snapshot-file-name   delimited by " "
        into cbl-text-out
    end-string.
    write balance-sheet-line from check-basis-line
        after advancing 1 line.

340-count-snapshot-para.
    move zero to snapshot-count.
    move "N" to snapshot-eof-flag.
    open input merged-snapshot-file.
    if merged-snapshot-file-status = "00"
       perform 341-count-one-snapshot-para
           until end-of-snapshot
       close merged-snapshot-file
    else
       move "Y" to check-missing-flag.

341-count-one-snapshot-para.
    read merged-snapshot-file
         at end move "Y" to snapshot-eof-flag
         not at end add 1 to snapshot-count
    end-read.

380-judge-check-para.
    add 1 to checks-run-count.
    move left-value  to cdl-left-out.
    move right-value to cdl-right-out.
    if check-side-missing
       add 1 to break-count
       move "** MISSING" to cdl-result-out
    else
       if left-value = right-value
          move "BALANCED" to cdl-result-out
       else
          add 1 to break-count
          move "** BREAK" to cdl-result-out.
    write balance-sheet-line from check-detail-line
        after advancing 1 line.

390-note-missing-side-para.
    if not lookup-found
       move "Y" to check-missing-flag.

400-print-footer-para.
    move "CHECKS RUN:                     " to sfl-label.
    move checks-run-count to sfl-count-out.
    write balance-sheet-line from sheet-footer-line
        after advancing 2 lines.
    move "CHECKS BROKEN:                  " to sfl-label.
    move break-count to sfl-count-out.
    write balance-sheet-line from sheet-footer-line
        after advancing 1 line.
    write balance-sheet-line from sign-off-prompt-line
        after advancing 2 lines.


******************************************
*Summary Section
*  --the one record balsign signs off
*    against, rewritten whole
******************************************
500-write-summary-para.
    move business-date       to ss-business-date.
    move checks-run-count    to ss-checks-run.
    move break-count         to ss-break-count.
    move sheet-run-date      to ss-run-date.
    move sheet-run-time(1:6) to ss-run-time.
    open output sheet-summary-file.
    write sheet-summary-record.
    close sheet-summary-file.
