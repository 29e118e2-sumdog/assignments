*   and dump files will be written
*   for human readable forms of the 
*   data
*  VALIDATE on the command line runs
*   every transaction file against
*   indexed.dat without updating it
*   and prints an edit listing of
*   what each would do, what would be
*   rejected, and the predicted
*   totals; a file past the reject
*   rate limit (editparm.dat) ends the
*   run with a nonzero return code so
*   the nightly batch stops before the
*   real apply step
***************************************

identification division.
      file status is genre-ref-file-status.
    select media-ref-file assign to "mediatyp.dat"
      file status is media-ref-file-status.
    select edit-param-file assign to "editparm.dat"
      file status is edit-param-file-status.
    select edit-listing-file assign to dynamic edit-listing-file-name.
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.

*which of the six fields the transaction actually touched, so a
*disputed credit weeks later can be traced back to the transaction
*that changed it instead of only ever showing the current value.
*The action code says what kind of event this was - "A", "C", and
*"D" for a batch add, change, and delete here; the online
*maintenance program (idxmaint) writes its adds, changes, and
*deletes to the same file with the same codes so one audit trail
*covers both paths, and catexp can send the public catalog every
*change from it.  A rekey
*("R", the 319-Rekey path) is one auditable event: the old key in
*audit-ckey, the corrected key in audit-ckey-new, the unchanged
*data fields imaged before and after.
fd trans-summary-file record contains 80 characters.
01 trans-summary-line      pic x(80).

*the highest percentage of a transaction file's records a VALIDATE
*run lets be rejected before it fails the run - defaults to 10 if
*the file is missing or empty.
fd edit-param-file record contains 3 characters.
01 edit-param-record       pic 9(3).

fd edit-listing-file record contains 100 characters.
01 edit-listing-line       pic x(100).

sd sort-temp  record contains 141 characters.
01 sort-temp-record.
    05 sort-key      pic x(31).
01 trans-checkpoint-file-status  pic xx.
01 genre-ref-file-status         pic xx.
01 media-ref-file-status         pic xx.
01 edit-param-file-status        pic xx.

01 trans-input-area.
    05 t-area-1       pic x(76).
    05 error-trans-file-name   pic x(50) value "invalid-transaction.dat".
    05 audit-file-name         pic x(50) value "audit-trail.dat".
    05 trans-summary-file-name pic x(50) value "transaction-summary.out".
    05 edit-listing-file-name  pic x(50) value "prog3edit.out".
    05 validate-error-file-name pic x(50)
                                value "validate-transaction.dat".

01 file-flags.
    05 input-file-flag     pic x(1) value "N".
    05 restart-tally        pic 9(4) value zero.
    05 restart-mode-flag    pic x(1) value "N".
       88 restart-requested        value "Y".
    05 validate-tally       pic 9(4) value zero.
    05 validate-only-flag   pic x(1) value "N".
       88 validate-only-requested  value "Y".

*what a VALIDATE run has done to the catalog so far without touching
*it - each key an earlier transaction in the run would add or remove,
*consulted before indexed.dat so a later transaction sees the file as
*the real apply would leave it.
01 validate-overlay-table.
    05 overlay-entry-count  pic 9(4) value zero.
    05 max-overlay-entries  pic 9(4) value 2000.
    05 overlay-entry occurs 2000 times.
        10 ov-ckey          pic x(31).
        10 ov-on-file-flag  pic x(1).
    05 overlay-scan-index   pic 9(4).
    05 overlay-found-index  pic 9(4) value zero.
    05 probe-ckey           pic x(31).
    05 probe-on-file-flag   pic x(1).
       88 probe-key-on-file        value "Y".
    05 probe-new-state      pic x(1).

01 validate-controls.
    05 reject-rate-limit    pic 9(3) value 10.
    05 file-trans-count     pic 9(5).
    05 file-reject-count    pic 9(5).
    05 errors-before-trans  pic 9(5).
    05 file-reject-rate     pic 9(3)v9.
    05 validate-trans-total pic 9(6) value zero.
    05 limit-exceeded-flag  pic x(1) value "N".
       88 reject-limit-exceeded    value "Y".
    05 predicted-action     pic x(20).

01 edit-listing-templates.
    05 edit-header-line.
        10 filler           pic x(10) value spaces.
        10 filler           pic x(40)
           value "PROG3 VALIDATE-ONLY EDIT LISTING".
        10 filler           pic x(10) value "RUN DATE: ".
        10 ehl-run-date     pic 9(8).

    05 edit-file-line.
        10 filler           pic x(6)  value "FILE: ".
        10 efl-name-out     pic x(50).

    05 edit-detail-line.
        10 edl-seq-out      pic zzzz9.
        10 filler           pic x(2)  value spaces.
        10 edl-code-out     pic x(1).
        10 filler           pic x(2)  value spaces.
        10 edl-ckey-out     pic x(31).
        10 filler           pic x(2)  value spaces.
        10 edl-result-out   pic x(30).
        10 filler           pic x(1)  value spaces.
        10 edl-new-ckey-out pic x(26).

    05 edit-file-total-line.
        10 filler           pic x(7)  value spaces.
        10 filler           pic x(14) value "TRANSACTIONS: ".
        10 eft-count-out    pic zzzz9.
        10 filler           pic x(12) value "  REJECTED: ".
        10 eft-reject-out   pic zzzz9.
        10 filler           pic x(9)  value "  RATE: ".
        10 eft-rate-out     pic zz9.9.
        10 filler           pic x(2)  value "% ".
        10 eft-verdict-out  pic x(22).

    05 edit-total-line.
        10 filler           pic x(7)  value spaces.
        10 etl-label        pic x(30).
        10 etl-count-out    pic zzzzz9.

    05 edit-verdict-line.
        10 filler           pic x(7)  value spaces.
        10 evl-text-out     pic x(60).

*where the prior, interrupted run got to, recovered from the
*checkpoint file, and the running position of this run.
* --done
*******************************************
main-paragraph.
     perform 040-determine-run-mode-para.
     if validate-only-requested
        move "PROG3-VALIDATE" to runlog-call-job-name.
     move "START" to runlog-call-action.
     move zero    to runlog-call-count-1
                      runlog-call-count-2
                      runlog-call-count-3.
     call "runlog" using runlog-call-args.

     perform 045-load-filenames-para.

     if validate-only-requested
        perform 500-validate-transactions
        move "END"                   to runlog-call-action
        move add-success-count       to runlog-call-count-1
        move change-success-count    to runlog-call-count-2
        move transaction-error-count to runlog-call-count-3
        call "runlog" using runlog-call-args
        move zero to return-code
        if reject-limit-exceeded
           move 1 to return-code
        end-if
        stop run.

     if not apply-only-requested
        sort sort-temp
        on ascending key sort-key
        move "Y" to restart-mode-flag
        move "Y" to apply-only-flag.

*VALIDATE never updates anything, so it has nothing to restart and
*never rebuilds.
     move zero to validate-tally.
     inspect cmd-line-param tallying validate-tally
         for all "VALIDATE".
     if validate-tally > zero
        move "Y" to validate-only-flag
        move "N" to restart-mode-flag
        move "Y" to apply-only-flag.


******************************************
*File-name Control Section
             move fc-physical-name to audit-file-name
         when "TRANSSUM"
             move fc-physical-name to trans-summary-file-name
         when "EDITLIST"
             move fc-physical-name to edit-listing-file-name
         when "ERRVALID"
             move fc-physical-name to validate-error-file-name
         when other
             continue
     end-evaluate.
       move trans-file-record to indexed-file-record
       write indexed-file-record
          invalid key perform 316-duplicate-add
          not invalid key perform 324-write-add-audit.

***Remove Transaction - read first so the audit has the record
***that went
311-Delete.
    move t-ckey to ckey.
    read indexed-file
       invalid key perform 317-record-not-found
       not invalid key perform 325-apply-delete.

325-apply-delete.
    move composer        to audit-composer-old.
    move title           to audit-title-old.
    move soloist         to audit-soloist-old.
    move orchestra       to audit-orchestra-old.
    move conductor       to audit-conductor-old.
    move genre           to audit-genre-old.
    move media-type      to audit-media-old.
    move acq-date        to audit-acq-old.
    move shelf-loc       to audit-shelf-old.
    delete indexed-file
       invalid key perform 317-record-not-found
       not invalid key perform 326-write-delete-audit.

***an add audits spaces before, the new record after - the same
***image idxmaint writes for its adds
324-write-add-audit.
    add 1 to add-success-count.
    move "BATCH"         to audit-oper-id.
    move "A"             to audit-action.
    move spaces          to audit-ckey-new.
    move ckey            to audit-ckey.
    move audit-run-date  to audit-trans-date.
    move all "Y"         to audit-changed-flags.
    move spaces          to audit-before-image.
    move composer        to audit-composer-new.
    move title           to audit-title-new.
    move soloist         to audit-soloist-new.
    move orchestra       to audit-orchestra-new.
    move conductor       to audit-conductor-new.
    move genre           to audit-genre-new.
    move media-type      to audit-media-new.
    move acq-date        to audit-acq-new.
    move shelf-loc       to audit-shelf-new.
    write audit-file-record.

***a delete audits the old record before, spaces after
326-write-delete-audit.
    add 1 to delete-success-count.
    move "BATCH"         to audit-oper-id.
    move "D"             to audit-action.
    move spaces          to audit-ckey-new.
    move t-ckey          to audit-ckey.
    move audit-run-date  to audit-trans-date.
    move all "Y"         to audit-changed-flags.
    move spaces          to audit-after-image.
    write audit-file-record.

***Change Record Transaction
312-Change.
    exit.


******************************************
*Validate-Only Section
* --every transaction file in
*   transfiles.dat run against
*   indexed.dat opened for input only:
*   each transaction is judged by the
*   same rules 300-transaction-file
*   applies, the outcome listed, and
*   the file's reject rate held to the
*   limit.  Rejects go to their own
*   error file in the
*   invalid-transaction.dat layout so
*   the real one is never touched.
******************************************
500-validate-transactions section.

501-open.
    call "busdate" using audit-run-date.
    perform 303-load-trans-file-list.
    perform 332-load-classification-refs.
    perform 502-load-reject-limit.
    open input indexed-file.
    if indexed-file-status not = "00"
       move indexed-file-name(1:20) to filerr-call-file
       move "501-OPEN" to filerr-call-paragraph
       move indexed-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.
    move validate-error-file-name to error-trans-file-name.
    open output error-trans-file.
    open output edit-listing-file.
    move audit-run-date to ehl-run-date.
    write edit-listing-line from edit-header-line
        after advancing page.

    perform 505-validate-one-trans-file thru 505-exit
        varying trans-file-index from 1 by 1
        until trans-file-index > trans-file-count.
    perform 540-write-predicted-totals.

    close indexed-file.
    close error-trans-file.
    close edit-listing-file.
    display "VALIDATE: " validate-trans-total " transactions, "
            transaction-error-count " would be rejected.".
    if reject-limit-exceeded
       display "VALIDATE: reject rate limit exceeded - "
               "do not apply.".
    go to 590-done.

***reject rate limit from editparm.dat - the working-storage default
***of 10 percent applies when the file is missing or empty
502-load-reject-limit.
    open input edit-param-file.
    if edit-param-file-status = "00"
       read edit-param-file
            at end continue
            not at end
                if edit-param-record > zero
                   move edit-param-record to reject-rate-limit
                end-if
       end-read
       close edit-param-file.

***one transaction file from the list, read the way
***305-process-one-trans-file reads it, totalled against the limit
505-validate-one-trans-file.
    move trans-file-entry(trans-file-index) to trans-filename.
    move trans-file-entry(trans-file-index) to current-trans-source.
    move trans-filename to efl-name-out.
    write edit-listing-line from edit-file-line
        after advancing 2 lines.
    move zero to current-trans-seq.
    move zero to file-trans-count.
    move zero to file-reject-count.
    move "N" to trans-file-flag.
    open input trans-file.
    if trans-file-status not = "00"
       move "Y" to limit-exceeded-flag
       move "FILE MISSING OR UNREADABLE" to evl-text-out
       write edit-listing-line from edit-verdict-line
           after advancing 1 line
       go to 505-exit.
    read trans-file into t-area-1
       at end move "Y" to trans-file-flag.
    read trans-file into t-area-2
       at end move "Y" to trans-file-flag.
    perform 510-validate-transaction until trans-file-eof.
    close trans-file.

    move zero to file-reject-rate.
    if file-trans-count > zero
       compute file-reject-rate rounded =
           file-reject-count * 100 / file-trans-count.
    move file-trans-count  to eft-count-out.
    move file-reject-count to eft-reject-out.
    move file-reject-rate  to eft-rate-out.
    if file-reject-rate > reject-rate-limit
       move "Y" to limit-exceeded-flag
       move "OVER THE REJECT LIMIT" to eft-verdict-out
    else
       move "WITHIN THE LIMIT" to eft-verdict-out.
    write edit-listing-line from edit-file-total-line
        after advancing 2 lines.

505-exit.
    exit.

***judges the primed transaction without applying it, lists the
***outcome, then reads the next one
510-validate-transaction.
    add 1 to current-trans-seq.
    add 1 to file-trans-count.
    add 1 to validate-trans-total.
    move trans-input-area to trans-file-record.
    inspect trans-file-record replacing all "~" by SPACES.
    move transaction-error-count to errors-before-trans.
    move spaces to predicted-action.

    if (t-trans is equal to "A") then perform 520-simulate-add
    else if (t-trans is equal to "D") then perform 521-simulate-delete
    else if (t-trans is equal to "C") then perform 522-simulate-change
    else if (t-trans is equal to "R") then perform 523-simulate-rekey
    else if (t-trans is equal to "M") then perform 524-simulate-merge
    else perform 315-bad-trans-code
    end-if.

    move current-trans-seq to edl-seq-out.
    move t-trans           to edl-code-out.
    move t-ckey            to edl-ckey-out.
    move spaces            to edl-new-ckey-out.
    if t-trans = "R" or t-trans = "M"
       move t-new-ckey to edl-new-ckey-out.
    if transaction-error-count > errors-before-trans
       add 1 to file-reject-count
       move spaces to edl-result-out
       string "REJECT - "        delimited by size
              error-trans-reason delimited by size
              into edl-result-out
    else
       move predicted-action to edl-result-out.
    write edit-listing-line from edit-detail-line
        after advancing 1 line.

    read trans-file into t-area-1
       at end move "Y" to trans-file-flag.
    read trans-file into t-area-2
       at end move "Y" to trans-file-flag.

***an add needs valid classification and a key not on file
520-simulate-add.
    perform 335-validate-classification.
    if classification-valid
       move t-ckey to probe-ckey
       perform 530-probe-key
       if probe-key-on-file
          perform 316-duplicate-add
       else
          move "Y" to probe-new-state
          perform 535-record-overlay
          add 1 to add-success-count
          move "WOULD ADD" to predicted-action.

***a delete needs the key on file
521-simulate-delete.
    move t-ckey to probe-ckey.
    perform 530-probe-key.
    if not probe-key-on-file
       perform 317-record-not-found
    else
       move "N" to probe-new-state
       perform 535-record-overlay
       add 1 to delete-success-count
       move "WOULD DELETE" to predicted-action.

***a change needs valid classification and the key on file
522-simulate-change.
    perform 335-validate-classification.
    if classification-valid
       move t-ckey to probe-ckey
       perform 530-probe-key
       if not probe-key-on-file
          perform 317-record-not-found
       else
          add 1 to change-success-count
          move "WOULD CHANGE" to predicted-action.

***a rekey needs the old key on file and the new one free
523-simulate-rekey.
    move t-ckey to probe-ckey.
    perform 530-probe-key.
    if not probe-key-on-file
       perform 317-record-not-found
    else
       move t-new-ckey to probe-ckey
       perform 530-probe-key
       if probe-key-on-file
          perform 321-rekey-target-exists
       else
          move "Y" to probe-new-state
          perform 535-record-overlay
          move t-ckey to probe-ckey
          move "N" to probe-new-state
          perform 535-record-overlay
          add 1 to rekey-success-count
          move "WOULD REKEY TO" to predicted-action.

***a merge needs two different keys, both on file
524-simulate-merge.
    if t-ckey = t-new-ckey
       perform 347-merge-into-itself
    else
       move t-ckey to probe-ckey
       perform 530-probe-key
       if not probe-key-on-file
          perform 317-record-not-found
       else
          move t-new-ckey to probe-ckey
          perform 530-probe-key
          if not probe-key-on-file
             perform 345-merge-dup-not-found
          else
             move "N" to probe-new-state
             perform 535-record-overlay
             add 1 to merge-success-count
             move "WOULD MERGE IN" to predicted-action.

***is probe-ckey on file as the run stands - the overlay first,
***then indexed.dat itself
530-probe-key.
    move "N" to probe-on-file-flag.
    move zero to overlay-found-index.
    perform 531-match-overlay
        varying overlay-scan-index from 1 by 1
        until overlay-scan-index > overlay-entry-count
           or overlay-found-index > zero.
    if overlay-found-index > zero
       move ov-on-file-flag(overlay-found-index) to probe-on-file-flag
    else
       move probe-ckey to ckey
       read indexed-file
           invalid key continue
           not invalid key move "Y" to probe-on-file-flag
       end-read.

531-match-overlay.
    if ov-ckey(overlay-scan-index) = probe-ckey
       move overlay-scan-index to overlay-found-index.

***probe-ckey is now on file (Y) or off it (N) for the rest of the
***run
535-record-overlay.
    move zero to overlay-found-index.
    perform 531-match-overlay
        varying overlay-scan-index from 1 by 1
        until overlay-scan-index > overlay-entry-count
           or overlay-found-index > zero.
    if overlay-found-index = zero
       and overlay-entry-count < max-overlay-entries
       add 1 to overlay-entry-count
       move overlay-entry-count to overlay-found-index
       move probe-ckey to ov-ckey(overlay-found-index).
    if overlay-found-index > zero
       move probe-new-state to ov-on-file-flag(overlay-found-index).

***the totals the real apply would put on transaction-summary.out
540-write-predicted-totals.
    move "PREDICTED - ADDED:" to etl-label.
    move add-success-count to etl-count-out.
    write edit-listing-line from edit-total-line
        after advancing 3 lines.
    move "            DELETED:" to etl-label.
    move delete-success-count to etl-count-out.
    write edit-listing-line from edit-total-line
        after advancing 1 line.
    move "            CHANGED:" to etl-label.
    move change-success-count to etl-count-out.
    write edit-listing-line from edit-total-line
        after advancing 1 line.
    move "            REKEYED:" to etl-label.
    move rekey-success-count to etl-count-out.
    write edit-listing-line from edit-total-line
        after advancing 1 line.
    move "            MERGED:" to etl-label.
    move merge-success-count to etl-count-out.
    write edit-listing-line from edit-total-line
        after advancing 1 line.
    move "            REJECTED:" to etl-label.
    move transaction-error-count to etl-count-out.
    write edit-listing-line from edit-total-line
        after advancing 1 line.
    move spaces to evl-text-out.
    if reject-limit-exceeded
       string "REJECT RATE LIMIT OF " delimited by size
              reject-rate-limit       delimited by size
              "% EXCEEDED - DO NOT APPLY" delimited by size
              into evl-text-out
    else
       string "ALL FILES WITHIN THE " delimited by size
              reject-rate-limit       delimited by size
              "% REJECT LIMIT - APPLY MAY PROCEED" delimited by size
              into evl-text-out.
    write edit-listing-line from edit-verdict-line
        after advancing 2 lines.

**End of Section
590-done.
    exit.


******************************************
*Dump File Section
* --These procedures 
