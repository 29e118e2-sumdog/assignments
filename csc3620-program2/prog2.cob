*  accounts, not debtors) and are
*  additionally extracted whole to
*  overdrawn.out.
*  Every merged account is also
*  carried on the indexed bank
*  account master (bankmast.dat) -
*  first-seen and last-activity
*  dates, type, state, source bank
*  file, and status - closed once it
*  has been absent from the feeds
*  for the runs in acctclos.dat.
*  Each feed's counts - received,
*  state rejects, cross-file
*  duplicates lost, below-threshold
*  drops, and its header/trailer
*  result - are appended to the feed
*  quality history (feedhist.dat)
*  every run for feedscor.
*************************************

identification division.
        assign to dynamic threshold-extract-file-name.
    select overdrawn-file assign to dynamic overdrawn-file-name.
    select summary-file  assign to dynamic summary-file-name.
    select bank-master-file
        assign to dynamic bank-master-file-name
        organization is indexed
        access mode is dynamic
        record key is bm-acct-num
        file status is bank-master-file-status.
    select close-param-file assign to "acctclos.dat"
        file status is close-param-file-status.
    select feed-history-file
        assign to dynamic feed-history-file-name
        file status is feed-history-file-status.
    select filename-control-file assign to "filenames.dat"
        file status is filename-control-file-status.
data division.
fd dormancy-param-file record contains 3 characters.
01 dormancy-param-record  pic 9(3).

*the bank account master - one record per account ever seen out of
*the merge, keyed on acct-num, so "when did this account first
*appear", "which feed does it come from" and "when was it last
*active" are a keyed read instead of a search through old merged
*files.  Updated from every merged record tonight; an account not
*in tonight's merge ages one absent run, and is closed once it has
*been absent for close-threshold runs in a row.  A closed account
*that turns up in a feed again is reopened.
fd bank-master-file record contains 117 characters.
01 bank-master-record.
    05 bm-acct-num           pic 9(8).
    05 bm-acct-name          pic x(25).
    05 bm-acct-type          pic x(1).
    05 bm-state              pic x(4).
    05 bm-acct-bal           pic s9(8)v99 sign is leading separate.
    05 bm-trans-count        pic 9(4).
    05 bm-source-file        pic x(20).
    05 bm-open-date          pic 9(8).
    05 bm-last-activity-date pic 9(8).
    05 bm-last-seen-date     pic 9(8).
    05 bm-last-update-date   pic 9(8).
    05 bm-absent-runs        pic 9(3).
    05 bm-account-status     pic x(1).
       88 bm-status-active         value "A".
       88 bm-status-dormant        value "D".
       88 bm-status-overdrawn      value "O".
       88 bm-status-closed         value "C".
    05 bm-close-date         pic 9(8).

*how many consecutive runs an account may be missing from every
*feed before the master closes it - defaults to 10 if the parameter
*file is missing, empty, or zero.
fd close-param-file record contains 3 characters.
01 close-param-record  pic 9(3).

*the feed quality history - one record per bankfiles.dat entry per
*run, appended, so a provider's bad nights add up to a record
*instead of one symptom at a time.  Control status is N (feed
*carries no HDR/TRL), P (controls proved) or F (controls failed -
*the run stopped in the pre-scan, so only the received count is
*known for that night).
fd feed-history-file record contains 84 characters.
01 feed-history-record.
    05 fh-run-date           pic 9(8).
    05 fh-feed-slot          pic 9(1).
    05 fh-feed-name          pic x(50).
    05 fh-received-count     pic 9(6).
    05 fh-state-reject-count pic 9(6).
    05 fh-dup-lost-count     pic 9(6).
    05 fh-below-thresh-count pic 9(6).
    05 fh-control-status     pic x(1).

*per-state control-break report cut during merge-output-proc - the
*merge already orders every record on m-state ascending, so each
*state's records arrive together and a state total can be cut the
01 state-code-file-status        pic xx.
01 state-region-file-status      pic xx.
01 dormancy-param-file-status    pic xx.
01 bank-master-file-status       pic xx.
01 close-param-file-status       pic xx.
01 feed-history-file-status      pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
    05 dup-error-file-name pic x(50) value "dupaccts.err".
    05 recon-file-name     pic x(50) value "recon.out".
    05 summary-file-name   pic x(50) value "summary.out".
    05 bank-master-file-name pic x(50) value "bankmast.dat".
    05 feed-history-file-name pic x(50) value "feedhist.dat".

01 counters.
    05 i           pic 9(1) usage is comp.
    05 dormant-streak-count   pic 9(3) value zero.
    05 escalated-count        pic 9(5) value zero.

*bank account master upkeep - the close threshold and what tonight
*added to and closed on the master, for the summary report.
01 bank-master-controls.
    05 close-threshold        pic 9(3) value 10.
    05 bank-master-eof-flag   pic x(1) value "N".
       88 end-of-bank-master        value "Y".
    05 master-found-flag      pic x(1) value "N".
       88 master-record-found       value "Y".
    05 master-new-count       pic 9(6) value zero.
    05 master-new-balance     pic s9(10)v99 value zero.
    05 master-closed-count    pic 9(6) value zero.
    05 master-closed-balance  pic s9(10)v99 value zero.

*per-feed header/trailer control verification - a bank file may
*open with an HDR record (feed date) and close with a TRL record
*(record count plus a balance hash-total, signed).  The pre-scan
                               separate.
    05 feed-header-date        pic 9(8) value zero.

*tonight's quality counts per bank file, by bankfiles.dat slot -
*received from the pre-scan, the rest as the release pass sorts
*each record into its bucket.
01 feed-quality-table.
    05 feed-quality-entry occurs 5 times.
        10 fq-received-count     pic 9(6).
        10 fq-state-reject-count pic 9(6).
        10 fq-dup-lost-count     pic 9(6).
        10 fq-below-thresh-count pic 9(6).
        10 fq-control-status     pic x(1).

*work copy of one bank-file record for the pre-scan, laid out the
*same as sort-temp-record.
01 bank-record-work.
    05 runlog-call-count-2     pic 9(7).
    05 runlog-call-count-3     pic 9(7).

*control total posted for the end-of-day balancing sheet, which
*proves it against the records actually in merged-current.dat.
01 ctltot-call-args.
    05 ctltot-call-job-name    pic x(20) value "PROG2".
    05 ctltot-call-total-name  pic x(12) value "MERGED".
    05 ctltot-call-total-value pic 9(9).

procedure division.


    open output dormant-file.
    open output escalation-file.
    open output overdrawn-file.
    perform 090-open-bank-master-para.

    merge merge-temp
        on ascending key m-state
    close overdrawn-file.

    perform 095-rewrite-dormancy-ledger-para.
    perform 097-age-bank-master-para.
    close bank-master-file.

    perform 900-reconciliation-report-para.
    perform 910-summary-report-para.

    perform 083-open-feed-history-para.
    perform 084-write-feed-history-para
        varying i from 1 by 1 until i > bank-file-count.
    close feed-history-file.

    move "END"              to runlog-call-action.
    move out-total-count    to runlog-call-count-1.
    move bank-file-count    to runlog-call-count-2.
    move zero               to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    move out-total-count    to ctltot-call-total-value.
    call "ctltot" using ctltot-call-args.

    stop run.

*reads the shared filenames.dat control file, if present, and
            move fc-physical-name to dormancy-ledger-file-name
        when "DORMESC"
            move fc-physical-name to escalation-file-name
        when "BANKMAST"
            move fc-physical-name to bank-master-file-name
        when "FEEDHIST"
            move fc-physical-name to feed-history-file-name
        when other
            continue
    end-evaluate.
           to dl-escalated-flag
       write dormancy-ledger-record.

*opens the bank account master for update and loads the close
*threshold - the very first run has no master on disk yet (status
*35), so that one case builds an empty master and tries again.  Any
*other failure stops the run before the merge writes anything.
090-open-bank-master-para.
    open input close-param-file.
    if close-param-file-status = "00"
       read close-param-file
            at end continue
            not at end
                if close-param-record > zero
                   move close-param-record to close-threshold
                end-if
       end-read
       close close-param-file.

    open i-o bank-master-file.
    if bank-master-file-status = "35"
       open output bank-master-file
       close bank-master-file
       open i-o bank-master-file.
    if bank-master-file-status not = "00"
       move bank-master-file-name(1:20) to filerr-call-file
       move "090-BANKMAST" to filerr-call-paragraph
       move bank-master-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.

*every master account tonight's merge did not touch ages one absent
*run, and closes at the threshold.  Stamping the update date keeps a
*rerun of the same run date from aging an account twice.
097-age-bank-master-para.
    move "N" to bank-master-eof-flag.
    move zero to bm-acct-num.
    start bank-master-file key is not less than bm-acct-num
        invalid key move "Y" to bank-master-eof-flag
    end-start.
    if not end-of-bank-master
       read bank-master-file next record
            at end move "Y" to bank-master-eof-flag
       end-read.
    perform 098-age-one-master-para until end-of-bank-master.

098-age-one-master-para.
    if bm-last-update-date < run-date-raw
       and not bm-status-closed
       add 1 to bm-absent-runs
       if bm-absent-runs >= close-threshold
          move "C" to bm-account-status
          move run-date-raw to bm-close-date
          add 1 to master-closed-count
          add bm-acct-bal to master-closed-balance
       end-if
       move run-date-raw to bm-last-update-date
       rewrite bank-master-record
           invalid key
               display "bankmast.dat rewrite failed for "
                       bm-acct-num
       end-rewrite.
    read bank-master-file next record
         at end move "Y" to bank-master-eof-flag
    end-read.

*loads the reference table of valid state codes - like
*bankfiles.dat there is no compiled-in list to fall back on, so a
*missing or unreadable statecds.dat is a controlled stop rather
    move "Y" to feed-scan-first-flag.
    move zero to feed-scan-count.
    move zero to feed-scan-balance.
    move zero to fq-received-count(i)
                 fq-state-reject-count(i)
                 fq-dup-lost-count(i)
                 fq-below-thresh-count(i).
    move "N" to fq-control-status(i).
    open input data-file.
    if data-file-status not = "00"
       move input-filename(1:20) to filerr-call-file
          move trailer-total-signed to trailer-hash-total.

*the trailer's claims against what the pre-scan actually read -
*only when the feed opened with an HDR at all.  A failed feed's
*history entry is written before the stop, so the failure counts
*against the provider even though the run goes no further.
081-prove-feed-controls-para.
    move feed-scan-count to fq-received-count(i).
    if not feed-has-controls
       continue
    else
          display input-filename(1:20)
                  " opened with HDR but carries no TRL - "
                  "feed is incomplete, run stopped"
          perform 085-record-failed-feed-para
          move 1 to return-code
          stop run
       end-if
                  " control mismatch - counted " feed-scan-count
                  " records, trailer claims " trailer-record-count
                  " - run stopped"
          perform 085-record-failed-feed-para
          move 1 to return-code
          stop run
       end-if
       move "P" to fq-control-status(i).

*the feed quality history is appended to run after run - the very
*first run has no history on disk yet (status 35) and starts one.
083-open-feed-history-para.
    open extend feed-history-file.
    if feed-history-file-status = "35"
       open output feed-history-file.

084-write-feed-history-para.
    move run-date-raw             to fh-run-date.
    move i                        to fh-feed-slot.
    move bank-file-entry(i)       to fh-feed-name.
    move fq-received-count(i)     to fh-received-count.
    move fq-state-reject-count(i) to fh-state-reject-count.
    move fq-dup-lost-count(i)     to fh-dup-lost-count.
    move fq-below-thresh-count(i) to fh-below-thresh-count.
    move fq-control-status(i)     to fh-control-status.
    write feed-history-record.

085-record-failed-feed-para.
    move "F" to fq-control-status(i).
    perform 083-open-feed-history-para.
    perform 084-write-feed-history-para.
    close feed-history-file.

*the new entry goes in at the position the binary search already
*found, everything after it shifting up one, so the table stays
    perform 078-check-state-code-para.
    if not state-code-valid then
       add 1 to state-rejected-count
       add 1 to fq-state-reject-count(i)
       move state       to srj-state-code
       move data-record to srj-record
       write state-reject-record
    else
    if (acct-bal < balance-threshold and acct-bal >= zero) then
       add 1 to threshold-filtered-count
       add 1 to fq-below-thresh-count(i)
       move data-record to threshold-extract-record
       write threshold-extract-record
    else
             perform 103-release-record-para
          else
             add 1 to duplicate-diverted-count
             if surv-win-file(surv-found-index) not = i
                add 1 to fq-dup-lost-count(i)
             end-if
             move input-filename(1:12) to dup-error-source
             move data-record          to dup-error-data
             write dup-error-record
    move merge-temp-record to merged-snapshot-record.
    write merged-snapshot-record.

    perform 219-update-bank-master-para.

    return merge-temp at end move "Y" to merge-eof-flag.


             compute dormancy-search-high = dormancy-search-mid - 1
    end-evaluate.

*tonight's copy of the account onto the master - a new account
*opens with tonight as its first-seen date, an existing one takes
*tonight's figures and is present again.  The source bank file is
*the feed whose copy won survivorship.
219-update-bank-master-para.
    move m-acct-num to bm-acct-num.
    read bank-master-file
         invalid key
             move spaces to bank-master-record
             move m-acct-num to bm-acct-num
             move run-date-raw to bm-open-date
             move zero to bm-last-activity-date
             add 1 to master-new-count
             add m-acct-bal to master-new-balance
             move "N" to master-found-flag
         not invalid key
             move "Y" to master-found-flag
    end-read.

    move m-acct-name    to bm-acct-name.
    move m-acct-type    to bm-acct-type.
    move m-state        to bm-state.
    move m-acct-bal     to bm-acct-bal.
    move m-trans-count  to bm-trans-count.
    move m-acct-num to surv-lookup-acct.
    perform 076-find-survivor-entry-para.
    if surv-found-index > zero
       move bank-file-entry(surv-win-file(surv-found-index))
           to bm-source-file.
    if m-trans-count > zero
       move run-date-raw to bm-last-activity-date.
    move run-date-raw to bm-last-seen-date.
    move run-date-raw to bm-last-update-date.
    move zero to bm-absent-runs.
    move zero to bm-close-date.
    if m-acct-bal < zero
       move "O" to bm-account-status
    else if m-trans-count = zero
       move "D" to bm-account-status
    else
       move "A" to bm-account-status.

    if master-record-found
       rewrite bank-master-record
           invalid key
               display "bankmast.dat rewrite failed for "
                       bm-acct-num
       end-rewrite
    else
       write bank-master-record
           invalid key
               display "bankmast.dat write failed for "
                       bm-acct-num
       end-write.

215-shift-dormancy-up-para.
    move dormancy-entry(dormancy-shift-index - 1)
        to dormancy-entry(dormancy-shift-index).
    move overdrawn-balance to sl-balance.
    write summary-line from summary-detail-line after advancing 1 line.

    move "NEW ON ACCOUNT MASTER:        " to sl-label.
    move master-new-count   to sl-count.
    move master-new-balance to sl-balance.
    write summary-line from summary-detail-line after advancing 2 lines.

    move "CLOSED ON ACCOUNT MASTER:     " to sl-label.
    move master-closed-count   to sl-count.
    move master-closed-balance to sl-balance.
    write summary-line from summary-detail-line after advancing 1 line.

    close summary-file.


