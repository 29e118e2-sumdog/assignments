*   (balance or credit rating), and which were on the master but
*   absent from tonight's run.  The master is the ongoing
*   account base the rest of the shop reads instead of
*   re-parsing daily print files.  Because the refresh
*   overwrites the credit rating, every new account's opening
*   rating and every later rating change is also appended to
*   the dated rating history (ratehist.dat) that ratemig reads
*   for the rating migration report.  Closures check-data
*   accepted from the feed (closures.dat) are applied after the
*   night's records: the account is marked closed with its close
*   date, and its number is appended to the Hashing delete list
*   (hashdel.dat) so the next hash load marks its slot deleted.
*   A closed account coming back through valid.dat is refused
*   and reported rather than reopened.
*
*****************************************************************

        file status is customer-master-file-status.
    select change-report-file
        assign to dynamic change-report-file-name.
    select rating-history-file
        assign to dynamic rating-history-file-name
        file status is rating-history-file-status.
    select closure-file assign to dynamic closure-file-name
        file status is closure-file-status.
    select hash-delete-file assign to "hashdel.dat"
        organization is sequential
        file status is hash-delete-file-status.

data division.

*one record per account ever validated, keyed on account number -
*the shop's ongoing picture of the account base.  last-seen is the
*run date of the most recent night the account came through
*check-data valid.  A closed account carries status "C" and the
*date it closed; an open one has a blank status and a zero date.
fd  customer-master-file
        record contains 63 characters.
01  customer-master-record.
    05  cust-acct-num           pic 9(4).
    05  cust-last-name          pic x(15).
    05  cust-balance            pic 9(5)v99.
    05  cust-balance-sign       pic x(1).
    05  cust-last-seen          pic 9(8).
    05  cust-account-status     pic x(1).
        88  cust-account-closed            value "C".
    05  cust-close-date         pic 9(8).

fd  change-report-file
        record contains 80 characters.
01  change-report-line          pic x(80).

*one entry per rating event, appended in run order - an opening
*entry (old rating blank) when the account first reaches the
*master, then one each time tonight's rating differs from the
*master's.  The balance is the account's balance as of the change.
fd  rating-history-file
        record contains 22 characters.
01  rating-history-record.
    05  rh-acct-num             pic 9(4).
    05  rh-change-date          pic 9(8).
    05  rh-old-rating           pic x(1).
    05  rh-new-rating           pic x(1).
    05  rh-balance              pic 9(5)v99.
    05  rh-balance-sign         pic x(1).

*tonight's accepted closures from check-data's type-3 records.
fd  closure-file
        record contains 32 characters.
01  closure-file-record.
    05  clo-acct-num            pic 9(4).
    05  clo-close-date          pic 9(8).
    05  clo-reason              pic x(20).

*the Hashing delete list HASHBUCKET reads after every load - same
*five-digit account number layout; a closed account is appended.
fd  hash-delete-file
        record contains 5 characters.
01  hash-delete-record.
    05  acct-no-delete          pic 9(5).

working-storage section.

*the validated record being applied, in check-data's input layout.
        88  end-of-customer-master             value "Y".
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".
    05  closure-file-flag           pic x(1)   value "N".
        88  end-of-closure-file                value "Y".

01  filename-control-file-status   pic xx.
01  valid-data-file-status         pic xx.
01  customer-master-file-status    pic xx.
01  rating-history-file-status     pic xx.
01  closure-file-status            pic xx.
01  hash-delete-file-status        pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
    05  customer-master-file-name   pic x(50) value "custmast.dat".
    05  change-report-file-name     pic x(50)
        value "master-changes.out".
    05  rating-history-file-name    pic x(50) value "ratehist.dat".
    05  closure-file-name           pic x(50) value "closures.dat".

01  update-control-variables.
    05  master-found-flag           pic x(1).
    05  changed-account-count       pic 9(4) value zero.
    05  missing-account-count       pic 9(4) value zero.
    05  unchanged-account-count     pic 9(4) value zero.
    05  rating-change-count         pic 9(4) value zero.
    05  closed-account-count        pic 9(4) value zero.
    05  closure-skipped-count       pic 9(4) value zero.
    05  closed-refused-count        pic 9(4) value zero.

    05  run-date-raw                pic 9(8).
    05  run-date-display.
    05  runlog-call-count-2        pic 9(7).
    05  runlog-call-count-3        pic 9(7).

*control totals posted for the end-of-day balancing sheet - every
*validated record lands as an add, an update (moved or not), or a
*refusal, so the three together prove against check-data's valid
*count.
01  ctltot-call-args.
    05  ctltot-call-job-name       pic x(20) value "CUSTMAST".
    05  ctltot-call-total-name     pic x(12).
    05  ctltot-call-total-value    pic 9(9).

01  report-line-templates.
    05  change-report-header.
        10  filler                  pic x(16) value spaces.
    05  cdf-old-rating              pic x(1).
    05  cdf-old-sign                pic x(1).
    05  cdf-last-seen               pic 9(8).
    05  cdf-close-date              pic 9(8).

procedure division.

                            after advancing page.

    perform 160-open-master-para.
    perform 165-open-rating-history-para.
    perform 170-apply-valid-records-para.
    perform 180-apply-closures-para.
    close customer-master-file.
    close rating-history-file.

    perform 300-find-missing-accounts-para.
    perform 400-change-report-totals-para.
    move missing-account-count to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    move "ADDED"               to ctltot-call-total-name.
    move new-account-count     to ctltot-call-total-value.
    call "ctltot" using ctltot-call-args.
    move "UPDATED"             to ctltot-call-total-name.
    compute ctltot-call-total-value =
        changed-account-count + unchanged-account-count.
    call "ctltot" using ctltot-call-args.
    move "REFUSED"             to ctltot-call-total-name.
    move closed-refused-count  to ctltot-call-total-value.
    call "ctltot" using ctltot-call-args.

    stop run.

*reads the shared filenames.dat control file, if present, and
            move fc-physical-name to customer-master-file-name
        when "MASTCHG"
            move fc-physical-name to change-report-file-name
        when "RATEHIST"
            move fc-physical-name to rating-history-file-name
        when "CLOSEDAT"
            move fc-physical-name to closure-file-name
        when other
            continue
    end-evaluate.
            stop run
    end-evaluate.

*the rating history only ever grows - appended to each night, and
*created empty the first night there is none.
165-open-rating-history-para.
    open extend rating-history-file.
    if rating-history-file-status = "35"
       open output rating-history-file.

170-apply-valid-records-para.
    move "N" to valid-data-file-flag.
    open input valid-data-file.
       display "valid.dat not found or unreadable - "
               "master left as it was".

*tonight's closures, applied once every valid record is on the
*master so an account opened and closed the same night still
*closes.  No file just means nothing closed tonight.
180-apply-closures-para.
    move "N" to closure-file-flag.
    open input closure-file.
    if closure-file-status = "00"
       open extend hash-delete-file
       if hash-delete-file-status = "35"
          open output hash-delete-file
       end-if
       read closure-file
            at end move "Y" to closure-file-flag
       end-read
       perform 250-close-one-account-para
           until end-of-closure-file
       close closure-file
       close hash-delete-file.

*folds one validated record into the master - a key miss is a new
*account, a hit is compared field by field so only a real movement
*in balance or credit rating makes the change report.  A hit on a
*closed account is refused - check-data's check 19 normally stops
*these, but not on a night it ran without the master.
200-apply-one-record-para.
    move "N" to master-found-flag.
    move acct-num-in to cust-acct-num.
         not invalid key move "Y" to master-found-flag
    end-read.
    if master-record-found
       if cust-account-closed
          perform 225-refuse-closed-account-para
       else
          perform 220-update-account-para.

    read valid-data-file into input-record-in
         at end move "Y" to valid-data-file-flag
    move balance-in       to cust-balance.
    move balance-sign-in  to cust-balance-sign.
    move run-date-raw     to cust-last-seen.
    move space            to cust-account-status.
    move zero             to cust-close-date.
    write customer-master-record.

    move space            to rh-old-rating.
    perform 240-write-rating-history-para.

    move "NEW"     to cd-change-type.
    move acct-num-in to cd-acct-num-out.
    move name-in   to cd-name-out.
    else
       add 1 to unchanged-account-count.

    if cust-credit-rating not = credit-rating-in
       move cust-credit-rating to rh-old-rating
       perform 240-write-rating-history-para.

    move last-name-in     to cust-last-name.
    move first-name-in    to cust-first-name.
    move birthdate-in     to cust-birthdate.
    move run-date-raw     to cust-last-seen.
    rewrite customer-master-record.

225-refuse-closed-account-para.
    add 1 to closed-refused-count.
    move cust-close-date to cdf-close-date.
    move "REFUSED" to cd-change-type.
    move acct-num-in to cd-acct-num-out.
    move name-in   to cd-name-out.
    move spaces    to cd-detail-out.
    string
        "ACCOUNT CLOSED " delimited by size
        cdf-close-date delimited by size
            into cd-detail-out
    end-string.
    write change-report-line from change-detail-line
                            after advancing 1 line.

230-report-changed-account-para.
    add 1 to changed-account-count.
    move cust-balance       to cdf-old-balance.
    write change-report-line from change-detail-line
                            after advancing 1 line.

240-write-rating-history-para.
    add 1 to rating-change-count.
    move acct-num-in      to rh-acct-num.
    move run-date-raw     to rh-change-date.
    move credit-rating-in to rh-new-rating.
    move balance-in       to rh-balance.
    move balance-sign-in  to rh-balance-sign.
    write rating-history-record.

*marks one account closed and hands its number to the Hashing delete
*list.  An account already closed (the same closure fed twice) or no
*longer on the master is reported and left alone.
250-close-one-account-para.
    move "N" to master-found-flag.
    move clo-acct-num to cust-acct-num.
    read customer-master-file
         invalid key continue
         not invalid key move "Y" to master-found-flag
    end-read.

    move clo-acct-num to cd-acct-num-out.
    move spaces to cd-name-out.
    move spaces to cd-detail-out.
    move clo-close-date to cdf-close-date.
    if master-record-found
       string
           cust-last-name delimited by size
           cust-first-name delimited by size
               into cd-name-out
       end-string.

    evaluate true
        when not master-record-found
             add 1 to closure-skipped-count
             move "NOCLOSE" to cd-change-type
             move "NOT ON MASTER" to cd-detail-out
        when cust-account-closed
             add 1 to closure-skipped-count
             move cust-close-date to cdf-close-date
             move "NOCLOSE" to cd-change-type
             string
                 "ALREADY CLOSED " delimited by size
                 cdf-close-date delimited by size
                     into cd-detail-out
             end-string
        when other
             add 1 to closed-account-count
             move "C" to cust-account-status
             move clo-close-date to cust-close-date
             rewrite customer-master-record
             move clo-acct-num to acct-no-delete
             write hash-delete-record
             move "CLOSED" to cd-change-type
             string
                 cdf-close-date delimited by size
                 " " delimited by size
                 clo-reason delimited by size
                     into cd-detail-out
             end-string
    end-evaluate.
    write change-report-line from change-detail-line
                            after advancing 1 line.

    read closure-file
         at end move "Y" to closure-file-flag
    end-read.

*sweeps the whole master in key order after tonight's records are
*applied - any account whose last-seen date is not tonight's run
*date was on the master but missing from tonight's feed.  A closed
*account is expected to be missing and is not reported.
300-find-missing-accounts-para.
    move "N" to customer-master-flag.
    open input customer-master-file.
    end-read.
    if not end-of-customer-master
       if cust-last-seen not = run-date-raw
          and not cust-account-closed
          perform 320-report-missing-account-para.

320-report-missing-account-para.
    move unchanged-account-count to ct-count-out.
    write change-report-line from change-total-line
                            after advancing 1 line.

    move "RATING HISTORY ENTRIES:      " to ct-label.
    move rating-change-count to ct-count-out.
    write change-report-line from change-total-line
                            after advancing 1 line.

    move "CLOSED ACCOUNTS:             " to ct-label.
    move closed-account-count to ct-count-out.
    write change-report-line from change-total-line
                            after advancing 1 line.

    move "CLOSURES NOT APPLIED:        " to ct-label.
    move closure-skipped-count to ct-count-out.
    write change-report-line from change-total-line
                            after advancing 1 line.

    move "CLOSED ACCOUNTS REFUSED:     " to ct-label.
    move closed-refused-count to ct-count-out.
    write change-report-line from change-total-line
                            after advancing 1 line.
