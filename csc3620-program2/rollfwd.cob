*************************************
* Program #2 companion - rollfwd
* Sumit Khanna
*  Balance roll-forward proof over
*   the transaction detail feeds.
*   transchk proves each account's
*   trans-count against its detail
*   file, but nothing proved the
*   money - a provider could send a
*   balance its own transactions do
*   not add up to.  This step takes
*   last night's balance from the
*   prior snapshot (merged-prior.
*   dat), adds the credits and
*   takes off the debits in the
*   feed's detail file (dtl-amount
*   by dtl-type - C credit and D
*   debit, K cash deposit and W
*   cash withdrawal), and proves
*   the result against tonight's
*   acct-bal in the merged snapshot
*   (merged-current.dat).  Every
*   account that does not roll
*   forward is reported with the
*   difference (rollfwd.out), with
*   a break total per bank file.  An
*   account new tonight rolls
*   forward from a zero balance.
*   A detail record with any other
*   type code is reported and not
*   applied.  Runs after prog2 and
*   before acctmove rolls tonight's
*   snapshot over the prior copy.
*   The detail file names come from
*   bankdtls.dat the same way
*   transchk reads them.
*************************************

identification division.

program-id. rollfwd.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select bank-list-file assign to "bankfiles.dat"
        file status is bank-list-file-status.
    select detail-list-file assign to "bankdtls.dat"
        file status is detail-list-file-status.
    select data-file     assign to dynamic input-filename
        file status is data-file-status.
    select detail-file   assign to dynamic detail-filename
        file status is detail-file-status.
    select current-snapshot-file
        assign to dynamic current-snapshot-file-name
        file status is current-snapshot-file-status.
    select prior-snapshot-file
        assign to dynamic prior-snapshot-file-name
        file status is prior-snapshot-file-status.
    select rollforward-report-file
        assign to dynamic rollforward-report-file-name.
    select filename-control-file assign to "filenames.dat"
        file status is filename-control-file-status.

data division.

file section.

*shared file-name control file (filenames.dat) - same control file
*and record layout prog2 reads at its own startup.
fd filename-control-file record contains 58 characters.
01 filename-control-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

*the list of bank source files this run - same file prog2 reads.
fd bank-list-file record contains 50 characters.
01 bank-list-record  pic x(50).

*one detail filename per bankfiles.dat entry, same order - a blank
*entry means that feed sends no detail file yet.
fd detail-list-file record contains 50 characters.
01 detail-list-record  pic x(50).

fd data-file record contains 53 characters.
01 data-record     pic x(53).

*one record per transaction in a feed's companion detail file - see
*transchk.cob's detail-file fd.
fd detail-file record contains 27 characters.
01 detail-record.
    05 dtl-acct-num    pic 9(8).
    05 dtl-trans-date  pic 9(8).
    05 dtl-amount      pic 9(8)v99.
    05 dtl-type        pic x(1).
       88 dtl-credit           values "C" "K".
       88 dtl-debit            values "D" "W".

fd current-snapshot-file record contains 53 characters.
01 current-snapshot-record  pic x(53).

fd prior-snapshot-file record contains 53 characters.
01 prior-snapshot-record    pic x(53).

fd rollforward-report-file record contains 80 characters.
01 rollforward-report-line  pic x(80).

working-storage section.

*one merged or bank-file record pulled apart - same layout as
*prog2's merge-temp-record.
01 merged-record-work.
    05 mw-acct-name   pic x(25).
    05 mw-acct-num    pic 9(8).
    05 mw-acct-type   pic x(1).
    05 mw-acct-bal    pic s9(8)v99 sign is leading separate.
    05 mw-trans-count pic 9(4).
    05 mw-state       pic x(4).

01 file-flags.
    05 bank-list-eof-flag  pic x(1) value "N".
       88 end-of-bank-list          value "Y".
    05 detail-list-eof-flag pic x(1) value "N".
       88 end-of-detail-list        value "Y".
    05 input-eof-flag      pic x(1) value "N".
       88 end-of-file              value "Y".
    05 detail-eof-flag     pic x(1) value "N".
       88 end-of-detail-file       value "Y".
    05 current-snapshot-flag  pic x(1) value "N".
       88 end-of-current-snapshot     value "Y".
    05 prior-snapshot-flag    pic x(1) value "N".
       88 end-of-prior-snapshot       value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

01 filename-control-file-status  pic xx.
01 bank-list-file-status         pic xx.
01 detail-list-file-status       pic xx.
01 data-file-status              pic xx.
01 detail-file-status            pic xx.
01 current-snapshot-file-status  pic xx.
01 prior-snapshot-file-status    pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01 dynamic-file-names.
    05 current-snapshot-file-name pic x(50)
        value "merged-current.dat".
    05 prior-snapshot-file-name   pic x(50)
        value "merged-prior.dat".
    05 rollforward-report-file-name pic x(50) value "rollfwd.out".

01 counters.
    05 i           pic 9(1) usage is comp.

01 max-bank-files        pic 9(1) value 5.

*the feed and detail filenames for this run, position-matched.
01 bank-file-table.
    05 bank-file-entry    pic x(50) occurs 5 times.
01 bank-file-count       pic 9(1) value zero.
01 detail-file-table.
    05 detail-file-entry  pic x(50) occurs 5 times.
01 detail-file-count     pic 9(1) value zero.

01 input-filename        pic x(50).
01 detail-filename       pic x(50).

*both snapshots held whole - the balance each account opened and
*closed the night with.
01 snapshot-tables.
    05 max-snapshot-entries   pic 9(5) value 20000.
    05 current-entry-count    pic 9(5) value zero.
    05 current-entry occurs 20000 times.
        10 cur-acct-num       pic 9(8).
        10 cur-acct-bal       pic s9(8)v99.
    05 prior-entry-count      pic 9(5) value zero.
    05 prior-entry occurs 20000 times.
        10 pri-acct-num       pic 9(8).
        10 pri-acct-bal       pic s9(8)v99.
    05 snapshot-scan-index    pic 9(5).
    05 snapshot-match-index   pic 9(5) value zero.
    05 snapshot-lookup-acct   pic 9(8).

*one feed's accounts with the credits and debits its detail file
*carries for each.
01 feed-account-table.
    05 feed-entry-count   pic 9(5) value zero.
    05 max-feed-entries   pic 9(5) value 20000.
    05 feed-entry occurs 20000 times.
        10 fa-acct-num        pic 9(8).
        10 fa-credit-total    pic 9(9)v99.
        10 fa-debit-total     pic 9(9)v99.
    05 feed-scan-index    pic 9(5).
    05 feed-found-index   pic 9(5) value zero.
    05 feed-lookup-acct   pic 9(8).

01 rollforward-work.
    05 opening-balance      pic s9(8)v99.
    05 closing-balance      pic s9(8)v99.
    05 expected-balance     pic s9(10)v99.
    05 balance-difference   pic s9(10)v99.

*per-feed and whole-run counts - the feed totals are cleared at the
*top of every feed.
01 rollforward-counters.
    05 feed-proved-count      pic 9(5) value zero.
    05 feed-break-count       pic 9(5) value zero.
    05 feed-break-amount      pic s9(11)v99 value zero.
    05 feeds-proved-count     pic 9(1) value zero.
    05 feeds-skipped-count    pic 9(1) value zero.
    05 detail-read-count      pic 9(6) value zero.
    05 unknown-type-count     pic 9(5) value zero.
    05 orphan-detail-count    pic 9(5) value zero.
    05 accounts-proved-count  pic 9(6) value zero.
    05 break-count            pic 9(5) value zero.
    05 not-in-snapshot-count  pic 9(5) value zero.
    05 total-break-amount     pic s9(11)v99 value zero.

01 report-templates.
    05 rollforward-report-header.
        10 filler             pic x(20) value spaces.
        10 rfh-title          pic x(40)
            value "BALANCE ROLL-FORWARD PROOF".

    05 feed-header-line.
        10 filler             pic x(6)  value "FEED: ".
        10 fh-feed-out        pic x(50).

    05 break-column-line.
        10 filler             pic x(8)  value "ACCOUNT".
        10 filler             pic x(13) value "      PRIOR".
        10 filler             pic x(12) value "    CREDITS".
        10 filler             pic x(12) value "     DEBITS".
        10 filler             pic x(13) value "    TONIGHT".
        10 filler             pic x(13) value " DIFFERENCE".

    05 break-detail-line.
        10 brd-acct-out       pic 9(8).
        10 filler             pic x(1)  value spaces.
        10 brd-prior-out      pic -zzzzzzz9.99.
        10 filler             pic x(1)  value spaces.
        10 brd-credit-out     pic zzzzzzzz9.99.
        10 filler             pic x(1)  value spaces.
        10 brd-debit-out      pic zzzzzzzz9.99.
        10 filler             pic x(1)  value spaces.
        10 brd-current-out    pic -zzzzzzz9.99.
        10 filler             pic x(1)  value spaces.
        10 brd-difference-out pic -zzzzzzzz9.99.

    05 not-in-snapshot-line.
        10 nis-acct-out       pic 9(8).
        10 filler             pic x(2)  value spaces.
        10 filler             pic x(40)
            value "IN FEED BUT NOT IN TONIGHT'S SNAPSHOT".

    05 unknown-type-line.
        10 unk-acct-out       pic 9(8).
        10 filler             pic x(2)  value spaces.
        10 filler             pic x(25)
            value "DETAIL WITH UNKNOWN TYPE ".
        10 unk-type-out       pic x(1).
        10 filler             pic x(12) value " NOT APPLIED".

    05 orphan-detail-line.
        10 orp-acct-out       pic 9(8).
        10 filler             pic x(2)  value spaces.
        10 filler             pic x(30)
            value "DETAIL FOR ACCT NOT IN FEED".

    05 no-detail-line.
        10 filler             pic x(2)  value spaces.
        10 filler             pic x(40)
            value "NO DETAIL FILE - FEED NOT PROVED".

    05 feed-total-line.
        10 filler             pic x(2)  value spaces.
        10 ftl-label          pic x(30).
        10 ftl-count-out      pic zzzzz9.

    05 feed-amount-line.
        10 filler             pic x(2)  value spaces.
        10 fal-label          pic x(30).
        10 fal-amount-out     pic -zzzzzzzzzz9.99.

01 filerr-call-args.
    05 filerr-call-program     pic x(20) value "ROLLFWD".
    05 filerr-call-file        pic x(20).
    05 filerr-call-paragraph   pic x(12).
    05 filerr-call-status      pic xx.

01 runlog-call-args.
    05 runlog-call-action      pic x(5).
    05 runlog-call-job-name    pic x(20) value "ROLLFWD".
    05 runlog-call-count-1     pic 9(7).
    05 runlog-call-count-2     pic 9(7).
    05 runlog-call-count-3     pic 9(7).

procedure division.


main section.

main-paragraph.
    move "START" to runlog-call-action.
    move zero    to runlog-call-count-1
                     runlog-call-count-2
                     runlog-call-count-3.
    call "runlog" using runlog-call-args.

    perform 045-load-filenames-para.
    perform 050-load-bank-file-list-para.
    perform 052-load-detail-file-list-para.
    perform 060-load-current-snapshot-para.
    perform 070-load-prior-snapshot-para.

    open output rollforward-report-file.
    write rollforward-report-line from rollforward-report-header
        after advancing page.

    perform 100-prove-one-feed-para
        varying i from 1 by 1 until i > bank-file-count.

    perform 900-rollforward-totals-para.
    close rollforward-report-file.

    display "ACCOUNTS PROVED: " accounts-proved-count
            "  BREAKS: " break-count.

    move "END"                 to runlog-call-action.
    move accounts-proved-count to runlog-call-count-1.
    move break-count           to runlog-call-count-2.
    move unknown-type-count    to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    stop run.

*reads the shared filenames.dat control file, if present, and
*overrides this program's compiled-in file names with any matching
*logical-name entry it contains.  Missing file / missing entry just
*leaves the compiled-in default in dynamic-file-names alone.
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
            move fc-physical-name to current-snapshot-file-name
        when "MRGPRIOR"
            move fc-physical-name to prior-snapshot-file-name
        when "ROLLFWD"
            move fc-physical-name to rollforward-report-file-name
        when other
            continue
    end-evaluate.

*same list, same controlled stop prog2 itself applies.
050-load-bank-file-list-para.
    move zero to bank-file-count.
    move "N" to bank-list-eof-flag.
    open input bank-list-file.
    if bank-list-file-status = "00"
       read bank-list-file
            at end move "Y" to bank-list-eof-flag
       end-read
       perform 051-load-bank-file-entry-para
           until end-of-bank-list or bank-file-count = max-bank-files
       close bank-list-file
    else
       display "bankfiles.dat not found or unreadable - cannot continue"
       move 1 to return-code
       stop run
    end-if.

051-load-bank-file-entry-para.
    add 1 to bank-file-count.
    move bank-list-record to bank-file-entry(bank-file-count).
    read bank-list-file
         at end move "Y" to bank-list-eof-flag
    end-read.

*the companion detail list, position-matched to bankfiles.dat - a
*missing bankdtls.dat is a controlled stop, the same as transchk's.
052-load-detail-file-list-para.
    move zero to detail-file-count.
    move "N" to detail-list-eof-flag.
    open input detail-list-file.
    if detail-list-file-status = "00"
       read detail-list-file
            at end move "Y" to detail-list-eof-flag
       end-read
       perform 053-load-detail-file-entry-para
           until end-of-detail-list
              or detail-file-count = max-bank-files
       close detail-list-file
    else
       display "bankdtls.dat not found or unreadable - cannot continue"
       move 1 to return-code
       stop run
    end-if.

053-load-detail-file-entry-para.
    add 1 to detail-file-count.
    move detail-list-record to detail-file-entry(detail-file-count).
    read detail-list-file
         at end move "Y" to detail-list-eof-flag
    end-read.

*tonight's balances are the thing being proved - without them there
*is nothing to prove, so a missing snapshot is a controlled stop.
060-load-current-snapshot-para.
    move "N" to current-snapshot-flag.
    open input current-snapshot-file.
    if current-snapshot-file-status = "00"
       read current-snapshot-file
            at end move "Y" to current-snapshot-flag
       end-read
       perform 061-load-current-entry-para
           until end-of-current-snapshot
              or current-entry-count = max-snapshot-entries
       close current-snapshot-file
    else
       display "merged-current.dat not found or unreadable - "
               "cannot continue"
       move 1 to return-code
       stop run.

061-load-current-entry-para.
    move current-snapshot-record to merged-record-work.
    add 1 to current-entry-count.
    move mw-acct-num to cur-acct-num(current-entry-count).
    move mw-acct-bal to cur-acct-bal(current-entry-count).
    read current-snapshot-file
         at end move "Y" to current-snapshot-flag
    end-read.

*no prior copy (the first night) means every account rolls forward
*from zero, the same way acctmove reports them all as new.
070-load-prior-snapshot-para.
    move "N" to prior-snapshot-flag.
    open input prior-snapshot-file.
    if prior-snapshot-file-status = "00"
       read prior-snapshot-file
            at end move "Y" to prior-snapshot-flag
       end-read
       perform 071-load-prior-entry-para
           until end-of-prior-snapshot
              or prior-entry-count = max-snapshot-entries
       close prior-snapshot-file
    else
       display "merged-prior.dat not found - "
               "every account rolls forward from zero".

071-load-prior-entry-para.
    move prior-snapshot-record to merged-record-work.
    add 1 to prior-entry-count.
    move mw-acct-num to pri-acct-num(prior-entry-count).
    move mw-acct-bal to pri-acct-bal(prior-entry-count).
    read prior-snapshot-file
         at end move "Y" to prior-snapshot-flag
    end-read.

*one feed - its accounts into the table, its detail file summed
*against them, every account proved and the feed's breaks totalled.
*A feed with no detail file cannot be proved and says so.
100-prove-one-feed-para.
    move bank-file-entry(i) to fh-feed-out.
    write rollforward-report-line from feed-header-line
        after advancing 2 lines.
    if i > detail-file-count
       or detail-file-entry(i) = spaces
       add 1 to feeds-skipped-count
       write rollforward-report-line from no-detail-line
           after advancing 1 line
    else
       add 1 to feeds-proved-count
       move zero to feed-proved-count
                    feed-break-count
                    feed-break-amount
       write rollforward-report-line from break-column-line
           after advancing 1 line
       perform 110-load-feed-accounts-para
       perform 130-sum-feed-details-para
       perform 150-prove-one-account-para
           varying feed-scan-index from 1 by 1
           until feed-scan-index > feed-entry-count
       perform 170-feed-totals-para.

110-load-feed-accounts-para.
    move zero to feed-entry-count.
    move bank-file-entry(i) to input-filename.
    move "N" to input-eof-flag.
    open input data-file.
    if data-file-status not = "00"
       move input-filename(1:20) to filerr-call-file
       move "110-LOADFEED" to filerr-call-paragraph
       move data-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.
    read data-file at end move "Y" to input-eof-flag.
    perform 111-load-one-feed-account-para
        thru 112-load-next-feed-record-para until end-of-file.
    close data-file.

*the HDR/TRL control records a provider may wrap its feed in are
*read past, the same way prog2's own passes read past them.
111-load-one-feed-account-para.
    if data-record(1:3) = "HDR" or data-record(1:3) = "TRL"
       go to 112-load-next-feed-record-para.
    move data-record to merged-record-work.
    if feed-entry-count < max-feed-entries
       add 1 to feed-entry-count
       move mw-acct-num to fa-acct-num(feed-entry-count)
       move zero        to fa-credit-total(feed-entry-count)
                           fa-debit-total(feed-entry-count).

112-load-next-feed-record-para.
    read data-file at end move "Y" to input-eof-flag.

130-sum-feed-details-para.
    move detail-file-entry(i) to detail-filename.
    move "N" to detail-eof-flag.
    open input detail-file.
    if detail-file-status not = "00"
       move detail-filename(1:20) to filerr-call-file
       move "130-SUMDTL" to filerr-call-paragraph
       move detail-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.
    read detail-file at end move "Y" to detail-eof-flag.
    perform 131-sum-one-detail-para until end-of-detail-file.
    close detail-file.

*one detail record into its account's credits or debits - a type
*code that is neither cannot be signed and is reported instead; a
*detail record for an account the feed never sent is counted here
*and left to transchk's report.
131-sum-one-detail-para.
    add 1 to detail-read-count.
    move dtl-acct-num to feed-lookup-acct.
    perform 140-find-feed-account-para.
    if feed-found-index = zero
       add 1 to orphan-detail-count
       move dtl-acct-num to orp-acct-out
       write rollforward-report-line from orphan-detail-line
           after advancing 1 line
    else
       if dtl-credit
          add dtl-amount to fa-credit-total(feed-found-index)
       else
          if dtl-debit
             add dtl-amount to fa-debit-total(feed-found-index)
          else
             add 1 to unknown-type-count
             move dtl-acct-num to unk-acct-out
             move dtl-type     to unk-type-out
             write rollforward-report-line from unknown-type-line
                 after advancing 1 line.
    read detail-file at end move "Y" to detail-eof-flag.

140-find-feed-account-para.
    move zero to feed-found-index.
    perform 141-check-feed-account-para
        varying feed-scan-index from 1 by 1
        until feed-scan-index > feed-entry-count
           or feed-found-index > zero.

141-check-feed-account-para.
    if fa-acct-num(feed-scan-index) = feed-lookup-acct
       move feed-scan-index to feed-found-index.

*prior plus credits less debits must land on tonight's balance to
*the cent.
150-prove-one-account-para.
    move fa-acct-num(feed-scan-index) to snapshot-lookup-acct.
    perform 160-find-current-entry-para.
    if snapshot-match-index = zero
       add 1 to not-in-snapshot-count
       move snapshot-lookup-acct to nis-acct-out
       write rollforward-report-line from not-in-snapshot-line
           after advancing 1 line
    else
       move cur-acct-bal(snapshot-match-index) to closing-balance
       perform 165-find-prior-entry-para
       move zero to opening-balance
       if snapshot-match-index > zero
          move pri-acct-bal(snapshot-match-index) to opening-balance
       end-if
       add 1 to accounts-proved-count
       add 1 to feed-proved-count
       compute expected-balance = opening-balance
                                + fa-credit-total(feed-scan-index)
                                - fa-debit-total(feed-scan-index)
       compute balance-difference = closing-balance
                                  - expected-balance
       if balance-difference not = zero
          perform 155-report-break-para.

155-report-break-para.
    add 1 to break-count.
    add 1 to feed-break-count.
    add balance-difference to feed-break-amount.
    add balance-difference to total-break-amount.
    move fa-acct-num(feed-scan-index)     to brd-acct-out.
    move opening-balance                  to brd-prior-out.
    move fa-credit-total(feed-scan-index) to brd-credit-out.
    move fa-debit-total(feed-scan-index)  to brd-debit-out.
    move closing-balance                  to brd-current-out.
    move balance-difference               to brd-difference-out.
    write rollforward-report-line from break-detail-line
        after advancing 1 line.

160-find-current-entry-para.
    move zero to snapshot-match-index.
    perform 161-match-current-entry-para
        varying snapshot-scan-index from 1 by 1
        until snapshot-scan-index > current-entry-count
           or snapshot-match-index > zero.

161-match-current-entry-para.
    if cur-acct-num(snapshot-scan-index) = snapshot-lookup-acct
       move snapshot-scan-index to snapshot-match-index.

165-find-prior-entry-para.
    move zero to snapshot-match-index.
    perform 166-match-prior-entry-para
        varying snapshot-scan-index from 1 by 1
        until snapshot-scan-index > prior-entry-count
           or snapshot-match-index > zero.

166-match-prior-entry-para.
    if pri-acct-num(snapshot-scan-index) = snapshot-lookup-acct
       move snapshot-scan-index to snapshot-match-index.

*the feed's break total - how many of its accounts failed to roll
*forward and the net of their differences.
170-feed-totals-para.
    move "ACCOUNTS PROVED THIS FEED:   " to ftl-label.
    move feed-proved-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 2 lines.
    move "BREAKS THIS FEED:            " to ftl-label.
    move feed-break-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 1 line.
    move "NET BREAK AMOUNT THIS FEED:  " to fal-label.
    move feed-break-amount to fal-amount-out.
    write rollforward-report-line from feed-amount-line
        after advancing 1 line.

900-rollforward-totals-para.
    move "FEEDS PROVED:                " to ftl-label.
    move feeds-proved-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 3 lines.
    move "FEEDS WITH NO DETAIL FILE:   " to ftl-label.
    move feeds-skipped-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 1 line.
    move "DETAIL RECORDS READ:         " to ftl-label.
    move detail-read-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 1 line.
    move "DETAIL NOT APPLIED - TYPE:   " to ftl-label.
    move unknown-type-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 1 line.
    move "DETAIL FOR UNKNOWN ACCOUNTS: " to ftl-label.
    move orphan-detail-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 1 line.
    move "ACCOUNTS PROVED:             " to ftl-label.
    move accounts-proved-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 1 line.
    move "ACCOUNTS NOT IN SNAPSHOT:    " to ftl-label.
    move not-in-snapshot-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 1 line.
    move "ACCOUNTS THAT DID NOT ROLL:  " to ftl-label.
    move break-count to ftl-count-out.
    write rollforward-report-line from feed-total-line
        after advancing 1 line.
    move "NET BREAK AMOUNT ALL FEEDS:  " to fal-label.
    move total-break-amount to fal-amount-out.
    write rollforward-report-line from feed-amount-line
        after advancing 1 line.
