*****************************************************************
*
*  Program #1 companion - taxextr
*
*  Year-end interest tax reporting run.  Interest paid to each
*   customer has to be reported for the calendar year, and the
*   only record of it was twelve months of accrual.out
*   printouts.  This step totals intaccr's accrual history
*   (acchist.dat - every register record intaccr has written)
*   by account for the tax year, netting an overdrawn month's
*   negative accrual against the positive ones so it never adds
*   to the amount reported.  An account whose net interest
*   reaches the reporting threshold goes on the tax reporting
*   extract (taxextr.dat) and gets a printed recipient copy
*   (taxcopy.out) addressed from custaddr.dat.  The control
*   report (taxctl.out) lists every account that should have
*   been reported but could not be - no address on file, an
*   address returned mail has flagged undeliverable, or no
*   longer on the master - and proves the year's net interest
*   across everything reported, netted out or under the
*   threshold.  The tax year and threshold come from
*   taxparm.dat; with none on file the run reports the year
*   before the run date at a threshold of 10.00.  A month
*   intaccr was rerun for counts once - the rerun's figure for
*   the account replaces the first.
*
*****************************************************************

identification division.

program-id.   taxextr.
author.       Sumit Khanna.

environment division.

configuration section.
source-computer. GNU-Linux-IA32.

input-output section.
file-control.
    select filename-control-file assign to "filenames.dat"
        file status is filename-control-file-status.
    select customer-master-file
        assign to dynamic customer-master-file-name
        organization is indexed
        access mode is dynamic
        record key is cust-acct-num
        alternate record key is cust-last-name with duplicates
        file status is customer-master-file-status.
    select tax-param-file assign to "taxparm.dat"
        file status is tax-param-file-status.
    select address-file assign to dynamic address-file-name
        file status is address-file-status.
    select accrual-history-file
        assign to dynamic accrual-history-file-name
        file status is accrual-history-file-status.
    select tax-extract-file
        assign to dynamic tax-extract-file-name.
    select recipient-copy-file
        assign to dynamic recipient-copy-file-name.
    select tax-control-file
        assign to dynamic tax-control-file-name.

data division.

file section.

*shared file-name control file (filenames.dat) - same control file
*and record layout custmast reads at its own startup.
fd  filename-control-file
        record contains 58 characters.
01  filename-control-record.
    05  fc-logical-name         pic x(8).
    05  fc-physical-name        pic x(50).

*same master record custmast maintains - see custmast.cob's fd for
*the field-by-field story.
fd  customer-master-file
        record contains 63 characters.
01  customer-master-record.
    05  cust-acct-num           pic 9(4).
    05  cust-last-name          pic x(15).
    05  cust-first-name         pic x(10).
    05  cust-birthdate          pic 9(8).
    05  cust-credit-rating      pic x(1).
    05  cust-balance            pic 9(5)v99.
    05  cust-balance-sign       pic x(1).
    05  cust-last-seen          pic 9(8).
    05  cust-account-status     pic x(1).
        88  cust-account-closed            value "C".
    05  cust-close-date         pic 9(8).

*the tax year to report and the reporting threshold - one record.
*A zero or non-numeric field keeps its default.
fd  tax-param-file
        record contains 11 characters.
01  tax-param-record.
    05  tp-tax-year             pic 9(4).
    05  tp-threshold            pic 9(5)v99.

*the customer address file check-data writes from the feed's
*type-2 records - see prog1.cob's address-file fd.
fd  address-file
        record contains 47 characters.
01  address-file-record.
    05  adr-acct-num            pic 9(4).
    05  adr-street              pic x(20).
    05  adr-city                pic x(15).
    05  adr-state               pic x(2).
    05  adr-zip                 pic 9(5).
    05  adr-undeliverable-flag  pic x(1).

*intaccr's accrual history - the register layout, every run kept.
*See intaccr.cob's accrual-register-file fd.
fd  accrual-history-file
        record contains 29 characters.
01  accrual-history-record.
    05  acr-run-date            pic 9(8).
    05  acr-acct-num            pic 9(4).
    05  acr-credit-rating       pic x(1).
    05  acr-balance             pic 9(5)v99.
    05  acr-balance-sign        pic x(1).
    05  acr-interest            pic 9(5)v99.
    05  acr-interest-sign       pic x(1).

*one record per recipient reported - the tax year, the account, the
*recipient's name and mailing address, and the net interest paid
*in the year.
fd  tax-extract-file
        record contains 84 characters.
01  tax-extract-record.
    05  tx-tax-year             pic 9(4).
    05  tx-acct-num             pic 9(4).
    05  tx-last-name            pic x(15).
    05  tx-first-name           pic x(10).
    05  tx-street               pic x(20).
    05  tx-city                 pic x(15).
    05  tx-state                pic x(2).
    05  tx-zip                  pic 9(5).
    05  tx-interest-paid        pic 9(7)v99.

fd  recipient-copy-file
        record contains 80 characters.
01  recipient-copy-line         pic x(80).

fd  tax-control-file
        record contains 80 characters.
01  tax-control-line            pic x(80).

working-storage section.

01  file-eof-flags.
    05  address-eof-flag            pic x(1)   value "N".
        88  end-of-address-file                value "Y".
    05  accrual-history-eof-flag    pic x(1)   value "N".
        88  end-of-accrual-history             value "Y".
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".

01  filename-control-file-status   pic xx.
01  customer-master-file-status    pic xx.
01  tax-param-file-status          pic xx.
01  address-file-status            pic xx.
01  accrual-history-file-status    pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  customer-master-file-name   pic x(50) value "custmast.dat".
    05  address-file-name           pic x(50) value "custaddr.dat".
    05  accrual-history-file-name   pic x(50) value "acchist.dat".
    05  tax-extract-file-name       pic x(50) value "taxextr.dat".
    05  recipient-copy-file-name    pic x(50) value "taxcopy.out".
    05  tax-control-file-name       pic x(50) value "taxctl.out".

01  tax-parameters.
    05  tax-year                pic 9(4).
    05  reporting-threshold     pic 9(5)v99 value 10.00.

*per-account tables, direct-indexed by account number the way
*check-data's seen-accounts table is - the newest address on file,
*and the year's net interest with the last accrual counted into it
*so a rerun month's record can replace it.
01  account-tables.
    05  account-entry occurs 10000 times.
        10  ac-has-address      pic x(1) value "N".
        10  ac-street           pic x(20).
        10  ac-city             pic x(15).
        10  ac-state            pic x(2).
        10  ac-zip              pic 9(5).
        10  ac-undeliverable    pic x(1).
        10  ac-has-accrual      pic x(1) value "N".
        10  ac-net-interest     pic s9(7)v99 value zero.
        10  ac-last-run-date    pic 9(8) value zero.
        10  ac-last-interest    pic s9(5)v99 value zero.
    05  account-index           pic 9(5).

01  tax-work-fields.
    05  signed-interest         pic s9(5)v99.
    05  recipient-name          pic x(26).
    05  city-state-zip          pic x(30).
    05  not-reported-reason     pic x(24).
    05  run-date-raw            pic 9(8).
    05  run-date-display.
        10  run-date-yyyy       pic 9(4).
        10  filler              pic x(1) value "-".
        10  run-date-mm         pic 9(2).
        10  filler              pic x(1) value "-".
        10  run-date-dd         pic 9(2).

*the run's counts and the amounts behind them - everything in the
*tax year's net interest lands in exactly one of the six buckets.
01  tax-control-totals.
    05  history-read-count      pic 9(7) value zero.
    05  year-record-count       pic 9(7) value zero.
    05  other-year-count        pic 9(7) value zero.
    05  replaced-record-count   pic 9(7) value zero.
    05  accrual-account-count   pic 9(5) value zero.
    05  year-net-interest       pic s9(9)v99 value zero.
    05  netted-out-count        pic 9(5) value zero.
    05  netted-out-amount       pic s9(9)v99 value zero.
    05  below-threshold-count   pic 9(5) value zero.
    05  below-threshold-amount  pic s9(9)v99 value zero.
    05  reported-count          pic 9(5) value zero.
    05  reported-amount         pic s9(9)v99 value zero.
    05  no-address-count        pic 9(5) value zero.
    05  no-address-amount       pic s9(9)v99 value zero.
    05  undeliverable-count     pic 9(5) value zero.
    05  undeliverable-amount    pic s9(9)v99 value zero.
    05  no-master-count         pic 9(5) value zero.
    05  no-master-amount        pic s9(9)v99 value zero.

01  report-templates.
    05  copy-header-line.
        10  filler              pic x(14) value spaces.
        10  filler              pic x(36)
            value "INTEREST INCOME STATEMENT".
        10  filler              pic x(10) value "TAX YEAR: ".
        10  chl-year-out        pic 9(4).

    05  copy-text-line.
        10  filler              pic x(6)  value spaces.
        10  ctl-text-out        pic x(60).

    05  copy-account-line.
        10  filler              pic x(6)  value spaces.
        10  filler              pic x(9)  value "ACCOUNT: ".
        10  cal-acct-out        pic 9(4).

    05  copy-amount-line.
        10  filler              pic x(6)  value spaces.
        10  filler              pic x(18) value "INTEREST PAID IN ".
        10  cml-year-out        pic 9(4).
        10  filler              pic x(4)  value ":   ".
        10  cml-amount-out      pic z,zzz,zz9.99.

    05  control-header-line.
        10  filler              pic x(8)  value spaces.
        10  filler              pic x(34)
            value "INTEREST TAX REPORTING CONTROL".
        10  filler              pic x(10) value "TAX YEAR: ".
        10  cth-year-out        pic 9(4).
        10  filler              pic x(4)  value spaces.
        10  cth-date-out        pic x(10).

    05  control-section-line.
        10  filler              pic x(2)  value spaces.
        10  csl-text-out        pic x(60).

    05  control-column-line.
        10  filler              pic x(4)  value spaces.
        10  filler              pic x(6)  value "ACCT".
        10  filler              pic x(27) value "NAME".
        10  filler              pic x(16) value "  NET INTEREST".
        10  filler              pic x(20) value "REASON".

    05  control-detail-line.
        10  filler              pic x(4)  value spaces.
        10  cdl-acct-out        pic 9(4).
        10  filler              pic x(2)  value spaces.
        10  cdl-name-out        pic x(26).
        10  filler              pic x(1)  value spaces.
        10  cdl-amount-out      pic -(7)9.99.
        10  filler              pic x(4)  value spaces.
        10  cdl-reason-out      pic x(24).

    05  control-none-line.
        10  filler              pic x(4)  value spaces.
        10  filler              pic x(40)
            value "NONE - EVERY REPORTABLE ACCOUNT REPORTED".

    05  control-count-line.
        10  filler              pic x(2)  value spaces.
        10  ccl-label           pic x(34).
        10  ccl-count-out       pic z,zzz,zz9.

    05  control-amount-line.
        10  filler              pic x(2)  value spaces.
        10  cal-label           pic x(34).
        10  cal-count-out       pic zz,zz9.
        10  filler              pic x(3)  value spaces.
        10  cal-amount-out      pic -(9)9.99.

    05  control-threshold-line.
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(34)
            value "REPORTING THRESHOLD:".
        10  filler              pic x(9)  value spaces.
        10  cthr-amount-out     pic zzzz9.99.

01  not-reported-listed-flag    pic x(1) value "N".
    88  not-reported-listed                value "Y".

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "TAXEXTR".
    05  runlog-call-count-1        pic 9(7).
    05  runlog-call-count-2        pic 9(7).
    05  runlog-call-count-3        pic 9(7).

procedure division.

100-main  section.

100-main-line-para.
    move "START" to runlog-call-action.
    move zero    to runlog-call-count-1
                     runlog-call-count-2
                     runlog-call-count-3.
    call "runlog" using runlog-call-args.

    perform 140-load-filenames-para.
    perform 150-set-run-date-para.
    perform 155-load-tax-parameters-para.
    perform 160-load-addresses-para.
    perform 170-load-accrual-history-para.

    open input customer-master-file.
    if customer-master-file-status not = "00"
       display "custmast.dat not found or unreadable - "
               "nothing reported"
       move 1 to return-code
       stop run.

    open output tax-extract-file.
    open output recipient-copy-file.
    open output tax-control-file.
    perform 300-control-header-para.
    perform 200-report-one-account-para
        varying account-index from 1 by 1
        until account-index > 10000.
    if not not-reported-listed
       write tax-control-line from control-none-line
           after advancing 1 line.
    perform 310-control-totals-para.
    close tax-extract-file.
    close recipient-copy-file.
    close tax-control-file.
    close customer-master-file.

    display "TAX YEAR " tax-year
            "  REPORTED: " reported-count
            "  NO ADDRESS: " no-address-count.

    move "END"               to runlog-call-action.
    move reported-count      to runlog-call-count-1.
    move no-address-count    to runlog-call-count-2.
    move history-read-count  to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    stop run.

*reads the shared filenames.dat control file, if present, and
*overrides this program's compiled-in file names with any matching
*logical-name entry it contains.  Missing file / missing entry just
*leaves the compiled-in default in dynamic-file-names alone.
140-load-filenames-para.
    move "N" to filename-control-file-flag.
    open input filename-control-file.
    if filename-control-file-status = "00"
       perform 141-read-filename-entry-para
           until end-of-filename-control-file
       close filename-control-file.

141-read-filename-entry-para.
    read filename-control-file
         at end move "Y" to filename-control-file-flag
         not at end perform 142-apply-filename-entry-para
    end-read.

142-apply-filename-entry-para.
    evaluate fc-logical-name
        when "CUSTMAST"
            move fc-physical-name to customer-master-file-name
        when "ADDROUT"
            move fc-physical-name to address-file-name
        when "ACCHIST"
            move fc-physical-name to accrual-history-file-name
        when "TAXEXTR"
            move fc-physical-name to tax-extract-file-name
        when "TAXCOPY"
            move fc-physical-name to recipient-copy-file-name
        when "TAXCTL"
            move fc-physical-name to tax-control-file-name
        when other
            continue
    end-evaluate.

150-set-run-date-para.
    call "busdate" using run-date-raw.
    move run-date-raw(1:4) to run-date-yyyy.
    move run-date-raw(5:2) to run-date-mm.
    move run-date-raw(7:2) to run-date-dd.

*the year-end run is made after the year closes, so the default tax
*year is the one before the run date's.
155-load-tax-parameters-para.
    compute tax-year = run-date-yyyy - 1.
    open input tax-param-file.
    if tax-param-file-status = "00"
       read tax-param-file
            at end move zero to tax-param-record
       end-read
       if tp-tax-year is numeric and tp-tax-year > zero
          move tp-tax-year to tax-year
       end-if
       if tp-threshold is numeric and tp-threshold > zero
          move tp-threshold to reporting-threshold
       end-if
       close tax-param-file.

*the address file whole - a later record for the same account
*replaces an earlier one, so the newest address is the one used.
160-load-addresses-para.
    move "N" to address-eof-flag.
    open input address-file.
    if address-file-status = "00"
       read address-file
            at end move "Y" to address-eof-flag
       end-read
       perform 161-load-one-address-para
           until end-of-address-file
       close address-file
    else
       display "custaddr.dat not found - no addresses on file".

161-load-one-address-para.
    if adr-acct-num is numeric
       move "Y"        to ac-has-address(adr-acct-num + 1)
       move adr-street to ac-street(adr-acct-num + 1)
       move adr-city   to ac-city(adr-acct-num + 1)
       move adr-state  to ac-state(adr-acct-num + 1)
       move adr-zip    to ac-zip(adr-acct-num + 1)
       move adr-undeliverable-flag
           to ac-undeliverable(adr-acct-num + 1).
    read address-file
         at end move "Y" to address-eof-flag
    end-read.

*the history has to be there - a year reported from nothing would
*look exactly like a year with no interest paid.
170-load-accrual-history-para.
    move "N" to accrual-history-eof-flag.
    open input accrual-history-file.
    if accrual-history-file-status not = "00"
       display "acchist.dat not found or unreadable - "
               "cannot continue"
       move 1 to return-code
       stop run.
    read accrual-history-file
         at end move "Y" to accrual-history-eof-flag
    end-read.
    perform 171-total-one-accrual-para
        until end-of-accrual-history.
    close accrual-history-file.

*the interest sign nets an overdrawn month against the rest.  A
*second record for the same account and run date is intaccr rerun
*for that date - the earlier figure comes back out and the rerun's
*goes in.
171-total-one-accrual-para.
    add 1 to history-read-count.
    if acr-run-date(1:4) not = tax-year
       add 1 to other-year-count
    else
       add 1 to year-record-count
       move acr-interest to signed-interest
       if acr-interest-sign = "-"
          compute signed-interest = zero - acr-interest
       end-if
       if ac-has-accrual(acr-acct-num + 1) = "N"
          move "Y" to ac-has-accrual(acr-acct-num + 1)
          add 1 to accrual-account-count
       end-if
       if acr-run-date = ac-last-run-date(acr-acct-num + 1)
          subtract ac-last-interest(acr-acct-num + 1)
              from ac-net-interest(acr-acct-num + 1)
          add 1 to replaced-record-count
       end-if
       add signed-interest to ac-net-interest(acr-acct-num + 1)
       move acr-run-date to ac-last-run-date(acr-acct-num + 1)
       move signed-interest to ac-last-interest(acr-acct-num + 1).
    read accrual-history-file
         at end move "Y" to accrual-history-eof-flag
    end-read.

*one account with interest in the tax year, put in exactly one
*bucket - netted to nothing, under the threshold, reported, or
*reportable but not reported for want of a deliverable address or a
*master record to name the recipient.
200-report-one-account-para.
    if ac-has-accrual(account-index) = "Y"
       add ac-net-interest(account-index) to year-net-interest
       evaluate true
           when ac-net-interest(account-index) not > zero
               add 1 to netted-out-count
               add ac-net-interest(account-index)
                   to netted-out-amount
           when ac-net-interest(account-index)
                    < reporting-threshold
               add 1 to below-threshold-count
               add ac-net-interest(account-index)
                   to below-threshold-amount
           when other
               perform 210-reportable-account-para
       end-evaluate.

210-reportable-account-para.
    compute cust-acct-num = account-index - 1.
    read customer-master-file
         invalid key
             move spaces to recipient-name
             move "NOT ON MASTER" to not-reported-reason
             add 1 to no-master-count
             add ac-net-interest(account-index) to no-master-amount
             perform 230-list-not-reported-para
         not invalid key
             move spaces to recipient-name
             string cust-first-name delimited by "  "
                    " "             delimited by size
                    cust-last-name  delimited by "  "
                 into recipient-name
             end-string
             if ac-has-address(account-index) = "N"
                move "NO ADDRESS ON FILE" to not-reported-reason
                add 1 to no-address-count
                add ac-net-interest(account-index)
                    to no-address-amount
                perform 230-list-not-reported-para
             else
                if ac-undeliverable(account-index) = "U"
                   move "ADDRESS UNDELIVERABLE" to not-reported-reason
                   add 1 to undeliverable-count
                   add ac-net-interest(account-index)
                       to undeliverable-amount
                   perform 230-list-not-reported-para
                else
                   perform 220-write-recipient-para
                end-if
             end-if
    end-read.

220-write-recipient-para.
    add 1 to reported-count.
    add ac-net-interest(account-index) to reported-amount.

    move tax-year                      to tx-tax-year.
    move cust-acct-num                 to tx-acct-num.
    move cust-last-name                to tx-last-name.
    move cust-first-name               to tx-first-name.
    move ac-street(account-index)      to tx-street.
    move ac-city(account-index)        to tx-city.
    move ac-state(account-index)       to tx-state.
    move ac-zip(account-index)         to tx-zip.
    move ac-net-interest(account-index) to tx-interest-paid.
    write tax-extract-record.

    move tax-year to chl-year-out.
    write recipient-copy-line from copy-header-line
        after advancing page.
    move recipient-name to ctl-text-out.
    write recipient-copy-line from copy-text-line
        after advancing 3 lines.
    move ac-street(account-index) to ctl-text-out.
    write recipient-copy-line from copy-text-line
        after advancing 1 line.
    move spaces to city-state-zip.
    string ac-city(account-index)  delimited by "  "
           ", "                    delimited by size
           ac-state(account-index) delimited by size
           "  "                    delimited by size
           ac-zip(account-index)   delimited by size
        into city-state-zip
    end-string.
    move city-state-zip to ctl-text-out.
    write recipient-copy-line from copy-text-line
        after advancing 1 line.
    move cust-acct-num to cal-acct-out.
    write recipient-copy-line from copy-account-line
        after advancing 3 lines.
    move tax-year to cml-year-out.
    move ac-net-interest(account-index) to cml-amount-out.
    write recipient-copy-line from copy-amount-line
        after advancing 2 lines.
    move "THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISHED"
        to ctl-text-out.
    write recipient-copy-line from copy-text-line
        after advancing 3 lines.
    move "TO THE TAX AUTHORITY.  KEEP THIS COPY FOR YOUR RECORDS."
        to ctl-text-out.
    write recipient-copy-line from copy-text-line
        after advancing 1 line.

230-list-not-reported-para.
    move "Y" to not-reported-listed-flag.
    move cust-acct-num                  to cdl-acct-out.
    move recipient-name                 to cdl-name-out.
    move ac-net-interest(account-index) to cdl-amount-out.
    move not-reported-reason            to cdl-reason-out.
    write tax-control-line from control-detail-line
        after advancing 1 line.

300-control-header-para.
    move tax-year         to cth-year-out.
    move run-date-display to cth-date-out.
    write tax-control-line from control-header-line
        after advancing page.
    move "REPORTABLE ACCOUNTS NOT REPORTED" to csl-text-out.
    write tax-control-line from control-section-line
        after advancing 2 lines.
    write tax-control-line from control-column-line
        after advancing 1 line.

*the year's net interest proved across the six buckets.
310-control-totals-para.
    move "ACCRUAL HISTORY TOTALS" to csl-text-out.
    write tax-control-line from control-section-line
        after advancing 3 lines.
    move "HISTORY RECORDS READ:" to ccl-label.
    move history-read-count to ccl-count-out.
    write tax-control-line from control-count-line
        after advancing 1 line.
    move "  FOR THE TAX YEAR:" to ccl-label.
    move year-record-count to ccl-count-out.
    write tax-control-line from control-count-line
        after advancing 1 line.
    move "  FOR OTHER YEARS:" to ccl-label.
    move other-year-count to ccl-count-out.
    write tax-control-line from control-count-line
        after advancing 1 line.
    move "  RERUN RECORDS REPLACING EARLIER:" to ccl-label.
    move replaced-record-count to ccl-count-out.
    write tax-control-line from control-count-line
        after advancing 1 line.

    move "ACCOUNTS AND NET INTEREST" to csl-text-out.
    write tax-control-line from control-section-line
        after advancing 2 lines.
    move "ACCOUNTS WITH INTEREST IN THE YEAR:" to cal-label.
    move accrual-account-count to cal-count-out.
    move year-net-interest to cal-amount-out.
    write tax-control-line from control-amount-line
        after advancing 1 line.
    move "  NETTED TO ZERO OR BELOW:" to cal-label.
    move netted-out-count to cal-count-out.
    move netted-out-amount to cal-amount-out.
    write tax-control-line from control-amount-line
        after advancing 1 line.
    move "  UNDER THE THRESHOLD:" to cal-label.
    move below-threshold-count to cal-count-out.
    move below-threshold-amount to cal-amount-out.
    write tax-control-line from control-amount-line
        after advancing 1 line.
    move "  REPORTED:" to cal-label.
    move reported-count to cal-count-out.
    move reported-amount to cal-amount-out.
    write tax-control-line from control-amount-line
        after advancing 1 line.
    move "  NOT REPORTED - NO ADDRESS:" to cal-label.
    move no-address-count to cal-count-out.
    move no-address-amount to cal-amount-out.
    write tax-control-line from control-amount-line
        after advancing 1 line.
    move "  NOT REPORTED - UNDELIVERABLE:" to cal-label.
    move undeliverable-count to cal-count-out.
    move undeliverable-amount to cal-amount-out.
    write tax-control-line from control-amount-line
        after advancing 1 line.
    move "  NOT REPORTED - NOT ON MASTER:" to cal-label.
    move no-master-count to cal-count-out.
    move no-master-amount to cal-amount-out.
    write tax-control-line from control-amount-line
        after advancing 1 line.
    move reporting-threshold to cthr-amount-out.
    write tax-control-line from control-threshold-line
        after advancing 2 lines.
