*************************************
* Program #2 companion - feeasmt
* Sumit Khanna
*  Month-end maintenance fee
*   assessment over prog2's merged
*   accounts.  Fees were still
*   worked out on a spreadsheet from
*   the a/b/k/o.out listings; this
*   step reads tonight's merged
*   snapshot (merged-current.dat)
*   and charges each account from
*   the fee schedule for its account
*   type (feesched.dat) - the
*   monthly maintenance fee, waived
*   when the balance is at or above
*   the type's minimum, and an
*   excess-activity fee for every
*   item past the type's free-item
*   limit.  Accounts on prog2's
*   dormancy ledger (dormledger.dat)
*   or waiting on the escheat
*   pending list (eschpend.dat) are
*   exempt by rule and charged
*   nothing.  The fees go out as a
*   fee transaction file for posting
*   (feetran.dat), which gljrnl also
*   journals, plus a fee register
*   (feereg.out) showing every fee
*   charged, every fee waived, the
*   exempt accounts, and totals by
*   account type.
*************************************

identification division.

program-id. feeasmt.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select merged-snapshot-file
        assign to dynamic merged-snapshot-file-name
        file status is merged-snapshot-file-status.
    select fee-schedule-file assign to "feesched.dat"
        file status is fee-schedule-file-status.
    select dormancy-ledger-file
        assign to dynamic dormancy-ledger-file-name
        file status is dormancy-ledger-file-status.
    select pending-file assign to dynamic pending-file-name
        file status is pending-file-status.
    select fee-transaction-file
        assign to dynamic fee-transaction-file-name.
    select fee-register-file
        assign to dynamic fee-register-file-name.
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

fd merged-snapshot-file record contains 53 characters.
01 merged-snapshot-record   pic x(53).

*one schedule row per account type - the monthly maintenance fee,
*the balance at or above which it is waived, the items a month free
*of charge, and the fee for each item past that.  No compiled-in
*schedule to fall back on: a missing feesched.dat is a controlled
*stop, not a month charged at guessed rates.
fd fee-schedule-file record contains 25 characters.
01 fee-schedule-record.
    05 fs-acct-type         pic x(1).
    05 fs-monthly-fee       pic 9(3)v99.
    05 fs-waive-balance     pic 9(8)v99.
    05 fs-free-items        pic 9(4).
    05 fs-item-fee          pic 9(3)v99.

*prog2's dormancy ledger - every account on it is on a streak.
fd dormancy-ledger-file record contains 12 characters.
01 dormancy-ledger-record.
    05 dl-acct-num        pic 9(8).
    05 dl-dormant-runs    pic 9(3).
    05 dl-escalated-flag  pic x(1).

*escheat's pending list - the merged record plus the streak.
fd pending-file record contains 56 characters.
01 pending-record.
    05 pen-record-data    pic x(53).
    05 pen-dormant-runs   pic 9(3).

*one record per fee charged, for posting - MNTH the maintenance fee,
*XACT the excess-activity fee with the items it was charged on.
fd fee-transaction-file record contains 32 characters.
01 fee-transaction-record.
    05 ft-run-date          pic 9(8).
    05 ft-acct-num          pic 9(8).
    05 ft-acct-type         pic x(1).
    05 ft-fee-code          pic x(4).
    05 ft-amount            pic 9(5)v99.
    05 ft-item-count        pic 9(4).

fd fee-register-file record contains 80 characters.
01 fee-register-line        pic x(80).

working-storage section.

*one merged record pulled apart - same layout as prog2's
*merge-temp-record.
01 merged-record-work.
    05 mw-acct-name   pic x(25).
    05 mw-acct-num    pic 9(8).
    05 mw-acct-type   pic x(1).
    05 mw-acct-bal    pic s9(8)v99 sign is leading separate.
    05 mw-trans-count pic 9(4).
    05 mw-state       pic x(4).

01 file-flags.
    05 merged-snapshot-flag   pic x(1) value "N".
       88 end-of-merged-snapshot      value "Y".
    05 fee-schedule-eof-flag  pic x(1) value "N".
       88 end-of-fee-schedule         value "Y".
    05 dormancy-eof-flag      pic x(1) value "N".
       88 end-of-dormancy-ledger      value "Y".
    05 pending-eof-flag       pic x(1) value "N".
       88 end-of-pending-file         value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

01 filename-control-file-status   pic xx.
01 merged-snapshot-file-status    pic xx.
01 fee-schedule-file-status       pic xx.
01 dormancy-ledger-file-status    pic xx.
01 pending-file-status            pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01 dynamic-file-names.
    05 merged-snapshot-file-name pic x(50)
        value "merged-current.dat".
    05 dormancy-ledger-file-name pic x(50) value "dormledger.dat".
    05 pending-file-name         pic x(50) value "eschpend.dat".
    05 fee-transaction-file-name pic x(50) value "feetran.dat".
    05 fee-register-file-name    pic x(50) value "feereg.out".

*the fee schedule by account type, with the month's totals for each
*type accumulated alongside.
01 fee-schedule-table.
    05 schedule-count          pic 9(2) value zero.
    05 max-schedule-entries    pic 9(2) value 20.
    05 schedule-entry occurs 20 times.
        10 st-acct-type        pic x(1).
        10 st-monthly-fee      pic 9(3)v99.
        10 st-waive-balance    pic 9(8)v99.
        10 st-free-items       pic 9(4).
        10 st-item-fee         pic 9(3)v99.
        10 st-account-count    pic 9(5).
        10 st-maint-count      pic 9(5).
        10 st-maint-amount     pic 9(7)v99.
        10 st-waived-count     pic 9(5).
        10 st-waived-amount    pic 9(7)v99.
        10 st-activity-count   pic 9(5).
        10 st-activity-amount  pic 9(7)v99.
        10 st-exempt-count     pic 9(5).
    05 schedule-scan-index     pic 9(2).
    05 schedule-found-index    pic 9(2) value zero.

*every account exempt by rule - the dormancy ledger and the escheat
*pending list together.
01 exempt-account-table.
    05 exempt-entry-count     pic 9(5) value zero.
    05 max-exempt-entries     pic 9(5) value 20000.
    05 exempt-entry occurs 20000 times.
        10 ex-acct-num        pic 9(8).
        10 ex-reason          pic x(8).
    05 exempt-scan-index      pic 9(5).
    05 exempt-found-index     pic 9(5) value zero.
    05 exempt-lookup-acct     pic 9(8).

01 fee-work.
    05 excess-items           pic 9(4).
    05 activity-fee           pic 9(7)v99.
    05 activity-fee-out       pic 9(5)v99.
    05 fee-record-limit       pic 9(5)v99 value 99999.99.

01 fee-counters.
    05 account-read-count     pic 9(5) value zero.
    05 no-schedule-count      pic 9(5) value zero.
    05 exempt-count           pic 9(5) value zero.
    05 fee-record-count       pic 9(5) value zero.
    05 total-charged          pic 9(9)v99 value zero.
    05 total-waived           pic 9(9)v99 value zero.
    05 fee-held-count         pic 9(5) value zero.
    05 total-held             pic 9(9)v99 value zero.

01 run-date-raw           pic 9(8).

01 report-templates.
    05 fee-register-header.
        10 filler             pic x(16) value spaces.
        10 frh-title          pic x(36)
            value "MONTHLY FEE ASSESSMENT REGISTER".
        10 filler             pic x(10) value "RUN DATE: ".
        10 frh-date-out       pic 9(8).

    05 fee-column-line.
        10 filler             pic x(10) value "ACCOUNT".
        10 filler             pic x(5)  value "TYPE".
        10 filler             pic x(14) value "      BALANCE".
        10 filler             pic x(10) value "   MAINT".
        10 filler             pic x(8)  value " ITEMS".
        10 filler             pic x(11) value "  ACTIVITY".
        10 filler             pic x(20) value "  NOTE".

    05 fee-detail-line.
        10 fdl-acct-out       pic 9(8).
        10 filler             pic x(4)  value spaces.
        10 fdl-type-out       pic x(1).
        10 filler             pic x(2)  value spaces.
        10 fdl-balance-out    pic -zzzzzzz9.99.
        10 filler             pic x(2)  value spaces.
        10 fdl-maint-out      pic zzzz9.99.
        10 filler             pic x(2)  value spaces.
        10 fdl-items-out      pic zzz9.
        10 filler             pic x(2)  value spaces.
        10 fdl-activity-out   pic zzzzz9.99.
        10 filler             pic x(2)  value spaces.
        10 fdl-note-out       pic x(22).

    05 fee-exception-line.
        10 filler             pic x(12) value "  EXCEPTION ".
        10 fel-acct-out       pic 9(8).
        10 filler             pic x(15) value "  ACTIVITY FEE ".
        10 fel-amount-out     pic zzzzzz9.99.
        10 filler             pic x(30)
            value " OVER FEE RECORD - NOT POSTED".

    05 section-header-line.
        10 filler             pic x(2)  value spaces.
        10 shl-text-out       pic x(60).

    05 type-total-line.
        10 filler             pic x(2)  value spaces.
        10 filler             pic x(5)  value "TYPE ".
        10 ttl-type-out       pic x(1).
        10 filler             pic x(2)  value spaces.
        10 ttl-label          pic x(24).
        10 ttl-count-out      pic zzzz9.
        10 filler             pic x(3)  value spaces.
        10 ttl-amount-out     pic zzzzzz9.99.

    05 fee-total-line.
        10 filler             pic x(2)  value spaces.
        10 ftl-label          pic x(34).
        10 ftl-count-out      pic zzzz9.

    05 fee-amount-line.
        10 filler             pic x(2)  value spaces.
        10 fal-label          pic x(34).
        10 fal-amount-out     pic zzzzzzzz9.99.

01 runlog-call-args.
    05 runlog-call-action      pic x(5).
    05 runlog-call-job-name    pic x(20) value "FEEASMT".
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

    call "busdate" using run-date-raw.
    perform 045-load-filenames-para.
    perform 050-load-fee-schedule-para.
    perform 060-load-dormancy-exempt-para.
    perform 070-load-pending-exempt-para.

    move "N" to merged-snapshot-flag.
    open input merged-snapshot-file.
    if merged-snapshot-file-status not = "00"
       display "merged-current.dat not found or unreadable - "
               "cannot continue"
       move 1 to return-code
       stop run.

    open output fee-transaction-file.
    open output fee-register-file.
    move run-date-raw to frh-date-out.
    write fee-register-line from fee-register-header
        after advancing page.
    write fee-register-line from fee-column-line
        after advancing 2 lines.

    read merged-snapshot-file
         at end move "Y" to merged-snapshot-flag
    end-read.
    perform 100-assess-one-account-para
        until end-of-merged-snapshot.
    close merged-snapshot-file.

    perform 900-fee-totals-para.
    close fee-register-file.
    close fee-transaction-file.

    display "ACCOUNTS ASSESSED: " account-read-count
            "  FEE RECORDS: " fee-record-count
            "  EXEMPT: " exempt-count.

    move "END"              to runlog-call-action.
    move account-read-count to runlog-call-count-1.
    move fee-record-count   to runlog-call-count-2.
    move exempt-count       to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    if fee-held-count > zero
       move 1 to return-code
    else
       move 0 to return-code.
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
            move fc-physical-name to merged-snapshot-file-name
        when "DORMLEDG"
            move fc-physical-name to dormancy-ledger-file-name
        when "ESCHPEND"
            move fc-physical-name to pending-file-name
        when "FEETRAN"
            move fc-physical-name to fee-transaction-file-name
        when "FEEREG"
            move fc-physical-name to fee-register-file-name
        when other
            continue
    end-evaluate.

050-load-fee-schedule-para.
    move zero to schedule-count.
    move "N" to fee-schedule-eof-flag.
    open input fee-schedule-file.
    if fee-schedule-file-status not = "00"
       display "feesched.dat not found or unreadable - "
               "cannot continue"
       move 1 to return-code
       stop run.
    read fee-schedule-file
         at end move "Y" to fee-schedule-eof-flag
    end-read.
    perform 051-load-schedule-entry-para
        until end-of-fee-schedule
           or schedule-count = max-schedule-entries.
    close fee-schedule-file.

051-load-schedule-entry-para.
    if fee-schedule-record not = spaces
       add 1 to schedule-count
       move fs-acct-type     to st-acct-type(schedule-count)
       move fs-monthly-fee   to st-monthly-fee(schedule-count)
       move fs-waive-balance to st-waive-balance(schedule-count)
       move fs-free-items    to st-free-items(schedule-count)
       move fs-item-fee      to st-item-fee(schedule-count)
       move zero to st-account-count(schedule-count)
                    st-maint-count(schedule-count)
                    st-maint-amount(schedule-count)
                    st-waived-count(schedule-count)
                    st-waived-amount(schedule-count)
                    st-activity-count(schedule-count)
                    st-activity-amount(schedule-count)
                    st-exempt-count(schedule-count).
    read fee-schedule-file
         at end move "Y" to fee-schedule-eof-flag
    end-read.

*a missing ledger or pending list just means nobody is exempt on
*that rule tonight.
060-load-dormancy-exempt-para.
    move "N" to dormancy-eof-flag.
    open input dormancy-ledger-file.
    if dormancy-ledger-file-status = "00"
       read dormancy-ledger-file
            at end move "Y" to dormancy-eof-flag
       end-read
       perform 061-load-one-dormant-para
           until end-of-dormancy-ledger
              or exempt-entry-count = max-exempt-entries
       close dormancy-ledger-file.

061-load-one-dormant-para.
    add 1 to exempt-entry-count.
    move dl-acct-num to ex-acct-num(exempt-entry-count).
    move "DORMANT"   to ex-reason(exempt-entry-count).
    read dormancy-ledger-file
         at end move "Y" to dormancy-eof-flag
    end-read.

070-load-pending-exempt-para.
    move "N" to pending-eof-flag.
    open input pending-file.
    if pending-file-status = "00"
       read pending-file
            at end move "Y" to pending-eof-flag
       end-read
       perform 071-load-one-pending-para
           until end-of-pending-file
              or exempt-entry-count = max-exempt-entries
       close pending-file.

071-load-one-pending-para.
    move pen-record-data to merged-record-work.
    add 1 to exempt-entry-count.
    move mw-acct-num to ex-acct-num(exempt-entry-count).
    move "ESCHEAT"   to ex-reason(exempt-entry-count).
    read pending-file
         at end move "Y" to pending-eof-flag
    end-read.

*one merged account - exempt first, then the schedule for its type;
*a type with no schedule row is counted and charged nothing.
100-assess-one-account-para.
    move merged-snapshot-record to merged-record-work.
    add 1 to account-read-count.
    perform 110-find-schedule-para.
    move mw-acct-num to exempt-lookup-acct.
    perform 120-find-exempt-para.
    move mw-acct-num  to fdl-acct-out.
    move mw-acct-type to fdl-type-out.
    move mw-acct-bal  to fdl-balance-out.
    move zero to fdl-maint-out fdl-items-out fdl-activity-out.
    evaluate true
        when exempt-found-index > zero
            add 1 to exempt-count
            if schedule-found-index > zero
               add 1 to st-exempt-count(schedule-found-index)
            end-if
            move spaces to fdl-note-out
            string "EXEMPT - " delimited by size
                   ex-reason(exempt-found-index) delimited by space
                into fdl-note-out
            end-string
            write fee-register-line from fee-detail-line
                after advancing 1 line
        when schedule-found-index = zero
            add 1 to no-schedule-count
            move "NO SCHEDULE FOR TYPE" to fdl-note-out
            write fee-register-line from fee-detail-line
                after advancing 1 line
        when other
            add 1 to st-account-count(schedule-found-index)
            perform 130-assess-fees-para
    end-evaluate.
    read merged-snapshot-file
         at end move "Y" to merged-snapshot-flag
    end-read.

110-find-schedule-para.
    move zero to schedule-found-index.
    perform 111-match-schedule-para
        varying schedule-scan-index from 1 by 1
        until schedule-scan-index > schedule-count
           or schedule-found-index > zero.

111-match-schedule-para.
    if st-acct-type(schedule-scan-index) = mw-acct-type
       move schedule-scan-index to schedule-found-index.

120-find-exempt-para.
    move zero to exempt-found-index.
    perform 121-match-exempt-para
        varying exempt-scan-index from 1 by 1
        until exempt-scan-index > exempt-entry-count
           or exempt-found-index > zero.

121-match-exempt-para.
    if ex-acct-num(exempt-scan-index) = exempt-lookup-acct
       move exempt-scan-index to exempt-found-index.

*the maintenance fee unless the balance earns the waiver, then the
*activity fee on every item past the free limit - the waiver only
*covers the maintenance fee.  An activity fee too large for the fee
*record's amount is not written short: it is held off the fee file,
*shown as an exception under the account's line, and the run ends
*with rc 1 for it to be charged by hand.
130-assess-fees-para.
    move spaces to fdl-note-out.
    if st-monthly-fee(schedule-found-index) > zero
       if mw-acct-bal not < st-waive-balance(schedule-found-index)
          add 1 to st-waived-count(schedule-found-index)
          add st-monthly-fee(schedule-found-index)
              to st-waived-amount(schedule-found-index)
          add st-monthly-fee(schedule-found-index) to total-waived
          move "MAINT FEE WAIVED" to fdl-note-out
       else
          add 1 to st-maint-count(schedule-found-index)
          add st-monthly-fee(schedule-found-index)
              to st-maint-amount(schedule-found-index)
          add st-monthly-fee(schedule-found-index) to total-charged
          move st-monthly-fee(schedule-found-index) to fdl-maint-out
          move "MNTH" to ft-fee-code
          move st-monthly-fee(schedule-found-index) to ft-amount
          move zero to ft-item-count
          perform 140-write-fee-record-para.

    move zero to excess-items activity-fee.
    if mw-trans-count > st-free-items(schedule-found-index)
       compute excess-items =
           mw-trans-count - st-free-items(schedule-found-index)
       compute activity-fee =
           excess-items * st-item-fee(schedule-found-index).
    if activity-fee > fee-record-limit
       add 1 to fee-held-count
       add activity-fee to total-held
       move excess-items to fdl-items-out
       if fdl-note-out = spaces
          move "ACTIVITY FEE HELD" to fdl-note-out
       end-if
       write fee-register-line from fee-detail-line
           after advancing 1 line
       move mw-acct-num  to fel-acct-out
       move activity-fee to fel-amount-out
       write fee-register-line from fee-exception-line
           after advancing 1 line
    else
       perform 135-charge-activity-fee-para.

135-charge-activity-fee-para.
    if activity-fee > zero
       add 1 to st-activity-count(schedule-found-index)
       add activity-fee to st-activity-amount(schedule-found-index)
       add activity-fee to total-charged
       move excess-items to fdl-items-out
       move activity-fee to fdl-activity-out
       move activity-fee to activity-fee-out
       move "XACT" to ft-fee-code
       move activity-fee-out to ft-amount
       move excess-items to ft-item-count
       perform 140-write-fee-record-para.

    write fee-register-line from fee-detail-line
        after advancing 1 line.

140-write-fee-record-para.
    move run-date-raw to ft-run-date.
    move mw-acct-num  to ft-acct-num.
    move mw-acct-type to ft-acct-type.
    write fee-transaction-record.
    add 1 to fee-record-count.

*totals by account type, then the month's grand totals.
900-fee-totals-para.
    move "TOTALS BY ACCOUNT TYPE" to shl-text-out.
    write fee-register-line from section-header-line
        after advancing 3 lines.
    perform 910-type-totals-para
        varying schedule-scan-index from 1 by 1
        until schedule-scan-index > schedule-count.

    move "ACCOUNTS READ:" to ftl-label.
    move account-read-count to ftl-count-out.
    write fee-register-line from fee-total-line
        after advancing 2 lines.
    move "EXEMPT - DORMANT OR ESCHEAT:" to ftl-label.
    move exempt-count to ftl-count-out.
    write fee-register-line from fee-total-line
        after advancing 1 line.
    move "NO FEE SCHEDULE FOR TYPE:" to ftl-label.
    move no-schedule-count to ftl-count-out.
    write fee-register-line from fee-total-line
        after advancing 1 line.
    move "FEE TRANSACTIONS WRITTEN:" to ftl-label.
    move fee-record-count to ftl-count-out.
    write fee-register-line from fee-total-line
        after advancing 1 line.
    move "TOTAL FEES CHARGED:" to fal-label.
    move total-charged to fal-amount-out.
    write fee-register-line from fee-amount-line
        after advancing 1 line.
    move "TOTAL MAINTENANCE FEES WAIVED:" to fal-label.
    move total-waived to fal-amount-out.
    write fee-register-line from fee-amount-line
        after advancing 1 line.
    move "ACTIVITY FEES HELD - OVER LIMIT:" to ftl-label.
    move fee-held-count to ftl-count-out.
    write fee-register-line from fee-total-line
        after advancing 1 line.
    move "TOTAL ACTIVITY FEES HELD:" to fal-label.
    move total-held to fal-amount-out.
    write fee-register-line from fee-amount-line
        after advancing 1 line.

910-type-totals-para.
    move st-acct-type(schedule-scan-index) to ttl-type-out.
    move "ACCOUNTS CHARGEABLE:" to ttl-label.
    move st-account-count(schedule-scan-index) to ttl-count-out.
    move zero to ttl-amount-out.
    write fee-register-line from type-total-line
        after advancing 2 lines.
    move "MAINTENANCE FEES:" to ttl-label.
    move st-maint-count(schedule-scan-index) to ttl-count-out.
    move st-maint-amount(schedule-scan-index) to ttl-amount-out.
    write fee-register-line from type-total-line
        after advancing 1 line.
    move "MAINTENANCE WAIVED:" to ttl-label.
    move st-waived-count(schedule-scan-index) to ttl-count-out.
    move st-waived-amount(schedule-scan-index) to ttl-amount-out.
    write fee-register-line from type-total-line
        after advancing 1 line.
    move "EXCESS ACTIVITY FEES:" to ttl-label.
    move st-activity-count(schedule-scan-index) to ttl-count-out.
    move st-activity-amount(schedule-scan-index) to ttl-amount-out.
    write fee-register-line from type-total-line
        after advancing 1 line.
    move "EXEMPT BY RULE:" to ttl-label.
    move st-exempt-count(schedule-scan-index) to ttl-count-out.
    move zero to ttl-amount-out.
    write fee-register-line from type-total-line
        after advancing 1 line.
