*   rating to its balance (the balance sign honored, so an
*   overdrawn balance accrues negative), and writes the
*   accrual register file (accrual.dat) the ledger side posts
*   from, plus a summary report by rating (accrual.out).  The
*   same register records are added to the accrual history
*   (acchist.dat), which is never rewritten, so the year-end
*   tax run (taxextr) can total a whole calendar year.  An
*   account whose rating has no rate on file is skipped and
*   counted, never silently accrued at zero.  A closed account
*   earns nothing further and is skipped and counted the same
*   way.  The period is the calendar month of the business
*   date, and intrates.dat is effective-dated: when the rate
*   committee changes a rating's rate part way through the
*   month, each rate earns only for the days it was in force -
*   the period rate is the day-weighted average of the rates in
*   effect on each day of the month, and the report lists which
*   rates were in force and for how many days.
*
*****************************************************************

        file status is interest-rate-file-status.
    select accrual-register-file
        assign to dynamic accrual-register-file-name.
    select accrual-history-file
        assign to dynamic accrual-history-file-name
        file status is accrual-history-file-status.
    select accrual-report-file
        assign to dynamic accrual-report-file-name.

*same master record custmast maintains - see custmast.cob's fd for
*the field-by-field story.
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

*per-credit-rating interest rate table - the same effective-dated
*file and layout check-data's check 15 reads.
fd  interest-rate-file
        record contains 14 characters.
01  interest-rate-record.
    05  irt-rating              pic x(1).
    05  irt-effective-date      pic 9(8).
    05  irt-rate                pic 9v9999.

*one register record per account accrued - the posting basis the
    05  acr-interest            pic 9(5)v99.
    05  acr-interest-sign       pic x(1).

*every register record ever written, run after run, in the register
*layout - appended to each run, created by the first.
fd  accrual-history-file
        record contains 29 characters.
01  accrual-history-record      pic x(29).

fd  accrual-report-file
        record contains 80 characters.
01  accrual-report-line         pic x(80).
01  filename-control-file-status   pic xx.
01  customer-master-file-status    pic xx.
01  interest-rate-file-status      pic xx.
01  accrual-history-file-status    pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
    05  customer-master-file-name   pic x(50) value "custmast.dat".
    05  accrual-register-file-name  pic x(50) value "accrual.dat".
    05  accrual-report-file-name    pic x(50) value "accrual.out".
    05  accrual-history-file-name   pic x(50) value "acchist.dat".

*every dated rate on file, then - per rating - the rates summed
*over the days of the period they were in force.  A rating whose
*sum comes to zero had no rate on any day and skips its accounts
*entirely.
01  rate-table-variables.
    05  rate-entry-count            pic 9(3) value zero.
    05  max-rate-entries            pic 9(3) value 200.
    05  rate-entry occurs 200 times.
        10  re-rating-index         pic 9(1).
        10  re-effective-date       pic 9(8).
        10  re-rate                 pic 9v9999.
    05  rate-scan-index             pic 9(3).
    05  rating-rate-index           pic S9(3) comp.
    05  rating-day-sums.
        10  rating-rate-day-sum     pic 9(3)v9999 occurs 5 times
                                    value zero.

*the accrual period - the calendar month of the business date.
01  period-variables.
    05  period-start-date           pic 9(8).
    05  period-day-date             pic 9(8).
    05  period-days                 pic 9(2).
    05  period-day                  pic 9(2).
    05  leap-quotient               pic 9(4).
    05  leap-remainder              pic 9(4).
    05  days-in-month-values        pic x(24)
        value "312831303130313130313031".
    05  days-in-month redefines days-in-month-values
                                    pic 9(2) occurs 12 times.
    05  day-rate-date               pic 9(8).
    05  day-rate-value              pic 9v9999.
    05  day-rate-found-index        pic 9(3).

*one line of the rates-in-force listing per run of days a rating
*spent on one rate.
01  rate-segment-table.
    05  segment-count               pic 9(3) value zero.
    05  max-segments                pic 9(3) value 60.
    05  rate-segment occurs 60 times.
        10  seg-rating-index        pic 9(1).
        10  seg-effective-date      pic 9(8).
        10  seg-rate                pic 9v9999.
        10  seg-days                pic 9(2).
    05  segment-index               pic 9(3).
    05  last-segment-entry          pic 9(3).

01  accrual-work-fields.
    05  period-interest             pic 9(5)v99.
        10  run-date-dd             pic 9(2).

*running totals per rating (A thru E), the same shape as
*check-data's exposure totals, plus the skip counts.
01  accrual-totals.
    05  accrual-rating-letters      pic x(5) value "ABCDE".
    05  accrual-rating-letter redefines accrual-rating-letters
    05  acc-grand-balance           pic s9(11)v99 value zero.
    05  acc-grand-interest          pic s9(10)v99 value zero.
    05  skipped-no-rate-count       pic 9(4) value zero.
    05  skipped-closed-count        pic 9(4) value zero.

01  accrual-report-templates.
    05  accrual-report-header.
            value "ACCOUNTS WITH NO RATE ON FILE:".
        10  ask-count-out           pic zzz9.

    05  accrual-closed-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(30)
            value "CLOSED ACCOUNTS NOT ACCRUED:".
        10  acl-count-out           pic zzz9.

    05  rate-segment-header.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(28)
            value "RATES IN FORCE FOR PERIOD   ".
        10  rsh-period-start        pic 9(8).
        10  filler                  pic x(4)  value " FOR".
        10  rsh-period-days         pic zz9.
        10  filler                  pic x(7)  value " DAY(S)".

    05  rate-segment-line.
        10  filler                  pic x(4)  value spaces.
        10  rsl-rating-out          pic x(1).
        10  filler                  pic x(4)  value spaces.
        10  rsl-rate-out            pic 9.9999.
        10  filler                  pic x(16)
            value "   EFFECTIVE    ".
        10  rsl-effective-out       pic 9(8).
        10  filler                  pic x(2)  value spaces.
        10  rsl-days-out            pic z9.
        10  filler                  pic x(7)  value " DAY(S)".

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "INTACCR".
       stop run.

    open output accrual-register-file.
    open extend accrual-history-file.
    if accrual-history-file-status = "35"
       open output accrual-history-file.
    move "N" to customer-master-flag.
    perform 200-accrue-one-account-para
        until end-of-customer-master.
    close accrual-register-file.
    close accrual-history-file.
    close customer-master-file.

    perform 300-accrual-report-para.

    display "ACCOUNTS ACCRUED: " acc-grand-count
            "  SKIPPED (NO RATE): " skipped-no-rate-count
            "  SKIPPED (CLOSED): " skipped-closed-count.

    move "END"                  to runlog-call-action.
    move acc-grand-count        to runlog-call-count-1.
    move skipped-no-rate-count  to runlog-call-count-2.
    move skipped-closed-count   to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    stop run.
            move fc-physical-name to accrual-register-file-name
        when "ACCROUT"
            move fc-physical-name to accrual-report-file-name
        when "ACCHIST"
            move fc-physical-name to accrual-history-file-name
        when other
            continue
    end-evaluate.
    perform 149-load-one-rate-para
        until end-of-interest-rates.
    close interest-rate-file.
    perform 160-prorate-rates-para.

149-load-one-rate-para.
    move zero to rating-rate-index.
        when other continue
    end-evaluate.
    if rating-rate-index > zero
       if rate-entry-count < max-rate-entries
          add 1 to rate-entry-count
          move rating-rate-index
              to re-rating-index(rate-entry-count)
          move irt-effective-date
              to re-effective-date(rate-entry-count)
          move irt-rate to re-rate(rate-entry-count)
       else
          display "intrates.dat holds more than " max-rate-entries
                  " rates - the rest are ignored".
    read interest-rate-file
         at end move "Y" to interest-rate-eof-flag
    end-read.

*the period is the business date's calendar month.  Each rating
*walks the month a day at a time; the rate in force that day is
*added to the rating's day sum, and each change of rate opens a
*new line in the rates-in-force listing.
160-prorate-rates-para.
    compute period-start-date =
        run-date-yyyy * 10000 + run-date-mm * 100 + 1.
    move days-in-month(run-date-mm) to period-days.
    if run-date-mm = 2
       divide run-date-yyyy by 4 giving leap-quotient
           remainder leap-remainder
       if leap-remainder = zero
          move 29 to period-days
          divide run-date-yyyy by 100 giving leap-quotient
              remainder leap-remainder
          if leap-remainder = zero
             move 28 to period-days
             divide run-date-yyyy by 400 giving leap-quotient
                 remainder leap-remainder
             if leap-remainder = zero
                move 29 to period-days.
    perform 161-prorate-one-rating-para
        varying rating-rate-index from 1 by 1
        until rating-rate-index > 5.

161-prorate-one-rating-para.
    move zero to last-segment-entry.
    perform 162-rate-one-day-para
        varying period-day from 1 by 1
        until period-day > period-days.

162-rate-one-day-para.
    compute period-day-date = period-start-date + period-day - 1.
    move zero to day-rate-found-index.
    move zero to day-rate-date.
    perform 163-find-rate-in-force-para
        varying rate-scan-index from 1 by 1
        until rate-scan-index > rate-entry-count.
    if day-rate-found-index > zero
       add re-rate(day-rate-found-index)
           to rating-rate-day-sum(rating-rate-index)
       if day-rate-found-index = last-segment-entry
          add 1 to seg-days(segment-count)
       else
          if segment-count < max-segments
             add 1 to segment-count
             move rating-rate-index
                 to seg-rating-index(segment-count)
             move re-effective-date(day-rate-found-index)
                 to seg-effective-date(segment-count)
             move re-rate(day-rate-found-index)
                 to seg-rate(segment-count)
             move 1 to seg-days(segment-count)
             move day-rate-found-index to last-segment-entry.

*the latest rate for the rating taking effect on or before the day
*- a later-keyed correction with the same date wins.
163-find-rate-in-force-para.
    if re-rating-index(rate-scan-index) = rating-rate-index
       and re-effective-date(rate-scan-index) not > period-day-date
       and re-effective-date(rate-scan-index) not < day-rate-date
       move re-effective-date(rate-scan-index) to day-rate-date
       move rate-scan-index to day-rate-found-index.

*one master record - rate looked up by rating, interest computed on
*the balance, the sign carried through register and totals.
200-accrue-one-account-para.
         at end move "Y" to customer-master-flag
    end-read.
    if not end-of-customer-master
       if cust-account-closed
          add 1 to skipped-closed-count
       else
          perform 210-compute-accrual-para.

210-compute-accrual-para.
    move zero to accrual-rating-index.
        when other continue
    end-evaluate.
    if accrual-rating-index = zero
       or rating-rate-day-sum(accrual-rating-index) = zero
       add 1 to skipped-no-rate-count
    else
       compute period-interest rounded =
           cust-balance * rating-rate-day-sum(accrual-rating-index)
               / period-days
       perform 220-write-register-record-para
       perform 230-accumulate-totals-para.

    move period-interest    to acr-interest.
    move cust-balance-sign  to acr-interest-sign.
    write accrual-register-record.
    write accrual-history-record from accrual-register-record.

230-accumulate-totals-para.
    add 1 to acc-acct-count(accrual-rating-index).
    move skipped-no-rate-count to ask-count-out.
    write accrual-report-line from accrual-skipped-line
                            after advancing 1 line.
    move skipped-closed-count to acl-count-out.
    write accrual-report-line from accrual-closed-line
                            after advancing 1 line.
    move period-start-date to rsh-period-start.
    move period-days       to rsh-period-days.
    write accrual-report-line from rate-segment-header
                            after advancing 2 lines.
    perform 320-rate-segment-para
        varying segment-index from 1 by 1
        until segment-index > segment-count.
    close accrual-report-file.

310-accrual-detail-para.
    move acc-net-interest(accrual-rating-index) to acd-interest-out.
    write accrual-report-line from accrual-detail-line
                            after advancing 1 line.

320-rate-segment-para.
    move accrual-rating-letter(seg-rating-index(segment-index))
        to rsl-rating-out.
    move seg-rate(segment-index)           to rsl-rate-out.
    move seg-effective-date(segment-index) to rsl-effective-out.
    move seg-days(segment-index)           to rsl-days-out.
    write accrual-report-line from rate-segment-line
                            after advancing 1 line.
