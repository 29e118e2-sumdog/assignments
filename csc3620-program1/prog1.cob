        file status is interest-rate-file-status.
    select interest-tol-param-file assign to "inttol.dat"
        file status is interest-tol-param-file-status.
    select severity-rule-file assign to "sevrules.dat"
        file status is severity-rule-file-status.
    select control-totals-file assign to "control-totals.out".
    select run-history-file assign to "checkhist.dat"
        file status is run-history-file-status.
        file status is address-file-status.
    select address-state-file assign to "addrstat.dat"
        file status is address-state-file-status.
    select closure-file assign to dynamic closure-file-name
        file status is closure-file-status.
    select undeliverable-file assign to dynamic undeliverable-file-name
        file status is undeliverable-file-status.
    select customer-master-file
        assign to dynamic customer-master-file-name
        organization is indexed
        record contains 2 characters.
01  recycle-age-param-record    pic 9(2).

*per-credit-rating interest rate table for check 15 - effective
*dated, one record per rate a rating has ever carried: the rating
*letter, the date (yyyymmdd) the rate took effect, and the rate as
*an implied four-decimal fraction of balance (a 5.25 percent rate
*for rating A from 1 October 2026 keys as "A2026100100525").  The
*rate used is the one in effect on the business date.  A rating
*with no rate in effect simply skips check 15.
fd  interest-rate-file
        record contains 14 characters.
01  interest-rate-record.
    05  irt-rating              pic x(1).
    05  irt-effective-date      pic 9(8).
    05  irt-rate                pic 9v9999.

*how far (as a percent of the expected amount) interest-in may sit
        record contains 5 characters.
01  interest-tol-param-record   pic 9(3)v99.

*the check severity rules - one record per policy decision: the
*check number, the severity it carries (H hard reject, R review
*queue, W warning only - the record passes with the message noted,
*O switched off), and the date the rule takes effect.  The latest
*rule already in effect on the run date wins for each check; a check
*with none keeps its compiled-in default from review-eligible-area.
*Checks 17 and 19 are not open to a rule.  The description is for
*the people who maintain the file.
fd  severity-rule-file
        record contains 41 characters.
01  severity-rule-record.
    05  sr-check-num            pic x(2).
    05  sr-severity             pic x(1).
    05  sr-effective-date       pic x(8).
    05  sr-description          pic x(30).

*comma-delimited twins of valid.out/exception.out - same per-record
*field values as the printed reports, minus the page headers/footers,
*so the day's run can be loaded into a spreadsheet or picked up by a
*report (trendrpt) can answer "is check 5 failing more this month
*than last?" after control-totals.out has been overwritten.
fd  run-history-file
        record contains 97 characters.
01  run-history-record.
    05  rh-run-date             pic 9(8).
    05  rh-input-count          pic 9(4).
    05  rh-exception-count      pic 9(3).
    05  rh-review-count         pic 9(3).
    05  rh-check-fails.
        10  rh-check-fail-count pic 9(4) occurs 19 times.

*end-of-run credit exposure report built from the valid records
*only - per credit rating, the account count, net balance (the
*the customer address file built from the optional type-2 records in
*the feed - one record per validated address, keyed on the account
*number of the account record the address followed, so mailings can
*run off the system instead of the paper files.  The undeliverable
*flag is "U" while the post office has returned mail sent to this
*very address (see undeliverable-file below) - mailings skip it.
fd  address-file
        record contains 47 characters.
01  address-file-record.
    05  adr-acct-num            pic 9(4).
    05  adr-street              pic x(20).
    05  adr-city                pic x(15).
    05  adr-state               pic x(2).
    05  adr-zip                 pic 9(5).
    05  adr-undeliverable-flag  pic x(1).
        88  address-undeliverable          value "U".

*the account closures that passed validation tonight, for custmast to
*apply to the customer master - one record per type-3 closure record
*in the feed, in feed order.
fd  closure-file
        record contains 32 characters.
01  closure-file-record.
    05  clo-acct-num            pic 9(4).
    05  clo-close-date          pic 9(8).
    05  clo-reason              pic x(20).

*the returned-mail list retmail maintains - one entry per account
*whose mail came back, holding the address it came back from.  A
*type-2 record repeating that address keeps the flag on; a
*different address is a fresh one, so the entry is dropped and the
*address mails again.
fd  undeliverable-file
        record contains 74 characters.
01  undeliverable-record.
    05  und-acct-num            pic 9(4).
    05  und-address.
        10  und-street          pic x(20).
        10  und-city            pic x(15).
        10  und-state           pic x(2).
        10  und-zip             pic 9(5).
    05  und-return-date         pic 9(8).
    05  und-reason              pic x(20).

*the reference table of valid two-letter address state codes, one
*code per record, same convention as the intrates.dat table - a
*pattern the within-run checks can never see.  Same record layout
*custmast maintains.
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

*restart checkpoint: one record per checkpoint interval, the last
*record written is the most recent checkpoint.  A restart run reads
    05  addr-state                  pic x(2).
    05  addr-zip                    pic x(5).

*the optional type-3 closure record - a record-type byte of "3", the
*account number being closed, the close date (yyyymmdd), and a short
*reason.  Like the address record, only the fixed feed carries it;
*unlike it, a closure stands on its own and need not follow the
*account's own record.
01  closure-record-in.
    05  cls-record-type             pic x(1).
    05  cls-acct-num                pic x(4).
    05  cls-close-date              pic x(8).
    05  cls-close-date-parts redefines cls-close-date.
        10  cls-close-yyyy          pic 9(4).
        10  cls-close-mm            pic 9(2).
        10  cls-close-dd            pic 9(2).
    05  cls-reason                  pic x(20).

01  file-eof-flags.
    05  input-file-flag             pic x(1)   value "N".
        88  end-of-input-file                  value "Y".
01  interest-rate-file-status      pic xx.
01  interest-tol-param-file-status pic xx.
01  run-history-file-status        pic xx.
01  severity-rule-file-status      pic xx.
01  recycle-age-param-file-status  pic xx.
01  valid-csv-file-status          pic xx.
01  exception-csv-file-status      pic xx.
01  address-file-status            pic xx.
01  address-state-file-status      pic xx.
01  undeliverable-file-status      pic xx.
01  closure-file-status            pic xx.
01  customer-master-file-status    pic xx.

*dynamic file names - defaulted to this program's own compiled-in
    05  exposure-file-name     pic x(50) value "exposure.out".
    05  exception-csv-file-name pic x(50) value "exception.csv".
    05  address-file-name      pic x(50) value "custaddr.dat".
    05  undeliverable-file-name pic x(50) value "undeliv.dat".
    05  closure-file-name      pic x(50) value "closures.dat".
    05  customer-master-file-name pic x(50) value "custmast.dat".

01  error-message-area.
    05  err-msg-16 pic x(35) value "16 Same person, two acct numbers   ".
    05  err-msg-17 pic x(35) value "17 Field too long for fixed layout ".
    05  err-msg-18 pic x(35) value "18 Name/birthdate differ from mastr".
    05  err-msg-19 pic x(35) value "19 Account closed on master        ".

01  error-message-table redefines error-message-area.
    05  err-msg-table              pic x(35) occurs 19 times.

*review-file routing: which check numbers are "soft" failures that a
*clerk can eyeball and approve, rather than hard rejects.  Starts with
*check 11 (discount/credit rate mismatch) and check 13 (interest
*exceeds balance with negative sign) per operations request.  These
*are only the defaults now - sevrules.dat overrides them check by
*check (see 158-load-severity-rules-para).
01  review-eligible-area.
    05  review-eligible-1   pic x(1) value "N".
    05  review-eligible-2   pic x(1) value "N".
    05  review-eligible-16  pic x(1) value "Y".
    05  review-eligible-17  pic x(1) value "N".
    05  review-eligible-18  pic x(1) value "Y".
    05  review-eligible-19  pic x(1) value "N".

01  review-eligible-table redefines review-eligible-area.
    05  review-eligible-flag       pic x(1) occurs 19 times.
        88  check-is-review-eligible          value "Y".

*the severity each check carries tonight, built from the defaults
*above and the rules in sevrules.dat in effect on the run date, with
*the effective date of the rule that set it (zero = default).
01  check-severity-table.
    05  check-severity-entry occurs 19 times.
        10  check-severity          pic x(1).
            88  check-severity-hard            value "H".
            88  check-severity-review          value "R".
            88  check-severity-warning         value "W".
            88  check-severity-off             value "O".
        10  check-rule-date         pic 9(8).
    05  severity-check-index        pic 9(2).
    05  severity-rule-eof-flag      pic x(1) value "N".
        88  end-of-severity-rules          value "Y".
    05  severity-rule-count         pic 9(4) value zero.
    05  severity-rule-ignored-count pic 9(4) value zero.
    05  severity-rule-pending-count pic 9(4) value zero.
    05  warning-record-count        pic 9(4) value zero.

01  report-control-variables.
    05  error-detected-flag          pic x(1).
        88  error-has-been-detected            value "Y".
    05  runlog-call-count-2        pic 9(7).
    05  runlog-call-count-3        pic 9(7).

*control totals posted for the end-of-day balancing sheet.
01  ctltot-call-args.
    05  ctltot-call-job-name       pic x(20) value "CHECK-DATA".
    05  ctltot-call-total-name     pic x(12).
    05  ctltot-call-total-value    pic 9(9).

01  check-failure-counts.
    05  check-fail-count            pic 9(4) occurs 19 times value zero.
    05  check-breakdown-index       pic S9(3) comp.

01  control-totals-line-templates.
        10  filler                  pic x(3)  value spaces.
        10  ct-check-count-out      pic zzz9.

    05  ct-total-warning-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(30) value "RECORDS CARRYING WARNINGS: ".
        10  ct-warning-out          pic zzz9.

    05  ct-rules-header-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(46) value
            "CHECK SEVERITY RULES IN FORCE FOR THIS RUN".

    05  ct-rules-column-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(40) value "CHECK".
        10  filler                  pic x(14) value "SEVERITY".
        10  filler                  pic x(10) value "EFFECTIVE".

    05  ct-rule-line.
        10  filler                  pic x(2)  value spaces.
        10  ct-rule-num-out         pic z9.
        10  filler                  pic x(3)  value spaces.
        10  ct-rule-msg-out         pic x(32).
        10  filler                  pic x(1)  value spaces.
        10  ct-rule-severity-out    pic x(14).
        10  ct-rule-date-out        pic x(10).

    05  ct-rules-ignored-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(30) value "RULES NOT YET IN EFFECT:   ".
        10  ct-rules-pending-out    pic zzz9.
        10  filler                  pic x(4)  value spaces.
        10  filler                  pic x(20) value "RULES UNREADABLE:".
        10  ct-rules-ignored-out    pic zzz9.

    05  ct-rule-date-edit.
        10  ct-rule-date-yyyy       pic 9(4).
        10  filler                  pic x(1)  value "-".
        10  ct-rule-date-mm         pic 9(2).
        10  filler                  pic x(1)  value "-".
        10  ct-rule-date-dd         pic 9(2).

01  recycle-line-templates.
    05  recycle-aging-header.
        10  filler                  pic x(16) value spaces.
        10  filler                  pic x(10) value spaces.
        10  err-msg-out             pic x(35).

    05  warning-msg-line.
        10  filler                  pic x(7)  value spaces.
        10  filler                  pic x(3)  value "W: ".
        10  wrn-msg-out             pic x(35).

    05  exception-file-header.
        10  filler                  pic x(20) value spaces.
        10  exh-title               pic x(23) value "DAILY EXCEPTION REPORT".
    05 interest-rate-table.
       10 rating-rate-value         pic 9v9999 occurs 5 times
                                    value zero.
    05 rating-rate-dates.
       10 rating-rate-effective     pic 9(8) occurs 5 times
                                    value zero.
    05 rating-rate-index            pic S9(3) comp.
    05 expected-interest            pic 9(6)v99.
    05 interest-tolerance-amt       pic 9(6)v99.
    05  address-valid-count         pic 9(4) value zero.
    05  address-error-count         pic 9(4) value zero.
    05  address-reject-reason       pic x(35).
    05  address-flagged-count       pic 9(4) value zero.
    05  address-cleared-count       pic 9(4) value zero.

*the returned-mail list held for the run - an entry cleared by a
*fresh address tonight is dropped when the list is written back.
01  undeliverable-variables.
    05  undeliverable-count         pic 9(5) value zero.
    05  max-undeliverable-entries   pic 9(5) value 10000.
    05  undeliverable-entry occurs 10000 times.
        10  ue-acct-num             pic 9(4).
        10  ue-address              pic x(42).
        10  ue-return-date          pic 9(8).
        10  ue-reason               pic x(20).
        10  ue-cleared-flag         pic x(1).
    05  undeliverable-index         pic 9(5).
    05  undeliverable-found-index   pic 9(5).
    05  undeliverable-eof-flag      pic x(1) value "N".
        88  end-of-undeliverable-file      value "Y".
    05  incoming-address.
        10  inc-street              pic x(20).
        10  inc-city                pic x(15).
        10  inc-state               pic x(2).
        10  inc-zip                 pic 9(5).

*type-3 closure record controls and run counters.
01  closure-record-variables.
    05  closure-record-flag         pic x(1) value "N".
        88  closure-record-pending         value "Y".
    05  closure-record-count        pic 9(4) value zero.
    05  closure-valid-count         pic 9(4) value zero.
    05  closure-error-count         pic 9(4) value zero.
    05  closure-reject-reason       pic x(35).
    05  closure-acct-num            pic 9(4).
    05  closure-day-limit           pic 9(2).
    05  closure-leap-quotient       pic 9(4) comp.
    05  closure-leap-remainder      pic 9(4) comp.
    05  closure-leap-flag           pic x(1).
        88  closure-year-is-leap           value "Y".
    05  closure-date-flag           pic x(1).
        88  closure-date-valid             value "Y".

01  address-line-templates.
    05  address-reject-line.
        10  filler                  pic x(30) value "ADDRESS RECORDS REJECTED:  ".
        10  ct-addr-reject-out      pic zzz9.

    05  ct-total-addr-flagged-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(30) value "ADDRESSES STILL UNDELIVERABLE:".
        10  ct-addr-flagged-out     pic zzz9.

    05  ct-total-addr-cleared-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(30) value "UNDELIVERABLE FLAGS CLEARED:".
        10  ct-addr-cleared-out     pic zzz9.

    05  closure-reject-line.
        10  filler                  pic x(9)  value "CLOSURE  ".
        10  crj-record-out          pic x(33).

    05  ct-total-close-read-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(30) value "CLOSURE RECORDS READ:      ".
        10  ct-close-read-out       pic zzz9.

    05  ct-total-close-written-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(30) value "CLOSURE RECORDS WRITTEN:   ".
        10  ct-close-written-out    pic zzz9.

    05  ct-total-close-reject-line.
        10  filler                  pic x(2)  value spaces.
        10  filler                  pic x(30) value "CLOSURE RECORDS REJECTED:  ".
        10  ct-close-reject-out     pic zzz9.

*prior-run rejection cycle counts, direct-indexed by account number
*the same way check 14's seen-accounts table is - loaded from the
*prior run's recycle file before this run's copy is started fresh,
        10  current-error-msg         pic x(35).
    05  current-error-checknums occurs 14 times.
        10  current-error-checknum    pic 99.
    05  current-warning-count         pic 9(2) value zero.
    05  current-warning-messages occurs 19 times.
        10  current-warning-msg       pic x(35).


procedure division.

    perform 140-load-filenames-para.
    perform 150-set-run-date-para.
    perform 158-load-severity-rules-para.
    perform 145-load-prior-recycle-para.
    perform 146-load-recycle-threshold-para.
    perform 148-load-interest-rates-para.
    perform 149-load-interest-tolerance-para.
    perform 152-load-address-states-para.
    perform 156-load-undeliverable-para.
    perform 154-open-customer-master-para.

    if restart-requested
       if address-file-status not = "00"
          open output address-file
       end-if
       open extend closure-file
       if closure-file-status not = "00"
          open output closure-file
       end-if
       perform 175-reposition-input-para
    else
       open output valid-file
       open output valid-csv-file
       open output exception-csv-file
       open output address-file
       open output closure-file
       perform 150-valid-file-header-para
       perform 150-exception-file-header-para
       perform 150-review-file-header-para
    close valid-csv-file.
    close exception-csv-file.
    close address-file.
    close closure-file.
    if address-cleared-count > zero
       perform 530-rewrite-undeliverable-para.
    close checkpoint-file.
    close control-totals-file.
    if customer-master-available
    move review-record-count    to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    move "READ"                 to ctltot-call-total-name.
    move input-record-count     to ctltot-call-total-value.
    call "ctltot" using ctltot-call-args.
    move "VALID"                to ctltot-call-total-name.
    move valid-record-count     to ctltot-call-total-value.
    call "ctltot" using ctltot-call-args.
    move "EXCEPTION"            to ctltot-call-total-name.
    move exception-record-count to ctltot-call-total-value.
    call "ctltot" using ctltot-call-args.
    move "REVIEW"               to ctltot-call-total-name.
    move review-record-count    to ctltot-call-total-value.
    call "ctltot" using ctltot-call-args.

    stop run.

*reads the shared filenames.dat control file, if present, and
            move fc-physical-name to exception-csv-file-name
        when "ADDROUT"
            move fc-physical-name to address-file-name
        when "UNDELIV"
            move fc-physical-name to undeliverable-file-name
        when "CLOSEDAT"
            move fc-physical-name to closure-file-name
        when "CUSTMAST"
            move fc-physical-name to customer-master-file-name
        when other

*reads the per-rating rate table for check 15 - a missing table
*just leaves every rate at zero, which skips the check entirely.
*Of each rating's dated rates, the latest one taking effect on or
*before the business date is the one in force; rates dated later
*are the committee's future changes and are passed over.
148-load-interest-rates-para.
    move "N" to interest-rate-eof-flag.
    open input interest-rate-file.
        when other continue
    end-evaluate.
    if rating-rate-index > zero
       if irt-effective-date not > run-date-raw
          and irt-effective-date not <
              rating-rate-effective(rating-rate-index)
          move irt-effective-date
              to rating-rate-effective(rating-rate-index)
          move irt-rate to rating-rate-value(rating-rate-index).
    read interest-rate-file
         at end move "Y" to interest-rate-eof-flag
    end-read.
       end-read
       close interest-tol-param-file.

*tonight's severity for every check - each starts from its compiled-in
*default (review-eligible "Y" is a review item, anything else a hard
*reject) and takes the latest sevrules.dat rule whose effective date
*has arrived.  A missing file leaves every default in force, the same
*convention the interest-rate table uses; an unreadable rule is
*counted and skipped, never guessed at.  Checks 17 and 19 stay hard
*rejects whatever the file says - a rule for either is ignored.
158-load-severity-rules-para.
    perform 158-set-default-severity-para
        varying severity-check-index from 1 by 1
        until severity-check-index > 19.
    move "N" to severity-rule-eof-flag.
    open input severity-rule-file.
    if severity-rule-file-status = "00"
       read severity-rule-file
            at end move "Y" to severity-rule-eof-flag
       end-read
       perform 159-apply-severity-rule-para
           until end-of-severity-rules
       close severity-rule-file.

158-set-default-severity-para.
    if check-is-review-eligible(severity-check-index)
       move "R" to check-severity(severity-check-index)
    else
       move "H" to check-severity(severity-check-index).
    move zero to check-rule-date(severity-check-index).

159-apply-severity-rule-para.
    add 1 to severity-rule-count.
    if sr-check-num is not numeric
       or sr-effective-date is not numeric
       or (sr-severity not = "H" and sr-severity not = "R"
           and sr-severity not = "W" and sr-severity not = "O")
       add 1 to severity-rule-ignored-count
    else
       move sr-check-num to severity-check-index
       if severity-check-index < 1 or severity-check-index > 19
          or severity-check-index = 17 or severity-check-index = 19
          add 1 to severity-rule-ignored-count
       else
          if sr-effective-date > run-date-raw
             add 1 to severity-rule-pending-count
          else
             if sr-effective-date >=
                   check-rule-date(severity-check-index)
                move sr-severity
                    to check-severity(severity-check-index)
                move sr-effective-date
                    to check-rule-date(severity-check-index).
    read severity-rule-file
         at end move "Y" to severity-rule-eof-flag
    end-read.

*reads the two-letter state codes for the type-2 address check -
*a missing or empty table leaves the count at zero, which skips
*the state check entirely, the same convention the interest-rate
         at end move "Y" to address-state-eof-flag
    end-read.

*the returned-mail list - a missing file just means no mail has come
*back, and nothing is flagged.
156-load-undeliverable-para.
    move "N" to undeliverable-eof-flag.
    open input undeliverable-file.
    if undeliverable-file-status = "00"
       read undeliverable-file
            at end move "Y" to undeliverable-eof-flag
       end-read
       perform 157-load-one-undeliverable-para
           until end-of-undeliverable-file
              or undeliverable-count = max-undeliverable-entries
       if not end-of-undeliverable-file
          display "undeliv.dat holds more than "
                  max-undeliverable-entries
                  " entries - run stopped, list not rewritten"
          move 1 to return-code
          stop run
       end-if
       close undeliverable-file.

157-load-one-undeliverable-para.
    add 1 to undeliverable-count.
    move und-acct-num    to ue-acct-num(undeliverable-count).
    move und-address     to ue-address(undeliverable-count).
    move und-return-date to ue-return-date(undeliverable-count).
    move und-reason      to ue-reason(undeliverable-count).
    move "N"             to ue-cleared-flag(undeliverable-count).
    read undeliverable-file
         at end move "Y" to undeliverable-eof-flag
    end-read.

*opens last night's customer master read-only for check 18 - the
*very first run has no master yet, and a shop without the master
*step at all shouldn't start rejecting feeds, so a failed open
           when other
                add 1 to feed-scan-count
                if input-line-work(1:1) not = "2"
                   and input-line-work(1:1) not = "3"
                   move input-line-work(47:7)
                       to feed-balance-text
                   inspect feed-balance-text
    perform 190-read-input-para.
    if not end-of-input-file
       and not address-record-pending
       and not closure-record-pending
*the prior-account state is rebuilt too, marked valid - the prior
*run already judged the record and wrote whatever output it earned,
*so an address record just past the restart boundary still finds
    write control-totals-line from ct-total-addr-reject-line
                            after advancing 1 line.

    move address-flagged-count to ct-addr-flagged-out.
    write control-totals-line from ct-total-addr-flagged-line
                            after advancing 1 line.

    move address-cleared-count to ct-addr-cleared-out.
    write control-totals-line from ct-total-addr-cleared-line
                            after advancing 1 line.

    move closure-record-count to ct-close-read-out.
    write control-totals-line from ct-total-close-read-line
                            after advancing 1 line.

    move closure-valid-count to ct-close-written-out.
    write control-totals-line from ct-total-close-written-line
                            after advancing 1 line.

    move closure-error-count to ct-close-reject-out.
    write control-totals-line from ct-total-close-reject-line
                            after advancing 1 line.

    write control-totals-line from ct-breakdown-header-line
                            after advancing 2 lines.

    perform 161-control-totals-breakdown-para
        varying check-breakdown-index from 1 by 1
        until check-breakdown-index > 19.

    move warning-record-count to ct-warning-out.
    write control-totals-line from ct-total-warning-line
                            after advancing 2 lines.

    write control-totals-line from ct-rules-header-line
                            after advancing 2 lines.
    write control-totals-line from ct-rules-column-line
                            after advancing 1 line.
    perform 162-control-totals-rule-para
        varying check-breakdown-index from 1 by 1
        until check-breakdown-index > 19.
    move severity-rule-pending-count to ct-rules-pending-out.
    move severity-rule-ignored-count to ct-rules-ignored-out.
    write control-totals-line from ct-rules-ignored-line
                            after advancing 2 lines.

160-exit.
    exit.
    move review-record-count    to rh-review-count.
    perform 166-move-history-check-para
        varying check-breakdown-index from 1 by 1
        until check-breakdown-index > 19.
    write run-history-record.
    close run-history-file.

    write control-totals-line from ct-breakdown-line
                            after advancing 1 line.

*one line per check - the policy the auditors need to see behind the
*night's counts.
162-control-totals-rule-para.
    move check-breakdown-index to ct-rule-num-out.
    move err-msg-table(check-breakdown-index)(4:32) to ct-rule-msg-out.
    evaluate true
        when check-severity-hard(check-breakdown-index)
             move "HARD REJECT" to ct-rule-severity-out
        when check-severity-review(check-breakdown-index)
             move "REVIEW" to ct-rule-severity-out
        when check-severity-warning(check-breakdown-index)
             move "WARNING ONLY" to ct-rule-severity-out
        when other
             move "OFF" to ct-rule-severity-out
    end-evaluate.
    if check-rule-date(check-breakdown-index) = zero
       move "DEFAULT" to ct-rule-date-out
    else
       move check-rule-date(check-breakdown-index)(1:4)
           to ct-rule-date-yyyy
       move check-rule-date(check-breakdown-index)(5:2)
           to ct-rule-date-mm
       move check-rule-date(check-breakdown-index)(7:2)
           to ct-rule-date-dd
       move ct-rule-date-edit to ct-rule-date-out.
    write control-totals-line from ct-rule-line
                            after advancing 1 line.

110-reset-flags-para.
    move "N" to check-9-flag.
    move "N" to check-10-flag.
    move "N" to check-11-flag.
    move zero to current-error-count.
    move zero to current-warning-count.
    move "N" to current-record-hard-error.
    move "N" to current-record-review-error.

*a type-2 address record and a type-3 closure record each take
*their own, much shorter path; an account record runs the full
*battery of checks as always.
200-process-input-record-para.
    if address-record-pending
       perform 500-process-address-record-para
    else
       if closure-record-pending
          perform 550-process-closure-record-para
       else
          perform 201-validate-account-record-para.

    divide input-record-count by checkpoint-interval
        giving checkpoint-quotient remainder checkpoint-remainder.
         perform 300-check-16-para.

    if acct-num-in is numeric and customer-master-available then
         perform 300-check-18-para
         if master-record-hit and cust-account-closed then
              perform 300-check-19-para.

    perform 300-check-17-para.

             perform 400-write-valid-csv-para
    end-evaluate.

    if current-warning-count > zero
       add 1 to warning-record-count
       perform 400-flush-warning-messages-para
           varying current-error-index from 1 by 1
           until current-error-index > current-warning-count.

*remember which account record the reader just finished and how it
*fared - an address record is only good against the account record
*immediately before it, and only when that record went to valid.
       move addr-city     to adr-city
       move addr-state    to adr-state
       move addr-zip      to adr-zip
       perform 515-check-undeliverable-para
       write address-file-record
    else
       perform 520-reject-address-record-para.
    if address-state-entry(address-state-index) = addr-state
       move "Y" to address-state-found-flag.

*an account on the returned-mail list keeps its flag while the feed
*repeats the address the mail came back from; any other address is a
*fresh one, which takes the account off the list.
515-check-undeliverable-para.
    move space to adr-undeliverable-flag.
    move zero to undeliverable-found-index.
    perform 516-match-undeliverable-para
        varying undeliverable-index from 1 by 1
        until undeliverable-index > undeliverable-count
           or undeliverable-found-index > zero.
    if undeliverable-found-index > zero
       move addr-street to inc-street
       move addr-city   to inc-city
       move addr-state  to inc-state
       move addr-zip    to inc-zip
       if ue-address(undeliverable-found-index) = incoming-address
          move "U" to adr-undeliverable-flag
          add 1 to address-flagged-count
       else
          move "Y" to ue-cleared-flag(undeliverable-found-index)
          add 1 to address-cleared-count.

516-match-undeliverable-para.
    if ue-acct-num(undeliverable-index) = adr-acct-num
       and ue-cleared-flag(undeliverable-index) = "N"
       move undeliverable-index to undeliverable-found-index.

*a bad address record rides the exception report so the data-entry
*team sees it next to the day's other rejects - echoed with its
*reason, without joining the account-record exception count.
         write exception-report-line from exception-page-header
                                after advancing page.

*the returned-mail list written back without the entries a fresh
*address cleared tonight.
530-rewrite-undeliverable-para.
    open output undeliverable-file.
    perform 531-write-one-undeliverable-para
        varying undeliverable-index from 1 by 1
        until undeliverable-index > undeliverable-count.
    close undeliverable-file.

531-write-one-undeliverable-para.
    if ue-cleared-flag(undeliverable-index) = "N"
       move ue-acct-num(undeliverable-index)    to und-acct-num
       move ue-address(undeliverable-index)     to und-address
       move ue-return-date(undeliverable-index) to und-return-date
       move ue-reason(undeliverable-index)      to und-reason
       write undeliverable-record.

*validates one type-3 closure record - a numeric account number, a
*real close date no later than tonight's run date, and (when last
*night's master is open) an account the master knows and has not
*already closed.  An account opened earlier in tonight's own feed is
*not on the master yet and passes on the strength of its account
*record.  A pass is written to the closure file for custmast; a
*failure is echoed on the exception report with its reason, without
*joining the account-record exception count.
550-process-closure-record-para.
    add 1 to closure-record-count.
    move spaces to closure-reject-reason.
    perform 551-check-close-date-para.

    evaluate true
        when cls-acct-num is not numeric
             move "ACCOUNT NUMBER NOT NUMERIC" to closure-reject-reason
        when not closure-date-valid
             move "CLOSE DATE NOT VALID" to closure-reject-reason
        when cls-close-date > run-date-raw
             move "CLOSE DATE AFTER RUN DATE" to closure-reject-reason
        when other
             move cls-acct-num to closure-acct-num
             if customer-master-available
                perform 552-check-closure-master-para
             end-if
    end-evaluate.

    if closure-reject-reason = spaces
       add 1 to closure-valid-count
       move closure-acct-num to clo-acct-num
       move cls-close-date   to clo-close-date
       move cls-reason       to clo-reason
       write closure-file-record
    else
       perform 555-reject-closure-record-para.

*a real calendar date - month 1-12 and a day that exists in that
*month of that year, February 29 only in a leap year.
551-check-close-date-para.
    move "N" to closure-date-flag.
    if cls-close-date is numeric
       and cls-close-mm >= 1 and cls-close-mm <= 12
       and cls-close-dd >= 1
       move days-in-month(cls-close-mm) to closure-day-limit
       move "N" to closure-leap-flag
       divide cls-close-yyyy by 4 giving closure-leap-quotient
           remainder closure-leap-remainder
       if closure-leap-remainder = zero
          move "Y" to closure-leap-flag
          divide cls-close-yyyy by 100 giving closure-leap-quotient
              remainder closure-leap-remainder
          if closure-leap-remainder = zero
             move "N" to closure-leap-flag
             divide cls-close-yyyy by 400 giving closure-leap-quotient
                 remainder closure-leap-remainder
             if closure-leap-remainder = zero
                move "Y" to closure-leap-flag
             end-if
          end-if
       end-if
       if cls-close-mm = 2 and closure-year-is-leap
          add 1 to closure-day-limit
       end-if
       if cls-close-dd <= closure-day-limit
          move "Y" to closure-date-flag.

552-check-closure-master-para.
    move closure-acct-num to cust-acct-num.
    read customer-master-file
         invalid key
             if seen-acct-flag(closure-acct-num + 1) not = "Y"
                move "ACCOUNT NOT ON MASTER" to closure-reject-reason
             end-if
         not invalid key
             if cust-account-closed
                move "ACCOUNT ALREADY CLOSED" to closure-reject-reason
             end-if
    end-read.

*a bad closure record rides the exception report the same way a bad
*address record does.
555-reject-closure-record-para.
    add 1 to closure-error-count.
    move closure-record-in to crj-record-out.
    write exception-report-line from closure-reject-line
                                after advancing 2 lines.
    move closure-reject-reason to err-msg-out.
    write exception-report-line from error-msg-line
                                after advancing 1 line.
    add 3 to exception-line-count.
    if (exception-line-count > max-exception-line-count) then
         move zero to exception-line-count
         write exception-report-line from exception-page-header
                                after advancing page.

*reads the next input line and lands it in input-record-in - a
*fixed-layout line is taken as-is, a comma-delimited one is parsed
*token by token back into the same fixed columns so every check
*downstream sees the one record shape it has always seen.
*fixed-layout lines, and the type-2 address records only the fixed
*feed carries, are told apart by the leading byte - "2" is never a
*valid first character of an account record's last name, and the
*same goes for the "3" of a type-3 closure record.
190-read-input-para.
    read input-file into input-line-work
         at end move "Y" to input-file-flag
           or (input-line-work(1:3) not = "HDR"
               and input-line-work(1:3) not = "TRL").
    move "N" to address-record-flag.
    move "N" to closure-record-flag.
    if not end-of-input-file
       if csv-input-mode
          perform 410-parse-csv-input-para
             move "Y" to address-record-flag
             move input-line-work(1:47) to address-record-in
          else
             if input-line-work(1:1) = "3"
                move "Y" to closure-record-flag
                move input-line-work(1:33) to closure-record-in
             else
                move input-line-work(1:61) to input-record-in.

191-skip-control-record-para.
    read input-file into input-line-work
          add 1 to check-fail-count(18)
          perform 400-err-msg-para.

*CHECK that a returning account has not been closed - custmast marks
*a closed account on the master and hands it to the Hashing delete
*list, so the number cannot simply come back as a new account.
*Always a hard reject; a closed account is reopened by the branch,
*not by the feed.
300-check-19-para.
    move 19 to current-check-number.
    move err-msg-19 to err-msg-out.
    add 1 to check-fail-count(19).
    perform 400-err-msg-para.

*CHECK that no comma-delimited field was wider than the fixed
*columns it maps to - the fixed feed cannot even express such a
*value, so keeping only its rightmost digits would validate a
*hard (exception.out) or review-eligible (review.out).  Which file the
*record actually lands in isn't known until every check has run, since
*one hard failure anywhere sends the whole record to exception.out
*even if other checks on it only flagged review-eligible items.  The
*classification is tonight's severity for the check: a warning-only
*check just notes its message against the record, and a check that
*is switched off takes back the failure it counted.
400-err-msg-para.
    evaluate true
        when check-severity-off(current-check-number)
             subtract 1 from check-fail-count(current-check-number)
        when check-severity-warning(current-check-number)
             if current-warning-count < 19
                add 1 to current-warning-count
                move err-msg-out
                    to current-warning-msg(current-warning-count)
             end-if
        when other
             move "Y" to error-detected-flag
             add 1 to current-error-count
             move err-msg-out
                 to current-error-messages(current-error-count)
             move current-check-number
                 to current-error-checknum(current-error-count)
             if check-severity-review(current-check-number)
                move "Y" to current-record-review-error
             else
                move "Y" to current-record-hard-error
             end-if
    end-evaluate.

400-exception-record-echo-para.
    add 1 to exception-record-count.
         write review-report-line from review-page-header
                                after advancing page.

*warning-only messages printed under the record on whichever report
*it landed on, marked so nobody reads them as the reason it failed.
400-flush-warning-messages-para.
    move current-warning-msg(current-error-index) to wrn-msg-out.
    evaluate true
        when hard-error-detected
             write exception-report-line from warning-msg-line
                                after advancing 1 line
             add 1 to exception-line-count
        when review-error-detected
             write review-report-line from warning-msg-line
                                after advancing 1 line
             add 1 to review-line-count
        when other
             write valid-report-line from warning-msg-line
                                after advancing 1 line
             add 1 to valid-line-count
    end-evaluate.

400-valid-record-echo-para.
    add 1 to valid-record-count.
    move input-record-in to valid-data-record.
