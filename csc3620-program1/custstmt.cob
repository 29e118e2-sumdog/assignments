*****************************************************************
*
*  Program #1 companion - custstmt
*
*  Month-end customer statement run over the customer master
*   custmast maintains (custmast.dat).  Nothing in the shop
*   could send a customer a statement; this step reads every
*   master record, pulls the mailing address check-data wrote
*   to custaddr.dat, the period interest intaccr posted to
*   accrual.dat, and every bank account confirmed against the
*   customer in xreflink.dat (balances from prog2's
*   merged-current.dat), and prints one statement per customer
*   (statements.out) - opening and closing balance with their
*   signs, the credit rating, the interest accrued, and the
*   linked bank balances.  The opening balance is the closing
*   balance of the customer's last statement, carried forward
*   on stmtbal.dat, which this run rewrites whole for next
*   month.  A customer with no address on file is never
*   dropped silently - the statement is not printed and the
*   account goes on the cannot-mail list (nomail.out) instead.
*   The same list carries, as needing a new address, every
*   customer whose address is flagged undeliverable because
*   mail to it has come back (see retmail).  A closed account
*   gets its final statement in the month it closed and drops
*   off the run after that.
*
*****************************************************************

identification division.

program-id.   custstmt.
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
    select address-file assign to dynamic address-file-name
        file status is address-file-status.
    select accrual-register-file
        assign to dynamic accrual-register-file-name
        file status is accrual-register-file-status.
    select link-file assign to dynamic link-file-name
        file status is link-file-status.
    select merged-snapshot-file
        assign to dynamic merged-snapshot-file-name
        file status is merged-snapshot-file-status.
    select statement-balance-file
        assign to dynamic statement-balance-file-name
        file status is statement-balance-file-status.
    select statement-file
        assign to dynamic statement-file-name.
    select cannot-mail-file
        assign to dynamic cannot-mail-file-name.

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

*intaccr's accrual register - see intaccr.cob's fd.
fd  accrual-register-file
        record contains 29 characters.
01  accrual-register-record.
    05  acr-run-date            pic 9(8).
    05  acr-acct-num            pic 9(4).
    05  acr-credit-rating       pic x(1).
    05  acr-balance             pic 9(5)v99.
    05  acr-balance-sign        pic x(1).
    05  acr-interest            pic 9(5)v99.
    05  acr-interest-sign       pic x(1).

*xrefbld's judged customer/bank pairs - only C (confirmed) links
*reach a statement.
fd  link-file
        record contains 13 characters.
01  link-record.
    05  xl-cust-acct            pic 9(4).
    05  xl-bank-acct            pic 9(8).
    05  xl-status               pic x(1).

*tonight's merged snapshot, as prog2 wrote it.
fd  merged-snapshot-file
        record contains 53 characters.
01  merged-snapshot-record      pic x(53).

*the closing balance of each customer's last statement - read at
*the start of the run as this month's opening balance, rewritten
*whole at the end with this month's closing.
fd  statement-balance-file
        record contains 20 characters.
01  statement-balance-record.
    05  sb-acct-num             pic 9(4).
    05  sb-statement-date       pic 9(8).
    05  sb-balance              pic 9(5)v99.
    05  sb-balance-sign         pic x(1).

fd  statement-file
        record contains 80 characters.
01  statement-line              pic x(80).

fd  cannot-mail-file
        record contains 80 characters.
01  cannot-mail-line            pic x(80).

working-storage section.

*one merged record pulled apart - same layout as prog2's
*merge-temp-record.
01  merged-record-work.
    05  mw-acct-name   pic x(25).
    05  mw-acct-num    pic 9(8).
    05  mw-acct-type   pic x(1).
    05  mw-acct-bal    pic s9(8)v99 sign is leading separate.
    05  mw-trans-count pic 9(4).
    05  mw-state       pic x(4).

01  file-eof-flags.
    05  customer-master-flag        pic x(1)   value "N".
        88  end-of-customer-master             value "Y".
    05  address-eof-flag            pic x(1)   value "N".
        88  end-of-address-file                value "Y".
    05  accrual-eof-flag            pic x(1)   value "N".
        88  end-of-accrual-register            value "Y".
    05  link-eof-flag               pic x(1)   value "N".
        88  end-of-link-file                   value "Y".
    05  merged-snapshot-flag        pic x(1)   value "N".
        88  end-of-merged-snapshot             value "Y".
    05  statement-balance-eof-flag  pic x(1)   value "N".
        88  end-of-statement-balances          value "Y".
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".

01  filename-control-file-status   pic xx.
01  customer-master-file-status    pic xx.
01  address-file-status            pic xx.
01  accrual-register-file-status   pic xx.
01  link-file-status               pic xx.
01  merged-snapshot-file-status    pic xx.
01  statement-balance-file-status  pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  customer-master-file-name   pic x(50) value "custmast.dat".
    05  address-file-name           pic x(50) value "custaddr.dat".
    05  accrual-register-file-name  pic x(50) value "accrual.dat".
    05  link-file-name              pic x(50) value "xreflink.dat".
    05  merged-snapshot-file-name   pic x(50)
        value "merged-current.dat".
    05  statement-balance-file-name pic x(50) value "stmtbal.dat".
    05  statement-file-name         pic x(50) value "statements.out".
    05  cannot-mail-file-name       pic x(50) value "nomail.out".

*the address on file per account - a later record for the same
*account replaces an earlier one, so the newest address mails.
01  address-table.
    05  address-entry-count     pic 9(4) value zero.
    05  max-address-entries     pic 9(4) value 9999.
    05  address-entry occurs 9999 times.
        10  at-acct-num         pic 9(4).
        10  at-street           pic x(20).
        10  at-city             pic x(15).
        10  at-state            pic x(2).
        10  at-zip              pic 9(5).
        10  at-undeliverable    pic x(1).
    05  address-scan-index      pic 9(4).
    05  address-found-index     pic 9(4) value zero.
    05  address-lookup-acct     pic 9(4).

*the period's accrual per account.
01  accrual-table.
    05  accrual-entry-count     pic 9(4) value zero.
    05  max-accrual-entries     pic 9(4) value 9999.
    05  accrual-entry occurs 9999 times.
        10  ac-acct-num         pic 9(4).
        10  ac-interest         pic 9(5)v99.
        10  ac-interest-sign    pic x(1).
    05  accrual-scan-index      pic 9(4).
    05  accrual-found-index     pic 9(4) value zero.

*confirmed links only.
01  link-table.
    05  link-entry-count        pic 9(4) value zero.
    05  max-link-entries        pic 9(4) value 5000.
    05  link-entry occurs 5000 times.
        10  lk-cust-acct        pic 9(4).
        10  lk-bank-acct        pic 9(8).
    05  link-scan-index         pic 9(4).

*the bank side held whole for the linked-balance lookups.
01  bank-account-table.
    05  bank-entry-count        pic 9(5) value zero.
    05  max-bank-entries        pic 9(5) value 20000.
    05  bank-entry occurs 20000 times.
        10  bk-acct-num         pic 9(8).
        10  bk-acct-type        pic x(1).
        10  bk-acct-bal         pic s9(8)v99.
    05  bank-scan-index         pic 9(5).
    05  bank-found-index        pic 9(5) value zero.
    05  bank-lookup-acct        pic 9(8).

*last month's closing balances in, this month's out.
01  statement-balance-table.
    05  prior-balance-count     pic 9(4) value zero.
    05  max-prior-balances      pic 9(4) value 9999.
    05  prior-balance-entry occurs 9999 times.
        10  pb-acct-num         pic 9(4).
        10  pb-statement-date   pic 9(8).
        10  pb-balance          pic 9(5)v99.
        10  pb-balance-sign     pic x(1).
    05  prior-scan-index        pic 9(4).
    05  prior-found-index       pic 9(4) value zero.
    05  closing-balance-count   pic 9(4) value zero.
    05  closing-balance-entry occurs 9999 times.
        10  cb-acct-num         pic 9(4).
        10  cb-balance          pic 9(5)v99.
        10  cb-balance-sign     pic x(1).
    05  closing-scan-index      pic 9(4).

01  statement-work-fields.
    05  run-date-raw            pic 9(8).
    05  run-date-display.
        10  run-date-yyyy       pic 9(4).
        10  filler              pic x(1) value "-".
        10  run-date-mm         pic 9(2).
        10  filler              pic x(1) value "-".
        10  run-date-dd         pic 9(2).
    05  period-start-date       pic 9(8).
    05  statement-name          pic x(26).
    05  city-state-zip          pic x(30).
    05  opening-balance         pic 9(5)v99.
    05  opening-balance-sign    pic x(1).
    05  opening-note            pic x(20).
    05  linked-bank-total       pic s9(10)v99.
    05  linked-account-count    pic 9(3).

01  statement-counters.
    05  master-read-count       pic 9(5) value zero.
    05  statement-count         pic 9(5) value zero.
    05  cannot-mail-count       pic 9(5) value zero.
    05  new-address-count       pic 9(5) value zero.
    05  closed-skipped-count    pic 9(5) value zero.
    05  linked-line-count       pic 9(5) value zero.

01  statement-templates.
    05  statement-header-line.
        10  filler              pic x(20) value spaces.
        10  filler              pic x(20) value "CUSTOMER STATEMENT".
        10  filler              pic x(16) value "STATEMENT DATE: ".
        10  sth-date-out        pic x(10).

    05  statement-address-line.
        10  filler              pic x(6)  value spaces.
        10  sta-text-out        pic x(40).

    05  statement-account-line.
        10  filler              pic x(6)  value spaces.
        10  filler              pic x(9)  value "ACCOUNT: ".
        10  stc-acct-out        pic 9(4).
        10  filler              pic x(6)  value spaces.
        10  filler              pic x(15) value "CREDIT RATING: ".
        10  stc-rating-out      pic x(1).

    05  statement-amount-line.
        10  filler              pic x(6)  value spaces.
        10  sam-label           pic x(24).
        10  sam-amount-out      pic zzzz9.99.
        10  filler              pic x(1)  value spaces.
        10  sam-sign-out        pic x(1).
        10  filler              pic x(2)  value spaces.
        10  sam-note-out        pic x(20).

    05  statement-bank-header.
        10  filler              pic x(6)  value spaces.
        10  filler              pic x(40)
            value "LINKED BANK ACCOUNTS".

    05  statement-bank-line.
        10  filler              pic x(8)  value spaces.
        10  stb-acct-out        pic 9(8).
        10  filler              pic x(4)  value spaces.
        10  filler              pic x(6)  value "TYPE: ".
        10  stb-type-out        pic x(1).
        10  filler              pic x(4)  value spaces.
        10  stb-balance-out     pic -zzzzzzz9.99.
        10  filler              pic x(2)  value spaces.
        10  stb-note-out        pic x(16).

    05  statement-bank-total-line.
        10  filler              pic x(8)  value spaces.
        10  filler              pic x(23)
            value "TOTAL LINKED BALANCES:".
        10  stt-total-out       pic -zzzzzzzzz9.99.

    05  statement-no-links-line.
        10  filler              pic x(8)  value spaces.
        10  filler              pic x(40)
            value "NO LINKED BANK ACCOUNTS ON FILE".

    05  cannot-mail-header.
        10  filler              pic x(14) value spaces.
        10  filler              pic x(36)
            value "STATEMENTS NOT MAILED".
        10  cmh-date-out        pic x(10).

    05  cannot-mail-column-header.
        10  filler              pic x(4)  value "ACCT".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(26) value "NAME".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(6)  value "RATING".
        10  filler              pic x(4)  value spaces.
        10  filler              pic x(15) value "CLOSING BALANCE".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(17) value "REASON".

    05  cannot-mail-detail-line.
        10  cmd-acct-out        pic 9(4).
        10  filler              pic x(2)  value spaces.
        10  cmd-name-out        pic x(26).
        10  filler              pic x(4)  value spaces.
        10  cmd-rating-out      pic x(1).
        10  filler              pic x(7)  value spaces.
        10  cmd-balance-out     pic zzzz9.99.
        10  filler              pic x(1)  value spaces.
        10  cmd-sign-out        pic x(1).
        10  filler              pic x(5)  value spaces.
        10  cmd-reason-out      pic x(17).

    05  statement-total-line.
        10  filler              pic x(2)  value spaces.
        10  stl-label           pic x(30).
        10  stl-count-out       pic zzzz9.

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "CUSTSTMT".
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
    perform 160-load-addresses-para.
    perform 165-load-accruals-para.
    perform 170-load-links-para.
    perform 175-load-bank-accounts-para.
    perform 180-load-prior-balances-para.

    open input customer-master-file.
    if customer-master-file-status not = "00"
       display "custmast.dat not found or unreadable - "
               "no statements produced"
       move 1 to return-code
       stop run.

    open output statement-file.
    open output cannot-mail-file.
    move run-date-display to cmh-date-out.
    write cannot-mail-line from cannot-mail-header
        after advancing page.
    write cannot-mail-line from cannot-mail-column-header
        after advancing 2 lines.

    move "N" to customer-master-flag.
    perform 200-statement-one-customer-para
        until end-of-customer-master.
    close customer-master-file.

    perform 400-statement-totals-para.
    close statement-file.
    close cannot-mail-file.

    perform 500-rewrite-statement-balances-para.

    display "STATEMENTS PRINTED: " statement-count
            "  CANNOT MAIL: " cannot-mail-count.

    move "END"              to runlog-call-action.
    move statement-count    to runlog-call-count-1.
    move cannot-mail-count  to runlog-call-count-2.
    move linked-line-count  to runlog-call-count-3.
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
        when "ACCRDAT"
            move fc-physical-name to accrual-register-file-name
        when "XREFLINK"
            move fc-physical-name to link-file-name
        when "MRGSNAP"
            move fc-physical-name to merged-snapshot-file-name
        when "STMTBAL"
            move fc-physical-name to statement-balance-file-name
        when "STMTOUT"
            move fc-physical-name to statement-file-name
        when "NOMAIL"
            move fc-physical-name to cannot-mail-file-name
        when other
            continue
    end-evaluate.

150-set-run-date-para.
    call "busdate" using run-date-raw.
    move run-date-raw(1:4) to run-date-yyyy.
    move run-date-raw(5:2) to run-date-mm.
    move run-date-raw(7:2) to run-date-dd.
    move run-date-raw to period-start-date.
    move "01" to period-start-date(7:2).

*the address file whole - a missing file means every customer goes
*to the cannot-mail list, which is exactly what should happen.
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
    move adr-acct-num to address-lookup-acct.
    perform 162-find-address-para.
    if address-found-index = zero
       and address-entry-count < max-address-entries
       add 1 to address-entry-count
       move address-entry-count to address-found-index.
    if address-found-index > zero
       move adr-acct-num to at-acct-num(address-found-index)
       move adr-street   to at-street(address-found-index)
       move adr-city     to at-city(address-found-index)
       move adr-state    to at-state(address-found-index)
       move adr-zip      to at-zip(address-found-index)
       move adr-undeliverable-flag
           to at-undeliverable(address-found-index).
    read address-file
         at end move "Y" to address-eof-flag
    end-read.

*address-found-index comes back zero when address-lookup-acct has
*no address on file.
162-find-address-para.
    move zero to address-found-index.
    perform 163-match-address-para
        varying address-scan-index from 1 by 1
        until address-scan-index > address-entry-count
           or address-found-index > zero.

163-match-address-para.
    if at-acct-num(address-scan-index) = address-lookup-acct
       move address-scan-index to address-found-index.

*the period's interest per account - a missing register just means
*every statement shows no interest accrued.
165-load-accruals-para.
    move "N" to accrual-eof-flag.
    open input accrual-register-file.
    if accrual-register-file-status = "00"
       read accrual-register-file
            at end move "Y" to accrual-eof-flag
       end-read
       perform 166-load-one-accrual-para
           until end-of-accrual-register
              or accrual-entry-count = max-accrual-entries
       close accrual-register-file
    else
       display "accrual.dat not found - no interest shown".

166-load-one-accrual-para.
    add 1 to accrual-entry-count.
    move acr-acct-num      to ac-acct-num(accrual-entry-count).
    move acr-interest      to ac-interest(accrual-entry-count).
    move acr-interest-sign to ac-interest-sign(accrual-entry-count).
    read accrual-register-file
         at end move "Y" to accrual-eof-flag
    end-read.

167-find-accrual-para.
    move zero to accrual-found-index.
    perform 168-match-accrual-para
        varying accrual-scan-index from 1 by 1
        until accrual-scan-index > accrual-entry-count
           or accrual-found-index > zero.

168-match-accrual-para.
    if ac-acct-num(accrual-scan-index) = cust-acct-num
       move accrual-scan-index to accrual-found-index.

*confirmed links only - rejected pairs never reach a statement.
170-load-links-para.
    move "N" to link-eof-flag.
    open input link-file.
    if link-file-status = "00"
       read link-file
            at end move "Y" to link-eof-flag
       end-read
       perform 171-load-one-link-para
           until end-of-link-file
              or link-entry-count = max-link-entries
       close link-file.

171-load-one-link-para.
    if xl-status = "C"
       add 1 to link-entry-count
       move xl-cust-acct to lk-cust-acct(link-entry-count)
       move xl-bank-acct to lk-bank-acct(link-entry-count).
    read link-file
         at end move "Y" to link-eof-flag
    end-read.

175-load-bank-accounts-para.
    move "N" to merged-snapshot-flag.
    open input merged-snapshot-file.
    if merged-snapshot-file-status = "00"
       read merged-snapshot-file
            at end move "Y" to merged-snapshot-flag
       end-read
       perform 176-load-one-bank-account-para
           until end-of-merged-snapshot
              or bank-entry-count = max-bank-entries
       close merged-snapshot-file
    else
       display "merged-current.dat not found - "
               "no linked balances shown".

176-load-one-bank-account-para.
    move merged-snapshot-record to merged-record-work.
    add 1 to bank-entry-count.
    move mw-acct-num  to bk-acct-num(bank-entry-count).
    move mw-acct-type to bk-acct-type(bank-entry-count).
    move mw-acct-bal  to bk-acct-bal(bank-entry-count).
    read merged-snapshot-file
         at end move "Y" to merged-snapshot-flag
    end-read.

177-find-bank-account-para.
    move zero to bank-found-index.
    perform 178-match-bank-account-para
        varying bank-scan-index from 1 by 1
        until bank-scan-index > bank-entry-count
           or bank-found-index > zero.

178-match-bank-account-para.
    if bk-acct-num(bank-scan-index) = bank-lookup-acct
       move bank-scan-index to bank-found-index.

*last month's closing balances - a missing file means this is the
*first statement run and every opening balance is zero.
180-load-prior-balances-para.
    move "N" to statement-balance-eof-flag.
    open input statement-balance-file.
    if statement-balance-file-status = "00"
       read statement-balance-file
            at end move "Y" to statement-balance-eof-flag
       end-read
       perform 181-load-one-prior-balance-para
           until end-of-statement-balances
              or prior-balance-count = max-prior-balances
       close statement-balance-file.

181-load-one-prior-balance-para.
    add 1 to prior-balance-count.
    move sb-acct-num       to pb-acct-num(prior-balance-count).
    move sb-statement-date to pb-statement-date(prior-balance-count).
    move sb-balance        to pb-balance(prior-balance-count).
    move sb-balance-sign   to pb-balance-sign(prior-balance-count).
    read statement-balance-file
         at end move "Y" to statement-balance-eof-flag
    end-read.

182-find-prior-balance-para.
    move zero to prior-found-index.
    perform 183-match-prior-balance-para
        varying prior-scan-index from 1 by 1
        until prior-scan-index > prior-balance-count
           or prior-found-index > zero.

183-match-prior-balance-para.
    if pb-acct-num(prior-scan-index) = cust-acct-num
       move prior-scan-index to prior-found-index.

*one master record - the closing balance is carried forward whether
*or not the statement can be mailed, since the period closes either
*way; only a deliverable address on file gets a printed statement.
*An account closed before this month already had its last one.
200-statement-one-customer-para.
    read customer-master-file next record
         at end move "Y" to customer-master-flag
    end-read.
    if not end-of-customer-master
       and cust-account-closed
       and cust-close-date < period-start-date
       add 1 to closed-skipped-count
    else
       perform 205-statement-open-customer-para.

205-statement-open-customer-para.
    if not end-of-customer-master
       add 1 to master-read-count
       perform 210-carry-closing-balance-para
       move spaces to statement-name
       string cust-first-name delimited by "  "
              " "             delimited by size
              cust-last-name  delimited by "  "
           into statement-name
       end-string
       move cust-acct-num to address-lookup-acct
       perform 162-find-address-para
       if address-found-index = zero
          move "NO ADDRESS" to cmd-reason-out
          perform 300-cannot-mail-para
       else
          if at-undeliverable(address-found-index) = "U"
             add 1 to new-address-count
             move "NEEDS NEW ADDRESS" to cmd-reason-out
             perform 300-cannot-mail-para
          else
             perform 220-print-statement-para.

210-carry-closing-balance-para.
    if closing-balance-count < max-prior-balances
       add 1 to closing-balance-count
       move cust-acct-num to cb-acct-num(closing-balance-count)
       move cust-balance  to cb-balance(closing-balance-count)
       move cust-balance-sign
           to cb-balance-sign(closing-balance-count).

220-print-statement-para.
    add 1 to statement-count.
    move run-date-display to sth-date-out.
    write statement-line from statement-header-line
        after advancing page.

    move statement-name to sta-text-out.
    write statement-line from statement-address-line
        after advancing 3 lines.
    move at-street(address-found-index) to sta-text-out.
    write statement-line from statement-address-line
        after advancing 1 line.
    move spaces to city-state-zip.
    string at-city(address-found-index) delimited by "  "
           ", "                         delimited by size
           at-state(address-found-index) delimited by size
           "  "                         delimited by size
           at-zip(address-found-index)  delimited by size
        into city-state-zip
    end-string.
    move city-state-zip to sta-text-out.
    write statement-line from statement-address-line
        after advancing 1 line.

    move cust-acct-num      to stc-acct-out.
    move cust-credit-rating to stc-rating-out.
    write statement-line from statement-account-line
        after advancing 3 lines.

    perform 182-find-prior-balance-para.
    if prior-found-index > zero
       move pb-balance(prior-found-index) to opening-balance
       move pb-balance-sign(prior-found-index)
           to opening-balance-sign
       move spaces to opening-note
    else
       move zero  to opening-balance
       move space to opening-balance-sign
       move "(FIRST STATEMENT)" to opening-note.
    move "OPENING BALANCE:"   to sam-label.
    move opening-balance      to sam-amount-out.
    move opening-balance-sign to sam-sign-out.
    move opening-note         to sam-note-out.
    write statement-line from statement-amount-line
        after advancing 2 lines.

    perform 167-find-accrual-para.
    move "INTEREST ACCRUED:" to sam-label.
    if accrual-found-index > zero
       move ac-interest(accrual-found-index) to sam-amount-out
       move ac-interest-sign(accrual-found-index) to sam-sign-out
       move spaces to sam-note-out
    else
       move zero  to sam-amount-out
       move space to sam-sign-out
       move "(NONE THIS PERIOD)" to sam-note-out.
    write statement-line from statement-amount-line
        after advancing 1 line.

    move "CLOSING BALANCE:"  to sam-label.
    move cust-balance        to sam-amount-out.
    move cust-balance-sign   to sam-sign-out.
    move spaces              to sam-note-out.
    write statement-line from statement-amount-line
        after advancing 1 line.

    perform 230-print-linked-accounts-para.

*every confirmed link for the customer with tonight's merged
*balance - an account prog2 did not carry tonight is shown, but
*noted, rather than dropped.
230-print-linked-accounts-para.
    write statement-line from statement-bank-header
        after advancing 2 lines.
    move zero to linked-bank-total.
    move zero to linked-account-count.
    perform 231-print-one-link-para
        varying link-scan-index from 1 by 1
        until link-scan-index > link-entry-count.
    if linked-account-count = zero
       write statement-line from statement-no-links-line
           after advancing 1 line
    else
       move linked-bank-total to stt-total-out
       write statement-line from statement-bank-total-line
           after advancing 2 lines.

231-print-one-link-para.
    if lk-cust-acct(link-scan-index) = cust-acct-num
       add 1 to linked-account-count
       add 1 to linked-line-count
       move lk-bank-acct(link-scan-index) to bank-lookup-acct
       perform 177-find-bank-account-para
       move bank-lookup-acct to stb-acct-out
       if bank-found-index > zero
          move bk-acct-type(bank-found-index) to stb-type-out
          move bk-acct-bal(bank-found-index)  to stb-balance-out
          move spaces to stb-note-out
          add bk-acct-bal(bank-found-index) to linked-bank-total
       else
          move space to stb-type-out
          move zero  to stb-balance-out
          move "NOT IN TONIGHT" to stb-note-out
       end-if
       write statement-line from statement-bank-line
           after advancing 1 line.

300-cannot-mail-para.
    add 1 to cannot-mail-count.
    move cust-acct-num      to cmd-acct-out.
    move statement-name     to cmd-name-out.
    move cust-credit-rating to cmd-rating-out.
    move cust-balance       to cmd-balance-out.
    move cust-balance-sign  to cmd-sign-out.
    write cannot-mail-line from cannot-mail-detail-line
        after advancing 1 line.

400-statement-totals-para.
    move "CUSTOMERS ON MASTER:         " to stl-label.
    move master-read-count to stl-count-out.
    write cannot-mail-line from statement-total-line
        after advancing 2 lines.
    move "STATEMENTS PRINTED:          " to stl-label.
    move statement-count to stl-count-out.
    write cannot-mail-line from statement-total-line
        after advancing 1 line.
    move "STATEMENTS NOT MAILED:       " to stl-label.
    move cannot-mail-count to stl-count-out.
    write cannot-mail-line from statement-total-line
        after advancing 1 line.
    move "  OF WHICH NEED NEW ADDRESS: " to stl-label.
    move new-address-count to stl-count-out.
    write cannot-mail-line from statement-total-line
        after advancing 1 line.
    move "CLOSED BEFORE THIS PERIOD:   " to stl-label.
    move closed-skipped-count to stl-count-out.
    write cannot-mail-line from statement-total-line
        after advancing 1 line.

*this month's closing balances become next month's opening, the
*file rewritten whole the way xrefbld rewrites its link file.
500-rewrite-statement-balances-para.
    open output statement-balance-file.
    perform 510-write-one-balance-para
        varying closing-scan-index from 1 by 1
        until closing-scan-index > closing-balance-count.
    close statement-balance-file.

510-write-one-balance-para.
    move cb-acct-num(closing-scan-index)     to sb-acct-num.
    move run-date-raw                        to sb-statement-date.
    move cb-balance(closing-scan-index)      to sb-balance.
    move cb-balance-sign(closing-scan-index) to sb-balance-sign.
    write statement-balance-record.
