*****************************************************************
*
*  Program #1 companion - househld
*
*  Householding of customers who share an address.  Spouses,
*   parents and adult children at one address are separate
*   customers on the master and nothing tied them together, so
*   the shop's exposure to one household could not be seen.
*   This step takes each open customer's address from
*   custaddr.dat, normalizes the street, city and zip (case,
*   punctuation, spacing, and the common street words cut to
*   their postal abbreviations) and groups the customers whose
*   normalized addresses match.  Every group is a household
*   with a household ID, kept on the household file
*   (househld.dat) from run to run - a household keeps the ID
*   it had last run as long as one of its members had it.
*   Matching gets it wrong sometimes, so the override file
*   (hhovride.dat) can split a customer out into a household of
*   their own or join them to another customer's household.  The
*   exposure report (hhexpos.out) lists every household of two
*   or more - the members, their combined customer balance, and
*   the combined balance of their linked bank accounts from
*   xreflink.dat (balances from prog2's merged-current.dat).
*
*****************************************************************

identification division.

program-id.   househld.
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
    select household-override-file assign to "hhovride.dat"
        file status is household-override-file-status.
    select link-file assign to dynamic link-file-name
        file status is link-file-status.
    select merged-snapshot-file
        assign to dynamic merged-snapshot-file-name
        file status is merged-snapshot-file-status.
    select household-file assign to dynamic household-file-name
        file status is household-file-status.
    select exposure-report-file
        assign to dynamic exposure-report-file-name.

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

*the manual corrections to the address matching, applied in file
*order after it.  Action S splits the customer out into a household
*of their own; action J joins them to the household of the target
*account.  The reason is for the people reading the file.
fd  household-override-file
        record contains 29 characters.
01  household-override-record.
    05  ho-action               pic x(1).
        88  ho-split                       value "S".
        88  ho-join                        value "J".
    05  ho-acct-num             pic 9(4).
    05  ho-target-acct          pic 9(4).
    05  ho-reason               pic x(20).

*xrefbld's judged customer/bank pairs - only C (confirmed) counts.
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

*the household file - one record per householded customer, in
*account order, with the household they belong to, the normalized
*address key the matching used, how they got there (A address match,
*S split override, J join override) and the date the customer was
*first put in that household.  Read at the start of the run for the
*IDs already given out and rewritten whole at the end.
fd  household-file
        record contains 59 characters.
01  household-record.
    05  hh-household-id         pic 9(6).
    05  hh-acct-num             pic 9(4).
    05  hh-match-key            pic x(40).
    05  hh-source               pic x(1).
    05  hh-assigned-date        pic 9(8).

fd  exposure-report-file
        record contains 80 characters.
01  exposure-report-line        pic x(80).

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
    05  address-eof-flag            pic x(1)   value "N".
        88  end-of-address-file                value "Y".
    05  override-eof-flag           pic x(1)   value "N".
        88  end-of-override-file               value "Y".
    05  link-eof-flag               pic x(1)   value "N".
        88  end-of-link-file                   value "Y".
    05  merged-snapshot-flag        pic x(1)   value "N".
        88  end-of-merged-snapshot             value "Y".
    05  household-eof-flag          pic x(1)   value "N".
        88  end-of-household-file              value "Y".
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".

01  filename-control-file-status   pic xx.
01  customer-master-file-status    pic xx.
01  address-file-status            pic xx.
01  household-override-file-status pic xx.
01  link-file-status               pic xx.
01  merged-snapshot-file-status    pic xx.
01  household-file-status          pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  customer-master-file-name   pic x(50) value "custmast.dat".
    05  address-file-name           pic x(50) value "custaddr.dat".
    05  link-file-name              pic x(50) value "xreflink.dat".
    05  merged-snapshot-file-name   pic x(50)
        value "merged-current.dat".
    05  household-file-name         pic x(50) value "househld.dat".
    05  exposure-report-file-name   pic x(50) value "hhexpos.out".

*per-account tables, direct-indexed by account number the way
*check-data's seen-accounts table is - the newest address on file,
*the household the account had last run, and the combined balance
*of its confirmed bank links.
01  account-tables.
    05  account-entry occurs 10000 times.
        10  ac-has-address      pic x(1) value "N".
        10  ac-street           pic x(20).
        10  ac-city             pic x(15).
        10  ac-zip              pic 9(5).
        10  ac-prior-household  pic 9(6) value zero.
        10  ac-prior-date       pic 9(8) value zero.
        10  ac-bank-balance     pic s9(9)v99 value zero.
        10  ac-member-index     pic 9(4) value zero.
    05  account-index           pic 9(5).
    05  next-household-id       pic 9(6) value 1.

*the bank side held whole so each confirmed link can find its
*balance.
01  bank-account-table.
    05  bank-entry-count        pic 9(5) value zero.
    05  max-bank-entries        pic 9(5) value 20000.
    05  bank-entry occurs 20000 times.
        10  bk-acct-num         pic 9(8).
        10  bk-acct-bal         pic s9(8)v99.
    05  bank-scan-index         pic 9(5).
    05  bank-found-index        pic 9(5) value zero.
    05  bank-lookup-acct        pic 9(8).

*every open customer with an address, in account order, and the
*group the matching put them in.
01  member-table.
    05  member-count            pic 9(4) value zero.
    05  max-members             pic 9(4) value 9999.
    05  member-entry occurs 9999 times.
        10  mb-acct-num         pic 9(4).
        10  mb-match-key        pic x(40).
        10  mb-group            pic 9(4).
        10  mb-source           pic x(1).
        10  mb-name             pic x(25).
        10  mb-credit-rating    pic x(1).
        10  mb-balance          pic s9(5)v99.
        10  mb-bank-balance     pic s9(9)v99.
    05  member-index            pic 9(4).
    05  member-scan-index       pic 9(4).
    05  member-found-index      pic 9(4) value zero.

*one group per household, in the order its first member was met.
01  group-table.
    05  group-count             pic 9(4) value zero.
    05  group-entry occurs 9999 times.
        10  grp-household-id    pic 9(6).
        10  grp-member-count    pic 9(4).
        10  grp-cust-balance    pic s9(9)v99.
        10  grp-bank-balance    pic s9(9)v99.
    05  group-index             pic 9(4).
    05  group-scan-index        pic 9(4).
    05  group-found-index       pic 9(4) value zero.
    05  target-group            pic 9(4).
    05  candidate-household-id  pic 9(6).
    05  household-claimed-flag  pic x(1).
        88  household-claimed              value "Y".

*address normalization work - a street or city is cleaned into one
*upper-case, punctuation-free, single-spaced string, and the words
*of a street are then cut to their postal abbreviations.
01  normalize-work.
    05  norm-text               pic x(20).
    05  norm-clean              pic x(20).
    05  norm-char               pic x(1).
    05  norm-char-index         pic 9(2).
    05  norm-out-length         pic 9(2).
    05  norm-last-space-flag    pic x(1).
    05  norm-words.
        10  norm-word           pic x(20) occurs 6 times.
    05  norm-word-count         pic 9(2).
    05  norm-word-index         pic 9(2).
    05  norm-pointer            pic 9(2).
    05  norm-street             pic x(20).
    05  norm-city               pic x(15).
    05  norm-key.
        10  nk-street           pic x(20).
        10  nk-city             pic x(15).
        10  nk-zip              pic 9(5).

01  street-word-values.
    05  filler  pic x(15) value "STREET    ST   ".
    05  filler  pic x(15) value "AVENUE    AVE  ".
    05  filler  pic x(15) value "ROAD      RD   ".
    05  filler  pic x(15) value "DRIVE     DR   ".
    05  filler  pic x(15) value "LANE      LN   ".
    05  filler  pic x(15) value "BOULEVARD BLVD ".
    05  filler  pic x(15) value "COURT     CT   ".
    05  filler  pic x(15) value "PLACE     PL   ".
    05  filler  pic x(15) value "APARTMENT APT  ".
    05  filler  pic x(15) value "NORTH     N    ".
    05  filler  pic x(15) value "SOUTH     S    ".
    05  filler  pic x(15) value "EAST      E    ".
    05  filler  pic x(15) value "WEST      W    ".
01  street-word-table redefines street-word-values.
    05  street-word-entry occurs 13 times.
        10  sw-full-word        pic x(10).
        10  sw-abbreviation     pic x(5).
01  street-word-index           pic 9(2).

01  run-counts.
    05  addressed-count         pic 9(5) value zero.
    05  no-master-count         pic 9(5) value zero.
    05  closed-skipped-count    pic 9(5) value zero.
    05  multi-household-count   pic 9(5) value zero.
    05  multi-member-count      pic 9(5) value zero.
    05  single-household-count  pic 9(5) value zero.
    05  new-household-count     pic 9(5) value zero.
    05  split-applied-count     pic 9(5) value zero.
    05  join-applied-count      pic 9(5) value zero.
    05  override-rejected-count pic 9(5) value zero.
    05  overrides-applied-count pic 9(5) value zero.
    05  run-date-raw            pic 9(8).
    05  run-date-display.
        10  run-date-yyyy       pic 9(4).
        10  filler              pic x(1) value "-".
        10  run-date-mm         pic 9(2).
        10  filler              pic x(1) value "-".
        10  run-date-dd         pic 9(2).

01  report-templates.
    05  exposure-header-line.
        10  filler              pic x(16) value spaces.
        10  ehl-title           pic x(30)
            value "HOUSEHOLD EXPOSURE REPORT".
        10  filler              pic x(4)  value spaces.
        10  ehl-date-label      pic x(10) value "RUN DATE: ".
        10  ehl-run-date        pic x(10).

    05  household-heading-line.
        10  filler              pic x(10) value "HOUSEHOLD ".
        10  hhl-id-out          pic 9(6).
        10  filler              pic x(2)  value spaces.
        10  hhl-street-out      pic x(20).
        10  filler              pic x(1)  value spaces.
        10  hhl-city-out        pic x(15).
        10  filler              pic x(1)  value spaces.
        10  hhl-zip-out         pic 9(5).

    05  member-column-line.
        10  filler              pic x(4)  value spaces.
        10  filler              pic x(6)  value "ACCT".
        10  filler              pic x(26) value "NAME".
        10  filler              pic x(4)  value "RTG".
        10  filler              pic x(14) value "   CUST BAL".
        10  filler              pic x(16) value "   LINKED BANK".
        10  filler              pic x(6)  value "HOW".

    05  member-detail-line.
        10  filler              pic x(4)  value spaces.
        10  mdl-acct-out        pic 9(4).
        10  filler              pic x(2)  value spaces.
        10  mdl-name-out        pic x(25).
        10  filler              pic x(1)  value spaces.
        10  mdl-rating-out      pic x(1).
        10  filler              pic x(2)  value spaces.
        10  mdl-balance-out     pic -(6)9.99.
        10  filler              pic x(2)  value spaces.
        10  mdl-bank-out        pic -(10)9.99.
        10  filler              pic x(2)  value spaces.
        10  mdl-source-out      pic x(7).

    05  household-total-line.
        10  filler              pic x(10) value spaces.
        10  htl-label           pic x(22) value "HOUSEHOLD TOTAL".
        10  filler              pic x(4)  value spaces.
        10  htl-cust-out        pic -(9)9.99.
        10  filler              pic x(1)  value spaces.
        10  htl-bank-out        pic -(10)9.99.

    05  household-exposure-line.
        10  filler              pic x(10) value spaces.
        10  filler              pic x(22)
            value "COMBINED EXPOSURE".
        10  filler              pic x(19) value spaces.
        10  hel-exposure-out    pic -(10)9.99.

    05  exposure-total-line.
        10  filler              pic x(2)  value spaces.
        10  etl-label           pic x(36).
        10  etl-count-out       pic zzzz9.

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "HOUSEHLD".
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
    perform 165-load-prior-households-para.
    perform 170-load-bank-accounts-para.
    perform 175-load-linked-balances-para.

    open input customer-master-file.
    if customer-master-file-status not = "00"
       display "custmast.dat not found or unreadable - "
               "no households built"
       move 1 to return-code
       stop run.
    perform 200-build-member-para
        varying account-index from 1 by 1
        until account-index > 10000.
    close customer-master-file.

    perform 250-apply-overrides-para.
    perform 280-assign-household-ids-para
        varying group-index from 1 by 1
        until group-index > group-count.
    perform 290-total-households-para
        varying member-index from 1 by 1
        until member-index > member-count.

    perform 400-write-household-file-para.
    perform 500-write-exposure-report-para.

    display "CUSTOMERS HOUSEHOLDED: " member-count
            "  HOUSEHOLDS OF TWO OR MORE: " multi-household-count.

    move "END"                  to runlog-call-action.
    move member-count           to runlog-call-count-1.
    move multi-household-count  to runlog-call-count-2.
    move overrides-applied-count to runlog-call-count-3.
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
        when "XREFLINK"
            move fc-physical-name to link-file-name
        when "MRGSNAP"
            move fc-physical-name to merged-snapshot-file-name
        when "HOUSEHLD"
            move fc-physical-name to household-file-name
        when "HHEXPOS"
            move fc-physical-name to exposure-report-file-name
        when other
            continue
    end-evaluate.

150-set-run-date-para.
    call "busdate" using run-date-raw.
    move run-date-raw(1:4) to run-date-yyyy.
    move run-date-raw(5:2) to run-date-mm.
    move run-date-raw(7:2) to run-date-dd.

*the address file whole - a later record for the same account
*replaces an earlier one, so the newest address is the one matched.
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
       move adr-zip    to ac-zip(adr-acct-num + 1).
    read address-file
         at end move "Y" to address-eof-flag
    end-read.

*last run's household file - the IDs already given out, so a
*household keeps its ID, and the next free one.  The first run has
*no file and starts numbering at 1.
165-load-prior-households-para.
    move "N" to household-eof-flag.
    open input household-file.
    if household-file-status = "00"
       read household-file
            at end move "Y" to household-eof-flag
       end-read
       perform 166-load-one-prior-para
           until end-of-household-file
       close household-file.

166-load-one-prior-para.
    move hh-household-id  to ac-prior-household(hh-acct-num + 1).
    move hh-assigned-date to ac-prior-date(hh-acct-num + 1).
    if hh-household-id not < next-household-id
       compute next-household-id = hh-household-id + 1.
    read household-file
         at end move "Y" to household-eof-flag
    end-read.

*the bank side - a missing snapshot just means no linked balances
*tonight, never a reason not to build the households.
170-load-bank-accounts-para.
    move "N" to merged-snapshot-flag.
    open input merged-snapshot-file.
    if merged-snapshot-file-status = "00"
       read merged-snapshot-file
            at end move "Y" to merged-snapshot-flag
       end-read
       perform 171-load-one-bank-account-para
           until end-of-merged-snapshot
              or bank-entry-count = max-bank-entries
       close merged-snapshot-file.

171-load-one-bank-account-para.
    move merged-snapshot-record to merged-record-work.
    add 1 to bank-entry-count.
    move mw-acct-num to bk-acct-num(bank-entry-count).
    move mw-acct-bal to bk-acct-bal(bank-entry-count).
    read merged-snapshot-file
         at end move "Y" to merged-snapshot-flag
    end-read.

*every confirmed link adds its bank balance to the customer's
*linked total.
175-load-linked-balances-para.
    move "N" to link-eof-flag.
    open input link-file.
    if link-file-status = "00"
       read link-file
            at end move "Y" to link-eof-flag
       end-read
       perform 176-load-one-link-para
           until end-of-link-file
       close link-file.

176-load-one-link-para.
    if xl-status = "C"
       move xl-bank-acct to bank-lookup-acct
       perform 185-find-bank-account-para
       if bank-found-index > zero
          add bk-acct-bal(bank-found-index)
              to ac-bank-balance(xl-cust-acct + 1).
    read link-file
         at end move "Y" to link-eof-flag
    end-read.

185-find-bank-account-para.
    move zero to bank-found-index.
    perform 186-match-bank-account-para
        varying bank-scan-index from 1 by 1
        until bank-scan-index > bank-entry-count
           or bank-found-index > zero.

186-match-bank-account-para.
    if bk-acct-num(bank-scan-index) = bank-lookup-acct
       move bank-scan-index to bank-found-index.

*one account with an address - kept only while it is open on the
*master, and put in the household of the first customer already
*seen at the same normalized address, or a new one of its own.
200-build-member-para.
    if ac-has-address(account-index) = "Y"
       add 1 to addressed-count
       compute cust-acct-num = account-index - 1
       read customer-master-file
            invalid key
                add 1 to no-master-count
            not invalid key
                if cust-account-closed
                   add 1 to closed-skipped-count
                else
                   if member-count < max-members
                      perform 210-add-member-para
                   end-if
                end-if
       end-read.

210-add-member-para.
    add 1 to member-count.
    move member-count to ac-member-index(account-index).
    move cust-acct-num to mb-acct-num(member-count).
    move spaces to mb-name(member-count).
    string cust-last-name  delimited by "  "
           ", "            delimited by size
           cust-first-name delimited by "  "
        into mb-name(member-count)
    end-string.
    move cust-credit-rating to mb-credit-rating(member-count).
    move cust-balance to mb-balance(member-count).
    if cust-balance-sign = "-"
       compute mb-balance(member-count) = zero - cust-balance.
    move ac-bank-balance(account-index)
        to mb-bank-balance(member-count).

    perform 300-normalize-address-para.
    move norm-key to mb-match-key(member-count).
    move "A"      to mb-source(member-count).

    move zero to member-found-index.
    perform 211-match-member-key-para
        varying member-scan-index from 1 by 1
        until member-scan-index not < member-count
           or member-found-index > zero.
    if member-found-index > zero
       move mb-group(member-found-index) to mb-group(member-count)
    else
       add 1 to group-count
       move group-count to mb-group(member-count).

211-match-member-key-para.
    if mb-match-key(member-scan-index) = norm-key
       move member-scan-index to member-found-index.

*the override file, in order, after the matching.  An override for
*a customer (or target) who is not householded tonight is counted
*and ignored.
250-apply-overrides-para.
    move "N" to override-eof-flag.
    open input household-override-file.
    if household-override-file-status = "00"
       read household-override-file
            at end move "Y" to override-eof-flag
       end-read
       perform 251-apply-one-override-para
           until end-of-override-file
       close household-override-file.

251-apply-one-override-para.
    move zero to member-found-index target-group.
    if ho-acct-num is numeric
       move ac-member-index(ho-acct-num + 1) to member-found-index.
    if ho-join and ho-target-acct is numeric
       if ac-member-index(ho-target-acct + 1) > zero
          move mb-group(ac-member-index(ho-target-acct + 1))
              to target-group.
    evaluate true
        when member-found-index = zero
            add 1 to override-rejected-count
        when ho-split
            add 1 to group-count
            move group-count to mb-group(member-found-index)
            move "S" to mb-source(member-found-index)
            add 1 to split-applied-count
        when ho-join and target-group > zero
            move target-group to mb-group(member-found-index)
            move "J" to mb-source(member-found-index)
            add 1 to join-applied-count
        when other
            add 1 to override-rejected-count
    end-evaluate.
    read household-override-file
         at end move "Y" to override-eof-flag
    end-read.

*a group keeps the household ID the first of its members (in account
*order) had last run, unless an earlier group has already kept it -
*otherwise it is a new household and gets the next ID.  A split can
*leave a group with no members at all; it gets no ID.
280-assign-household-ids-para.
    move zero to grp-household-id(group-index)
                 grp-member-count(group-index)
                 grp-cust-balance(group-index)
                 grp-bank-balance(group-index).
    perform 281-try-prior-household-para
        varying member-scan-index from 1 by 1
        until member-scan-index > member-count
           or grp-household-id(group-index) > zero.
    if grp-household-id(group-index) = zero
       perform 283-new-household-para.

281-try-prior-household-para.
    if mb-group(member-scan-index) = group-index
       move ac-prior-household(mb-acct-num(member-scan-index) + 1)
           to candidate-household-id
       if candidate-household-id > zero
          move "N" to household-claimed-flag
          perform 282-check-claimed-para
              varying group-scan-index from 1 by 1
              until group-scan-index not < group-index
                 or household-claimed
          if not household-claimed
             move candidate-household-id
                 to grp-household-id(group-index).

282-check-claimed-para.
    if grp-household-id(group-scan-index) = candidate-household-id
       move "Y" to household-claimed-flag.

283-new-household-para.
    move zero to member-found-index.
    perform 284-find-first-member-para
        varying group-scan-index from 1 by 1
        until group-scan-index > member-count
           or member-found-index > zero.
    if member-found-index > zero
       move next-household-id to grp-household-id(group-index)
       add 1 to next-household-id
       add 1 to new-household-count.

284-find-first-member-para.
    if mb-group(group-scan-index) = group-index
       move group-scan-index to member-found-index.

290-total-households-para.
    move mb-group(member-index) to group-index.
    add 1 to grp-member-count(group-index).
    add mb-balance(member-index) to grp-cust-balance(group-index).
    add mb-bank-balance(member-index)
        to grp-bank-balance(group-index).

*normalizes the address of the account at account-index into
*norm-key - street cleaned and abbreviated, city cleaned, zip as is.
300-normalize-address-para.
    move ac-street(account-index) to norm-text.
    perform 310-clean-text-para.
    perform 320-abbreviate-street-para.
    move norm-street to nk-street.
    move ac-city(account-index) to norm-text.
    perform 310-clean-text-para.
    move norm-clean to nk-city.
    move ac-zip(account-index) to nk-zip.

*upper case, punctuation dropped, runs of spaces cut to one and
*leading spaces removed.
310-clean-text-para.
    inspect norm-text converting "abcdefghijklmnopqrstuvwxyz"
                              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
    move spaces to norm-clean.
    move zero   to norm-out-length.
    move "Y"    to norm-last-space-flag.
    perform 311-clean-one-char-para
        varying norm-char-index from 1 by 1
        until norm-char-index > 20.

311-clean-one-char-para.
    move norm-text(norm-char-index:1) to norm-char.
    if norm-char = "." or "," or "#" or "'" or "-"
       continue
    else
       if norm-char = space
          if norm-last-space-flag = "N"
             add 1 to norm-out-length
             move "Y" to norm-last-space-flag
          end-if
       else
          add 1 to norm-out-length
          move norm-char to norm-clean(norm-out-length:1)
          move "N" to norm-last-space-flag.

*each word of the cleaned street replaced by its abbreviation when
*it has one, then the words put back with one space between them.
320-abbreviate-street-para.
    move spaces to norm-street norm-words.
    move zero   to norm-word-count.
    if norm-clean not = spaces
       unstring norm-clean delimited by all spaces
           into norm-word(1) norm-word(2) norm-word(3)
                norm-word(4) norm-word(5) norm-word(6)
           tallying in norm-word-count
       end-unstring
       move 1 to norm-pointer
       perform 321-rebuild-one-word-para
           varying norm-word-index from 1 by 1
           until norm-word-index > norm-word-count.

321-rebuild-one-word-para.
    if norm-word(norm-word-index) not = spaces
       perform 322-match-street-word-para
           varying street-word-index from 1 by 1
           until street-word-index > 13
       if norm-pointer > 1 and norm-pointer < 21
          string " " delimited by size
              into norm-street with pointer norm-pointer
          end-string
       end-if
       if norm-pointer < 21
          string norm-word(norm-word-index) delimited by space
              into norm-street with pointer norm-pointer
          end-string.

322-match-street-word-para.
    if norm-word(norm-word-index) = sw-full-word(street-word-index)
       move sw-abbreviation(street-word-index)
           to norm-word(norm-word-index).

*the household file rewritten whole, in account order - a customer
*keeps their assigned date while they stay in the same household.
400-write-household-file-para.
    open output household-file.
    perform 410-write-one-household-para
        varying member-index from 1 by 1
        until member-index > member-count.
    close household-file.

410-write-one-household-para.
    move mb-group(member-index) to group-index.
    move grp-household-id(group-index) to hh-household-id.
    move mb-acct-num(member-index)     to hh-acct-num.
    move mb-match-key(member-index)    to hh-match-key.
    move mb-source(member-index)       to hh-source.
    if ac-prior-household(hh-acct-num + 1) = hh-household-id
       and ac-prior-date(hh-acct-num + 1) > zero
       move ac-prior-date(hh-acct-num + 1) to hh-assigned-date
    else
       move run-date-raw to hh-assigned-date.
    write household-record.

*every household of two or more - members, their combined customer
*and linked bank balances, and the two together as the household's
*exposure - then the run's counts.
500-write-exposure-report-para.
    open output exposure-report-file.
    move run-date-display to ehl-run-date.
    write exposure-report-line from exposure-header-line
        after advancing page.
    perform 510-write-one-household-para
        varying group-index from 1 by 1
        until group-index > group-count.

    move "CUSTOMERS WITH AN ADDRESS:          " to etl-label.
    move addressed-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 3 lines.
    move "  NOT ON THE MASTER:                " to etl-label.
    move no-master-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    move "  CLOSED, NOT HOUSEHOLDED:          " to etl-label.
    move closed-skipped-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    move "CUSTOMERS HOUSEHOLDED:              " to etl-label.
    move member-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    move "HOUSEHOLDS OF TWO OR MORE:          " to etl-label.
    move multi-household-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    move "  CUSTOMERS IN THEM:                " to etl-label.
    move multi-member-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    move "SINGLE-CUSTOMER HOUSEHOLDS:         " to etl-label.
    move single-household-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    move "NEW HOUSEHOLD IDS GIVEN OUT:        " to etl-label.
    move new-household-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    move "SPLIT OVERRIDES APPLIED:            " to etl-label.
    move split-applied-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    move "JOIN OVERRIDES APPLIED:             " to etl-label.
    move join-applied-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    move "OVERRIDES NOT APPLIED:              " to etl-label.
    move override-rejected-count to etl-count-out.
    write exposure-report-line from exposure-total-line
        after advancing 1 line.
    close exposure-report-file.
    compute overrides-applied-count =
        split-applied-count + join-applied-count.

510-write-one-household-para.
    if grp-member-count(group-index) = 1
       add 1 to single-household-count.
    if grp-member-count(group-index) > 1
       add 1 to multi-household-count
       add grp-member-count(group-index) to multi-member-count
       move zero to member-found-index
       perform 284-find-first-member-para
           varying group-scan-index from 1 by 1
           until group-scan-index > member-count
              or member-found-index > zero
       move grp-household-id(group-index) to hhl-id-out
       move mb-match-key(member-found-index)(1:20)
           to hhl-street-out
       move mb-match-key(member-found-index)(21:15)
           to hhl-city-out
       move mb-match-key(member-found-index)(36:5)
           to hhl-zip-out
       write exposure-report-line from household-heading-line
           after advancing 2 lines
       write exposure-report-line from member-column-line
           after advancing 1 line
       perform 520-write-member-line-para
           varying member-index from 1 by 1
           until member-index > member-count
       move grp-cust-balance(group-index) to htl-cust-out
       move grp-bank-balance(group-index) to htl-bank-out
       write exposure-report-line from household-total-line
           after advancing 1 line
       compute hel-exposure-out = grp-cust-balance(group-index)
                                + grp-bank-balance(group-index)
       write exposure-report-line from household-exposure-line
           after advancing 1 line.

520-write-member-line-para.
    if mb-group(member-index) = group-index
       move mb-acct-num(member-index)      to mdl-acct-out
       move mb-name(member-index)          to mdl-name-out
       move mb-credit-rating(member-index) to mdl-rating-out
       move mb-balance(member-index)       to mdl-balance-out
       move mb-bank-balance(member-index)  to mdl-bank-out
       evaluate mb-source(member-index)
           when "S" move "SPLIT"   to mdl-source-out
           when "J" move "JOINED"  to mdl-source-out
           when other move "ADDRESS" to mdl-source-out
       end-evaluate
       write exposure-report-line from member-detail-line
           after advancing 1 line.
