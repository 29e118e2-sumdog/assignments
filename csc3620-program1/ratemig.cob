*****************************************************************
*
*  Program #1 companion - ratemig
*
*  Month-end credit-rating migration report.  custmast appends
*   every account's opening rating and each later rating change
*   to the dated rating history (ratehist.dat); this step reads
*   that history to find each account's rating at the start of
*   the period, takes its rating now from the master, and prints
*   the migration matrix - account counts, and then net
*   balances, moved from each rating (A through E) to each
*   other rating, with accounts opened during the period on
*   their own NEW row.  The diagonal is the accounts that ended
*   where they started.  The period runs from the first of the
*   business-date month to the business date; credit committee's
*   quarterly run passes the quarter's first day instead:
*     ratemig yyyymmdd
*
*****************************************************************

identification division.

program-id.   ratemig.
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
    select rating-history-file
        assign to dynamic rating-history-file-name
        file status is rating-history-file-status.
    select migration-report-file
        assign to dynamic migration-report-file-name.

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

*the rating history custmast appends to - see custmast.cob's fd.
fd  rating-history-file
        record contains 22 characters.
01  rating-history-record.
    05  rh-acct-num             pic 9(4).
    05  rh-change-date          pic 9(8).
    05  rh-old-rating           pic x(1).
    05  rh-new-rating           pic x(1).
    05  rh-balance              pic 9(5)v99.
    05  rh-balance-sign         pic x(1).

fd  migration-report-file
        record contains 80 characters.
01  migration-report-line       pic x(80).

working-storage section.

01  file-eof-flags.
    05  customer-master-flag        pic x(1)   value "N".
        88  end-of-customer-master             value "Y".
    05  rating-history-flag         pic x(1)   value "N".
        88  end-of-rating-history              value "Y".
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".

01  filename-control-file-status   pic xx.
01  customer-master-file-status    pic xx.
01  rating-history-file-status     pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  customer-master-file-name   pic x(50) value "custmast.dat".
    05  rating-history-file-name    pic x(50) value "ratehist.dat".
    05  migration-report-file-name  pic x(50) value "ratemig.out".

*what the history says about each account, subscripted by account
*number plus one - its last rating from before the period opened,
*and the old rating on its first change inside the period (blank
*on an opening entry, which marks an account new this period).
01  account-history-table.
    05  account-history-entry occurs 10000 times.
        10  ah-start-rating         pic x(1) value space.
        10  ah-period-flag          pic x(1) value "N".
        10  ah-first-old-rating     pic x(1) value space.
    05  account-history-index       pic 9(5).

*the matrix itself - rows are the rating the account started the
*period on (A thru E, then 6 for NEW), columns the rating it holds
*now.
01  migration-matrix.
    05  migration-rating-letters    pic x(5) value "ABCDE".
    05  migration-rating-letter redefines migration-rating-letters
                                    pic x(1) occurs 5 times.
    05  migration-row occurs 6 times.
        10  migration-cell occurs 5 times.
            15  mc-acct-count       pic 9(5) value zero.
            15  mc-net-balance      pic s9(9)v99 value zero.
    05  from-rating-index           pic S9(3) comp.
    05  to-rating-index             pic S9(3) comp.
    05  rating-lookup-letter        pic x(1).
    05  rating-lookup-index         pic S9(3) comp.

01  migration-counts.
    05  accounts-read-count         pic 9(5) value zero.
    05  accounts-moved-count        pic 9(5) value zero.
    05  accounts-unrated-count      pic 9(5) value zero.
    05  history-entries-read        pic 9(7) value zero.
    05  account-signed-balance      pic s9(5)v99.
    05  from-rating-letter          pic x(1).
    05  matrix-row-label            pic x(3).

01  run-date-fields.
    05  cmd-line-param              pic x(80).
    05  run-date-raw                pic 9(8).
    05  run-date-display.
        10  run-date-yyyy           pic 9(4).
        10  filler                  pic x(1) value "-".
        10  run-date-mm             pic 9(2).
        10  filler                  pic x(1) value "-".
        10  run-date-dd             pic 9(2).
    05  period-start-date           pic 9(8).
    05  period-start-display.
        10  period-start-yyyy       pic 9(4).
        10  filler                  pic x(1) value "-".
        10  period-start-mm         pic 9(2).
        10  filler                  pic x(1) value "-".
        10  period-start-dd         pic 9(2).

01  migration-report-templates.
    05  migration-report-header.
        10  filler                  pic x(12) value spaces.
        10  mrh-title               pic x(34)
            value "CREDIT RATING MIGRATION".
        10  filler                  pic x(6)  value "FROM: ".
        10  mrh-start-out           pic x(10).
        10  filler                  pic x(6)  value "  TO: ".
        10  mrh-end-out             pic x(10).

    05  migration-section-line.
        10  filler                  pic x(2)  value spaces.
        10  msl-title-out           pic x(60).

    05  migration-column-header.
        10  filler                  pic x(10) value "FROM \ TO".
        10  mch-column occurs 5 times.
            15  filler              pic x(11) value spaces.
            15  mch-rating-out      pic x(1).
        10  filler                  pic x(2)  value spaces.

    05  migration-count-line.
        10  filler                  pic x(2)  value spaces.
        10  mcl-rating-out          pic x(3).
        10  filler                  pic x(5)  value spaces.
        10  mcl-cell occurs 5 times.
            15  filler              pic x(7)  value spaces.
            15  mcl-count-out       pic zzzz9.

    05  migration-balance-line.
        10  filler                  pic x(2)  value spaces.
        10  mbl-rating-out          pic x(3).
        10  filler                  pic x(5)  value spaces.
        10  mbl-cell occurs 5 times.
            15  mbl-balance-out     pic -zzzzzzz9.99.

    05  migration-total-line.
        10  filler                  pic x(2)  value spaces.
        10  mtl-label               pic x(30).
        10  mtl-count-out           pic zzzz9.

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "RATEMIG".
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
    perform 155-set-period-start-para.

    open input customer-master-file.
    if customer-master-file-status not = "00"
       display "custmast.dat not found or unreadable - "
               "no migration report"
       move 1 to return-code
       stop run.

    perform 160-load-rating-history-para.

    move "N" to customer-master-flag.
    perform 200-place-one-account-para
        until end-of-customer-master.
    close customer-master-file.

    perform 300-migration-report-para.

    display "ACCOUNTS PLACED: " accounts-read-count
            "  MOVED: " accounts-moved-count.

    move "END"                  to runlog-call-action.
    move accounts-read-count    to runlog-call-count-1.
    move accounts-moved-count   to runlog-call-count-2.
    move accounts-unrated-count to runlog-call-count-3.
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
        when "RATEHIST"
            move fc-physical-name to rating-history-file-name
        when "RATEMIG"
            move fc-physical-name to migration-report-file-name
        when other
            continue
    end-evaluate.

150-set-run-date-para.
    call "busdate" using run-date-raw.
    move run-date-raw(1:4) to run-date-yyyy.
    move run-date-raw(5:2) to run-date-mm.
    move run-date-raw(7:2) to run-date-dd.

*first of the business-date month unless a period start was passed
*on the command line - a start after the business date is refused
*in favor of the default rather than printing an empty matrix.
155-set-period-start-para.
    move run-date-raw to period-start-date.
    move "01" to period-start-date(7:2).
    accept cmd-line-param from command-line.
    if cmd-line-param(1:8) is numeric
       and cmd-line-param(1:8) not > run-date-raw
       and cmd-line-param(1:8) not = "00000000"
       move cmd-line-param(1:8) to period-start-date.
    move period-start-date(1:4) to period-start-yyyy.
    move period-start-date(5:2) to period-start-mm.
    move period-start-date(7:2) to period-start-dd.

*the history is in the order custmast appended it, so a later entry
*before the period simply replaces an earlier one as the account's
*starting rating.  No history yet just means every account is placed
*on its current rating.
160-load-rating-history-para.
    move "N" to rating-history-flag.
    open input rating-history-file.
    if rating-history-file-status = "00"
       read rating-history-file
            at end move "Y" to rating-history-flag
       end-read
       perform 161-apply-one-history-entry-para
           until end-of-rating-history
       close rating-history-file
    else
       display "ratehist.dat not found - "
               "every account placed on its current rating".

161-apply-one-history-entry-para.
    add 1 to history-entries-read.
    compute account-history-index = rh-acct-num + 1.
    if rh-change-date < period-start-date
       move rh-new-rating
           to ah-start-rating(account-history-index)
    else
       if rh-change-date not > run-date-raw
          and ah-period-flag(account-history-index) = "N"
          move "Y" to ah-period-flag(account-history-index)
          move rh-old-rating
              to ah-first-old-rating(account-history-index).
    read rating-history-file
         at end move "Y" to rating-history-flag
    end-read.

*one master record into its matrix cell - the starting rating is the
*last one from before the period, else the old rating on its first
*change in the period (blank there means opened this period, the
*NEW row), else the account never moved and starts where it is.
200-place-one-account-para.
    read customer-master-file next record
         at end move "Y" to customer-master-flag
    end-read.
    if not end-of-customer-master
       perform 210-place-in-matrix-para.

210-place-in-matrix-para.
    add 1 to accounts-read-count.
    compute account-history-index = cust-acct-num + 1.
    if ah-start-rating(account-history-index) not = space
       move ah-start-rating(account-history-index)
           to from-rating-letter
    else
       if ah-period-flag(account-history-index) = "Y"
          move ah-first-old-rating(account-history-index)
              to from-rating-letter
       else
          move cust-credit-rating to from-rating-letter.

    if from-rating-letter = space
       move 6 to from-rating-index
    else
       move from-rating-letter to rating-lookup-letter
       perform 220-rating-index-para
       move rating-lookup-index to from-rating-index.
    move cust-credit-rating to rating-lookup-letter.
    perform 220-rating-index-para.
    move rating-lookup-index to to-rating-index.

    if from-rating-index = zero or to-rating-index = zero
       add 1 to accounts-unrated-count
    else
       if cust-balance-sign = "-"
          compute account-signed-balance = zero - cust-balance
       else
          move cust-balance to account-signed-balance
       end-if
       add 1 to mc-acct-count(from-rating-index, to-rating-index)
       add account-signed-balance
           to mc-net-balance(from-rating-index, to-rating-index)
       if from-rating-index < 6
          and from-rating-index not = to-rating-index
          add 1 to accounts-moved-count.

220-rating-index-para.
    move zero to rating-lookup-index.
    evaluate rating-lookup-letter
        when "A" move 1 to rating-lookup-index
        when "B" move 2 to rating-lookup-index
        when "C" move 3 to rating-lookup-index
        when "D" move 4 to rating-lookup-index
        when "E" move 5 to rating-lookup-index
        when other continue
    end-evaluate.

300-migration-report-para.
    open output migration-report-file.
    move period-start-display to mrh-start-out.
    move run-date-display     to mrh-end-out.
    write migration-report-line from migration-report-header
                            after advancing page.
    perform 305-set-column-heads-para
        varying to-rating-index from 1 by 1
        until to-rating-index > 5.

    move "ACCOUNT COUNTS" to msl-title-out.
    write migration-report-line from migration-section-line
                            after advancing 2 lines.
    write migration-report-line from migration-column-header
                            after advancing 1 line.
    perform 310-count-row-para
        varying from-rating-index from 1 by 1
        until from-rating-index > 6.

    move "NET BALANCES" to msl-title-out.
    write migration-report-line from migration-section-line
                            after advancing 2 lines.
    write migration-report-line from migration-column-header
                            after advancing 1 line.
    perform 320-balance-row-para
        varying from-rating-index from 1 by 1
        until from-rating-index > 6.

    move "ACCOUNTS PLACED:             " to mtl-label.
    move accounts-read-count to mtl-count-out.
    write migration-report-line from migration-total-line
                            after advancing 2 lines.
    move "ACCOUNTS MOVED RATING:       " to mtl-label.
    move accounts-moved-count to mtl-count-out.
    write migration-report-line from migration-total-line
                            after advancing 1 line.
    move "ACCOUNTS NOT RATED A THRU E: " to mtl-label.
    move accounts-unrated-count to mtl-count-out.
    write migration-report-line from migration-total-line
                            after advancing 1 line.
    close migration-report-file.

305-set-column-heads-para.
    move migration-rating-letter(to-rating-index)
        to mch-rating-out(to-rating-index).

310-count-row-para.
    perform 330-row-label-para.
    move matrix-row-label to mcl-rating-out.
    perform 311-count-cell-para
        varying to-rating-index from 1 by 1
        until to-rating-index > 5.
    write migration-report-line from migration-count-line
                            after advancing 1 line.

311-count-cell-para.
    move mc-acct-count(from-rating-index, to-rating-index)
        to mcl-count-out(to-rating-index).

320-balance-row-para.
    perform 330-row-label-para.
    move matrix-row-label to mbl-rating-out.
    perform 321-balance-cell-para
        varying to-rating-index from 1 by 1
        until to-rating-index > 5.
    write migration-report-line from migration-balance-line
                            after advancing 1 line.

321-balance-cell-para.
    move mc-net-balance(from-rating-index, to-rating-index)
        to mbl-balance-out(to-rating-index).

330-row-label-para.
    if from-rating-index = 6
       move "NEW" to matrix-row-label
    else
       move migration-rating-letter(from-rating-index)
           to matrix-row-label.
