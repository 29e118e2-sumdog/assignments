*****************************************************************
*
*  Program #1 companion - riskscor
*
*  Customer risk score and watch list.  The shop's risk signals
*   live in separate places - the credit rating and a negative
*   balance on the customer master (custmast.dat), repeat
*   rejections in check-data's recycle file (recycle.dat), and
*   overdrawn or dormant bank accounts reached through the
*   confirmed links in xreflink.dat (balances from prog2's
*   merged-current.dat, dormancy from its dormledger.dat).
*   This step scores every open customer on all of them at
*   once, weights from the parameter file (riskparm.dat,
*   defaults below when a factor is missing), writes one score
*   record per customer (riskscore.dat), and prints the watch
*   list (riskwatch.out) - the highest scores ranked, each with
*   the points every factor contributed and the factor that
*   drove it, so collections and credit review start the
*   morning from the same list.
*
*****************************************************************

identification division.

program-id.   riskscor.
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
    select risk-param-file assign to "riskparm.dat"
        file status is risk-param-file-status.
    select recycle-file assign to dynamic recycle-file-name
        file status is recycle-file-status.
    select link-file assign to dynamic link-file-name
        file status is link-file-status.
    select merged-snapshot-file
        assign to dynamic merged-snapshot-file-name
        file status is merged-snapshot-file-status.
    select dormancy-ledger-file
        assign to dynamic dormancy-ledger-file-name
        file status is dormancy-ledger-file-status.
    select risk-score-file
        assign to dynamic risk-score-file-name.
    select watch-list-file
        assign to dynamic watch-list-file-name.

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

*one weight per risk factor - the factor code and the points it is
*worth.  RATING-A thru RATING-E score the credit rating; NEGBAL a
*negative customer balance; RECYCLE each consecutive rejection
*cycle on the recycle file; BANKOD each linked bank account that
*is overdrawn; DORMANT each linked bank account on a dormancy
*streak.  WATCHTOP is not a weight - it is how many customers the
*watch list shows.
fd  risk-param-file
        record contains 11 characters.
01  risk-param-record.
    05  rp-factor-code          pic x(8).
    05  rp-weight               pic 9(3).

*check-data's recycle file - tonight's rejects in the original input
*layout with their consecutive-rejection cycle count.
fd  recycle-file
        record contains 63 characters.
01  recycle-record.
    05  rcy-record              pic x(61).
    05  rcy-cycle-count         pic 9(2).

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

*prog2's dormancy ledger - every account on it is on a streak.
fd  dormancy-ledger-file
        record contains 12 characters.
01  dormancy-ledger-record.
    05  dl-acct-num             pic 9(8).
    05  dl-dormant-runs         pic 9(3).
    05  dl-escalated-flag       pic x(1).

*one score per open customer - the total and the points each factor
*contributed, so anyone reading the file can see why.
fd  risk-score-file
        record contains 44 characters.
01  risk-score-record.
    05  rs-acct-num             pic 9(4).
    05  rs-score-date           pic 9(8).
    05  rs-credit-rating        pic x(1).
    05  rs-total-score          pic 9(6).
    05  rs-rating-points        pic 9(5).
    05  rs-negbal-points        pic 9(5).
    05  rs-recycle-points       pic 9(5).
    05  rs-bankod-points        pic 9(5).
    05  rs-dormant-points       pic 9(5).

fd  watch-list-file
        record contains 80 characters.
01  watch-list-line             pic x(80).

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
    05  risk-param-eof-flag         pic x(1)   value "N".
        88  end-of-risk-params                 value "Y".
    05  recycle-eof-flag            pic x(1)   value "N".
        88  end-of-recycle-file                value "Y".
    05  link-eof-flag               pic x(1)   value "N".
        88  end-of-link-file                   value "Y".
    05  merged-snapshot-flag        pic x(1)   value "N".
        88  end-of-merged-snapshot             value "Y".
    05  dormancy-eof-flag           pic x(1)   value "N".
        88  end-of-dormancy-ledger             value "Y".
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".

01  filename-control-file-status   pic xx.
01  customer-master-file-status    pic xx.
01  risk-param-file-status         pic xx.
01  recycle-file-status            pic xx.
01  link-file-status               pic xx.
01  merged-snapshot-file-status    pic xx.
01  dormancy-ledger-file-status    pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  customer-master-file-name   pic x(50) value "custmast.dat".
    05  recycle-file-name           pic x(50) value "recycle.dat".
    05  link-file-name              pic x(50) value "xreflink.dat".
    05  merged-snapshot-file-name   pic x(50)
        value "merged-current.dat".
    05  dormancy-ledger-file-name   pic x(50) value "dormledger.dat".
    05  risk-score-file-name        pic x(50) value "riskscore.dat".
    05  watch-list-file-name        pic x(50) value "riskwatch.out".

*the weights in force - compiled-in defaults, each replaced by a
*riskparm.dat entry for the same factor when one is on file.
01  risk-weights.
    05  rating-weight-values.
        10  rating-weight-a         pic 9(3) value 0.
        10  rating-weight-b         pic 9(3) value 10.
        10  rating-weight-c         pic 9(3) value 20.
        10  rating-weight-d         pic 9(3) value 40.
        10  rating-weight-e         pic 9(3) value 60.
    05  rating-weight-table redefines rating-weight-values.
        10  rating-weight           pic 9(3) occurs 5 times.
    05  negbal-weight               pic 9(3) value 25.
    05  recycle-weight              pic 9(3) value 5.
    05  bankod-weight               pic 9(3) value 15.
    05  dormant-weight              pic 9(3) value 10.
    05  watch-list-size             pic 9(3) value 25.
    05  rating-index                pic S9(3) comp.

*per-customer signals gathered before the master is read, direct-
*indexed by account number the way check-data's seen-accounts
*table is.
01  customer-signal-table.
    05  customer-signal occurs 10000 times.
        10  cs-recycle-cycles       pic 9(2) value zero.
        10  cs-overdrawn-links      pic 9(3) value zero.
        10  cs-dormant-links        pic 9(3) value zero.
    05  signal-acct-text            pic x(4).
    05  signal-acct-num             pic 9(4).

*the bank side held whole so each confirmed link can find its
*balance and dormancy.
01  bank-account-table.
    05  bank-entry-count        pic 9(5) value zero.
    05  max-bank-entries        pic 9(5) value 20000.
    05  bank-entry occurs 20000 times.
        10  bk-acct-num         pic 9(8).
        10  bk-acct-bal         pic s9(8)v99.
        10  bk-dormant-flag     pic x(1).
    05  bank-scan-index         pic 9(5).
    05  bank-found-index        pic 9(5) value zero.
    05  bank-lookup-acct        pic 9(8).

*the watch list, highest score first - a new score is inserted in
*place and the lowest falls off the end once the list is full.
01  watch-list-table.
    05  watch-entry-count       pic 9(3) value zero.
    05  watch-entry occurs 100 times.
        10  we-acct-num         pic 9(4).
        10  we-name             pic x(25).
        10  we-credit-rating    pic x(1).
        10  we-total-score      pic 9(6).
        10  we-rating-points    pic 9(5).
        10  we-negbal-points    pic 9(5).
        10  we-recycle-points   pic 9(5).
        10  we-bankod-points    pic 9(5).
        10  we-dormant-points   pic 9(5).
    05  watch-scan-index        pic 9(3).
    05  watch-insert-point      pic 9(3).
    05  watch-shift-index       pic S9(4) comp.

01  score-work-fields.
    05  total-score             pic 9(6).
    05  rating-points           pic 9(5).
    05  negbal-points           pic 9(5).
    05  recycle-points          pic 9(5).
    05  bankod-points           pic 9(5).
    05  dormant-points          pic 9(5).
    05  top-factor-points       pic 9(5).
    05  scored-count            pic 9(5) value zero.
    05  nonzero-score-count     pic 9(5) value zero.
    05  closed-skipped-count    pic 9(5) value zero.
    05  linked-scanned-count    pic 9(5) value zero.
    05  run-date-raw            pic 9(8).
    05  run-date-display.
        10  run-date-yyyy       pic 9(4).
        10  filler              pic x(1) value "-".
        10  run-date-mm         pic 9(2).
        10  filler              pic x(1) value "-".
        10  run-date-dd         pic 9(2).

01  report-templates.
    05  watch-header-line.
        10  filler              pic x(16) value spaces.
        10  wlh-title           pic x(30)
            value "CUSTOMER RISK WATCH LIST".
        10  filler              pic x(4)  value spaces.
        10  wlh-date-label      pic x(10) value "RUN DATE: ".
        10  wlh-run-date        pic x(10).

    05  watch-column-line.
        10  filler              pic x(4)  value "RANK".
        10  filler              pic x(1)  value spaces.
        10  filler              pic x(4)  value "ACCT".
        10  filler              pic x(1)  value spaces.
        10  filler              pic x(20) value "NAME".
        10  filler              pic x(4)  value "RTG".
        10  filler              pic x(7)  value " SCORE".
        10  filler              pic x(6)  value " RATE".
        10  filler              pic x(6)  value " NEGB".
        10  filler              pic x(6)  value " RECY".
        10  filler              pic x(6)  value " BKOD".
        10  filler              pic x(6)  value " DORM".
        10  filler              pic x(1)  value spaces.
        10  filler              pic x(8)  value "DRIVER".

    05  watch-detail-line.
        10  wld-rank-out        pic zz9.
        10  filler              pic x(2)  value spaces.
        10  wld-acct-out        pic 9(4).
        10  filler              pic x(1)  value spaces.
        10  wld-name-out        pic x(20).
        10  filler              pic x(1)  value spaces.
        10  wld-rating-out      pic x(1).
        10  filler              pic x(2)  value spaces.
        10  wld-score-out       pic zzzzz9.
        10  filler              pic x(1)  value spaces.
        10  wld-rating-pts-out  pic zzzz9.
        10  filler              pic x(1)  value spaces.
        10  wld-negbal-pts-out  pic zzzz9.
        10  filler              pic x(1)  value spaces.
        10  wld-recycle-pts-out pic zzzz9.
        10  filler              pic x(1)  value spaces.
        10  wld-bankod-pts-out  pic zzzz9.
        10  filler              pic x(1)  value spaces.
        10  wld-dormant-pts-out pic zzzz9.
        10  filler              pic x(2)  value spaces.
        10  wld-driver-out      pic x(8).

    05  watch-total-line.
        10  filler              pic x(2)  value spaces.
        10  wlt-label           pic x(30).
        10  wlt-count-out       pic zzzz9.

    05  watch-weight-line.
        10  filler              pic x(2)  value spaces.
        10  wlw-label           pic x(30).
        10  wlw-weight-out      pic zz9.

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "RISKSCOR".
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
    perform 155-load-risk-weights-para.
    perform 160-load-recycle-cycles-para.
    perform 170-load-bank-accounts-para.
    perform 175-load-dormancy-ledger-para.
    perform 180-load-linked-signals-para.

    open input customer-master-file.
    if customer-master-file-status not = "00"
       display "custmast.dat not found or unreadable - "
               "nothing scored"
       move 1 to return-code
       stop run.

    open output risk-score-file.
    move "N" to customer-master-flag.
    perform 200-score-one-customer-para
        until end-of-customer-master.
    close risk-score-file.
    close customer-master-file.

    perform 300-write-watch-list-para.

    display "CUSTOMERS SCORED: " scored-count
            "  ABOVE ZERO: " nonzero-score-count
            "  ON WATCH LIST: " watch-entry-count.

    move "END"                to runlog-call-action.
    move scored-count         to runlog-call-count-1.
    move nonzero-score-count  to runlog-call-count-2.
    move watch-entry-count    to runlog-call-count-3.
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
        when "RECYCLE"
            move fc-physical-name to recycle-file-name
        when "XREFLINK"
            move fc-physical-name to link-file-name
        when "MRGSNAP"
            move fc-physical-name to merged-snapshot-file-name
        when "DORMLEDG"
            move fc-physical-name to dormancy-ledger-file-name
        when "RISKSCOR"
            move fc-physical-name to risk-score-file-name
        when "RISKWTCH"
            move fc-physical-name to watch-list-file-name
        when other
            continue
    end-evaluate.

150-set-run-date-para.
    call "busdate" using run-date-raw.
    move run-date-raw(1:4) to run-date-yyyy.
    move run-date-raw(5:2) to run-date-mm.
    move run-date-raw(7:2) to run-date-dd.

*the weights from riskparm.dat - a missing file or factor keeps the
*compiled-in default, the same convention inttol.dat follows for
*check 15's tolerance; an unknown factor code is ignored.
155-load-risk-weights-para.
    move "N" to risk-param-eof-flag.
    open input risk-param-file.
    if risk-param-file-status = "00"
       read risk-param-file
            at end move "Y" to risk-param-eof-flag
       end-read
       perform 156-apply-one-weight-para
           until end-of-risk-params
       close risk-param-file.
    if watch-list-size = zero or watch-list-size > 100
       move 100 to watch-list-size.

156-apply-one-weight-para.
    if rp-weight is numeric
       evaluate rp-factor-code
           when "RATING-A" move rp-weight to rating-weight-a
           when "RATING-B" move rp-weight to rating-weight-b
           when "RATING-C" move rp-weight to rating-weight-c
           when "RATING-D" move rp-weight to rating-weight-d
           when "RATING-E" move rp-weight to rating-weight-e
           when "NEGBAL"   move rp-weight to negbal-weight
           when "RECYCLE"  move rp-weight to recycle-weight
           when "BANKOD"   move rp-weight to bankod-weight
           when "DORMANT"  move rp-weight to dormant-weight
           when "WATCHTOP" move rp-weight to watch-list-size
           when other      continue
       end-evaluate.
    read risk-param-file
         at end move "Y" to risk-param-eof-flag
    end-read.

*tonight's repeat rejections by account - only a rejected record
*with a numeric account number can be tied to a customer, the same
*limit check-data's own recycle tracking lives with.
160-load-recycle-cycles-para.
    move "N" to recycle-eof-flag.
    open input recycle-file.
    if recycle-file-status = "00"
       read recycle-file
            at end move "Y" to recycle-eof-flag
       end-read
       perform 161-load-one-recycle-para
           until end-of-recycle-file
       close recycle-file.

161-load-one-recycle-para.
    move rcy-record(26:4) to signal-acct-text.
    if signal-acct-text is numeric
       and rcy-cycle-count is numeric
       move signal-acct-text to signal-acct-num
       if rcy-cycle-count > cs-recycle-cycles(signal-acct-num + 1)
          move rcy-cycle-count
              to cs-recycle-cycles(signal-acct-num + 1).
    read recycle-file
         at end move "Y" to recycle-eof-flag
    end-read.

*the bank side - a missing snapshot just means no bank signals
*tonight, never a reason not to score the customers.
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
    move "N"         to bk-dormant-flag(bank-entry-count).
    read merged-snapshot-file
         at end move "Y" to merged-snapshot-flag
    end-read.

*every account on the dormancy ledger is on a streak tonight - its
*bank entry is marked so a link to it scores as dormant.
175-load-dormancy-ledger-para.
    move "N" to dormancy-eof-flag.
    open input dormancy-ledger-file.
    if dormancy-ledger-file-status = "00"
       read dormancy-ledger-file
            at end move "Y" to dormancy-eof-flag
       end-read
       perform 176-mark-one-dormant-para
           until end-of-dormancy-ledger
       close dormancy-ledger-file.

176-mark-one-dormant-para.
    if dl-dormant-runs > zero
       move dl-acct-num to bank-lookup-acct
       perform 185-find-bank-account-para
       if bank-found-index > zero
          move "Y" to bk-dormant-flag(bank-found-index).
    read dormancy-ledger-file
         at end move "Y" to dormancy-eof-flag
    end-read.

*each confirmed link counts against its customer if the bank account
*behind it is overdrawn or dormant.
180-load-linked-signals-para.
    move "N" to link-eof-flag.
    open input link-file.
    if link-file-status = "00"
       read link-file
            at end move "Y" to link-eof-flag
       end-read
       perform 181-load-one-link-para
           until end-of-link-file
       close link-file.

181-load-one-link-para.
    if xl-status = "C"
       add 1 to linked-scanned-count
       move xl-bank-acct to bank-lookup-acct
       perform 185-find-bank-account-para
       if bank-found-index > zero
          if bk-acct-bal(bank-found-index) < zero
             add 1 to cs-overdrawn-links(xl-cust-acct + 1)
          end-if
          if bk-dormant-flag(bank-found-index) = "Y"
             add 1 to cs-dormant-links(xl-cust-acct + 1).
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

*one master record scored - a closed account carries no risk going
*forward and is counted, not scored.
200-score-one-customer-para.
    read customer-master-file next record
         at end move "Y" to customer-master-flag
    end-read.
    if not end-of-customer-master
       if cust-account-closed
          add 1 to closed-skipped-count
       else
          perform 210-compute-score-para
          perform 220-write-score-record-para
          if total-score > zero
             add 1 to nonzero-score-count
             perform 230-rank-customer-para.

210-compute-score-para.
    add 1 to scored-count.
    move zero to rating-index.
    evaluate cust-credit-rating
        when "A" move 1 to rating-index
        when "B" move 2 to rating-index
        when "C" move 3 to rating-index
        when "D" move 4 to rating-index
        when "E" move 5 to rating-index
        when other continue
    end-evaluate.
    move zero to rating-points.
    if rating-index > zero
       move rating-weight(rating-index) to rating-points.

    move zero to negbal-points.
    if cust-balance-sign = "-" and cust-balance > zero
       move negbal-weight to negbal-points.

    compute recycle-points =
        recycle-weight * cs-recycle-cycles(cust-acct-num + 1).
    compute bankod-points =
        bankod-weight * cs-overdrawn-links(cust-acct-num + 1).
    compute dormant-points =
        dormant-weight * cs-dormant-links(cust-acct-num + 1).

    compute total-score = rating-points + negbal-points
                        + recycle-points + bankod-points
                        + dormant-points.

220-write-score-record-para.
    move cust-acct-num      to rs-acct-num.
    move run-date-raw       to rs-score-date.
    move cust-credit-rating to rs-credit-rating.
    move total-score        to rs-total-score.
    move rating-points      to rs-rating-points.
    move negbal-points      to rs-negbal-points.
    move recycle-points     to rs-recycle-points.
    move bankod-points      to rs-bankod-points.
    move dormant-points     to rs-dormant-points.
    write risk-score-record.

*the customer goes in ahead of the first lower score already on the
*list (equal scores stay in account order); past the end of a full
*list it does not make it.
230-rank-customer-para.
    move zero to watch-insert-point.
    perform 231-find-insert-point-para
        varying watch-scan-index from 1 by 1
        until watch-scan-index > watch-entry-count
           or watch-insert-point > zero.
    if watch-insert-point = zero
       if watch-entry-count < watch-list-size
          add 1 to watch-entry-count
          move watch-entry-count to watch-insert-point
       end-if
    else
       if watch-entry-count < watch-list-size
          add 1 to watch-entry-count
       end-if
       perform 232-shift-watch-down-para
           varying watch-shift-index from watch-entry-count by -1
           until watch-shift-index not > watch-insert-point
    end-if.
    if watch-insert-point > zero
       perform 233-fill-watch-entry-para.

231-find-insert-point-para.
    if total-score > we-total-score(watch-scan-index)
       move watch-scan-index to watch-insert-point.

232-shift-watch-down-para.
    move watch-entry(watch-shift-index - 1)
        to watch-entry(watch-shift-index).

233-fill-watch-entry-para.
    move cust-acct-num      to we-acct-num(watch-insert-point).
    move spaces             to we-name(watch-insert-point).
    string cust-last-name  delimited by "  "
           ", "            delimited by size
           cust-first-name delimited by "  "
        into we-name(watch-insert-point)
    end-string.
    move cust-credit-rating to we-credit-rating(watch-insert-point).
    move total-score        to we-total-score(watch-insert-point).
    move rating-points      to we-rating-points(watch-insert-point).
    move negbal-points      to we-negbal-points(watch-insert-point).
    move recycle-points     to we-recycle-points(watch-insert-point).
    move bankod-points      to we-bankod-points(watch-insert-point).
    move dormant-points     to we-dormant-points(watch-insert-point).

*the ranked list, then the run's counts and the weights that
*produced it.
300-write-watch-list-para.
    open output watch-list-file.
    move run-date-display to wlh-run-date.
    write watch-list-line from watch-header-line
        after advancing page.
    write watch-list-line from watch-column-line
        after advancing 2 lines.
    perform 310-write-watch-detail-para
        varying watch-scan-index from 1 by 1
        until watch-scan-index > watch-entry-count.

    move "CUSTOMERS SCORED:            " to wlt-label.
    move scored-count to wlt-count-out.
    write watch-list-line from watch-total-line
        after advancing 2 lines.
    move "CUSTOMERS SCORING ABOVE ZERO:" to wlt-label.
    move nonzero-score-count to wlt-count-out.
    write watch-list-line from watch-total-line
        after advancing 1 line.
    move "CLOSED ACCOUNTS NOT SCORED:  " to wlt-label.
    move closed-skipped-count to wlt-count-out.
    write watch-list-line from watch-total-line
        after advancing 1 line.
    move "CONFIRMED BANK LINKS READ:   " to wlt-label.
    move linked-scanned-count to wlt-count-out.
    write watch-list-line from watch-total-line
        after advancing 1 line.

    move "WEIGHT RATING A/B/C/D/E:     " to wlw-label.
    move rating-weight-a to wlw-weight-out.
    write watch-list-line from watch-weight-line
        after advancing 2 lines.
    perform 320-write-rating-weight-para
        varying rating-index from 2 by 1
        until rating-index > 5.
    move "WEIGHT NEGATIVE BALANCE:     " to wlw-label.
    move negbal-weight to wlw-weight-out.
    write watch-list-line from watch-weight-line
        after advancing 1 line.
    move "WEIGHT PER REJECTION CYCLE:  " to wlw-label.
    move recycle-weight to wlw-weight-out.
    write watch-list-line from watch-weight-line
        after advancing 1 line.
    move "WEIGHT PER OVERDRAWN LINK:   " to wlw-label.
    move bankod-weight to wlw-weight-out.
    write watch-list-line from watch-weight-line
        after advancing 1 line.
    move "WEIGHT PER DORMANT LINK:     " to wlw-label.
    move dormant-weight to wlw-weight-out.
    write watch-list-line from watch-weight-line
        after advancing 1 line.
    close watch-list-file.

*one ranked customer - the points from every factor, and the one
*that contributed the most named as the driver.
310-write-watch-detail-para.
    move watch-scan-index to wld-rank-out.
    move we-acct-num(watch-scan-index)       to wld-acct-out.
    move we-name(watch-scan-index)           to wld-name-out.
    move we-credit-rating(watch-scan-index)  to wld-rating-out.
    move we-total-score(watch-scan-index)    to wld-score-out.
    move we-rating-points(watch-scan-index)  to wld-rating-pts-out.
    move we-negbal-points(watch-scan-index)  to wld-negbal-pts-out.
    move we-recycle-points(watch-scan-index) to wld-recycle-pts-out.
    move we-bankod-points(watch-scan-index)  to wld-bankod-pts-out.
    move we-dormant-points(watch-scan-index) to wld-dormant-pts-out.

    move "RATING" to wld-driver-out.
    move we-rating-points(watch-scan-index) to top-factor-points.
    if we-negbal-points(watch-scan-index) > top-factor-points
       move "NEG BAL" to wld-driver-out
       move we-negbal-points(watch-scan-index) to top-factor-points.
    if we-recycle-points(watch-scan-index) > top-factor-points
       move "RECYCLE" to wld-driver-out
       move we-recycle-points(watch-scan-index) to top-factor-points.
    if we-bankod-points(watch-scan-index) > top-factor-points
       move "BANK OD" to wld-driver-out
       move we-bankod-points(watch-scan-index) to top-factor-points.
    if we-dormant-points(watch-scan-index) > top-factor-points
       move "DORMANT" to wld-driver-out
       move we-dormant-points(watch-scan-index) to top-factor-points.

    write watch-list-line from watch-detail-line
        after advancing 1 line.

320-write-rating-weight-para.
    move spaces to wlw-label.
    move rating-weight(rating-index) to wlw-weight-out.
    write watch-list-line from watch-weight-line
        after advancing 1 line.
