*****************************************************************
*
*  Program #1 companion - gljrnl
*
*  General-ledger journal extract.  Finance was re-keying the
*   night's numbers into the ledger by hand from accrual.out
*   and prog2's reconciliation report; this step turns the
*   postings into balanced debit/credit journal lines instead.
*   The postings are intaccr's interest (accrual.dat - only
*   the records dated tonight - netted by credit rating with
*   the interest sign honored), prog2's merged balances
*   netted by account type a/b/k/o (merged-current.dat), and
*   feeasmt's month-end fees netted by account type
*   (feetran.dat - only the fees dated tonight, so a month's
*   fees are journaled once).  Each posting is mapped to its
*   pair of GL accounts through the maintained mapping table
*   (glmap.dat - source, sub-key, debit account, credit
*   account); a posting that nets negative swaps the two
*   sides.  The journal is proved before anything leaves:
*   total debits must equal total credits and every posting
*   must have mapped.  A balanced journal is released to the
*   ledger feed (gljournal.dat); one that does not balance
*   is written to the hold file (gljhold.dat) instead, the
*   feed is left empty so last night's journal can never be
*   picked up twice, and the step ends with a nonzero return
*   code.  Either way the journal listing (gljrnl.out) shows
*   every line, the proof, and the disposition.
*
*****************************************************************

identification division.

program-id.   gljrnl.
author.       Sumit Khanna.

environment division.

configuration section.
source-computer. GNU-Linux-IA32.

input-output section.
file-control.
    select filename-control-file assign to "filenames.dat"
        file status is filename-control-file-status.
    select gl-map-file assign to "glmap.dat"
        file status is gl-map-file-status.
    select accrual-register-file
        assign to dynamic accrual-register-file-name
        file status is accrual-register-file-status.
    select merged-snapshot-file
        assign to dynamic merged-snapshot-file-name
        file status is merged-snapshot-file-status.
    select fee-transaction-file
        assign to dynamic fee-transaction-file-name
        file status is fee-transaction-file-status.
    select journal-feed-file
        assign to dynamic journal-feed-file-name.
    select journal-hold-file
        assign to dynamic journal-hold-file-name.
    select journal-report-file
        assign to dynamic journal-report-file-name.

data division.

file section.

*shared file-name control file (filenames.dat) - same control file
*and record layout custmast reads at its own startup.
fd  filename-control-file
        record contains 58 characters.
01  filename-control-record.
    05  fc-logical-name         pic x(8).
    05  fc-physical-name        pic x(50).

*one mapping row per posting source and sub-key - INTR with a
*credit rating (or blank for every rating not listed), BANK with
*an account type, FEES with an account type.  The debit and credit
*accounts are the pair the posting lands on when it nets positive.
fd  gl-map-file
        record contains 25 characters.
01  gl-map-record.
    05  gm-source               pic x(4).
    05  gm-sub-key              pic x(1).
    05  gm-debit-account        pic x(10).
    05  gm-credit-account       pic x(10).

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

*tonight's merged snapshot, as prog2 wrote it.
fd  merged-snapshot-file
        record contains 53 characters.
01  merged-snapshot-record      pic x(53).

*feeasmt's fee transactions - see feeasmt.cob's fd.
fd  fee-transaction-file
        record contains 32 characters.
01  fee-transaction-record.
    05  ft-run-date             pic 9(8).
    05  ft-acct-num             pic 9(8).
    05  ft-acct-type            pic x(1).
    05  ft-fee-code             pic x(4).
    05  ft-amount               pic 9(5)v99.
    05  ft-item-count           pic 9(4).

*one journal line - the ledger feed and the hold file share it.
fd  journal-feed-file
        record contains 70 characters.
01  journal-feed-record.
    05  jf-journal-date         pic 9(8).
    05  jf-line-number          pic 9(5).
    05  jf-gl-account           pic x(10).
    05  jf-debit-credit         pic x(1).
    05  jf-amount               pic 9(9)v99.
    05  jf-source               pic x(4).
    05  jf-sub-key              pic x(1).
    05  jf-description          pic x(30).

fd  journal-hold-file
        record contains 70 characters.
01  journal-hold-record         pic x(70).

fd  journal-report-file
        record contains 80 characters.
01  journal-report-line         pic x(80).

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
    05  gl-map-eof-flag             pic x(1)   value "N".
        88  end-of-gl-map                      value "Y".
    05  accrual-eof-flag            pic x(1)   value "N".
        88  end-of-accrual-register            value "Y".
    05  merged-snapshot-flag        pic x(1)   value "N".
        88  end-of-merged-snapshot             value "Y".
    05  fee-transaction-eof-flag    pic x(1)   value "N".
        88  end-of-fee-transactions            value "Y".
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".

01  filename-control-file-status   pic xx.
01  gl-map-file-status             pic xx.
01  accrual-register-file-status   pic xx.
01  merged-snapshot-file-status    pic xx.
01  fee-transaction-file-status    pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  accrual-register-file-name  pic x(50) value "accrual.dat".
    05  merged-snapshot-file-name   pic x(50)
        value "merged-current.dat".
    05  fee-transaction-file-name   pic x(50) value "feetran.dat".
    05  journal-feed-file-name      pic x(50) value "gljournal.dat".
    05  journal-hold-file-name      pic x(50) value "gljhold.dat".
    05  journal-report-file-name    pic x(50) value "gljrnl.out".

*the GL mapping rows held for the run.
01  gl-map-table.
    05  gl-map-count            pic 9(3) value zero.
    05  max-gl-map-entries      pic 9(3) value 100.
    05  gl-map-entry occurs 100 times.
        10  gt-source           pic x(4).
        10  gt-sub-key          pic x(1).
        10  gt-debit-account    pic x(10).
        10  gt-credit-account   pic x(10).
    05  gl-map-scan-index       pic 9(3).
    05  gl-map-found-index      pic 9(3) value zero.
    05  gl-lookup-source        pic x(4).
    05  gl-lookup-sub-key       pic x(1).

*the postings netted by source and sub-key before they are mapped -
*interest by credit rating, bank balances and fees by account type.
01  posting-table.
    05  posting-count           pic 9(2) value zero.
    05  max-posting-entries     pic 9(2) value 20.
    05  posting-entry occurs 20 times.
        10  pt-source           pic x(4).
        10  pt-sub-key          pic x(1).
        10  pt-description      pic x(30).
        10  pt-net-amount       pic s9(9)v99.
        10  pt-item-count       pic 9(5).
    05  posting-scan-index      pic 9(2).
    05  posting-found-index     pic 9(2) value zero.
    05  posting-lookup-source   pic x(4).
    05  posting-lookup-sub-key  pic x(1).

*the journal built in storage and proved before it is written
*anywhere.
01  journal-table.
    05  journal-line-count      pic 9(5) value zero.
    05  max-journal-lines       pic 9(5) value 200.
    05  journal-line-entry occurs 200 times.
        10  jt-gl-account       pic x(10).
        10  jt-debit-credit     pic x(1).
        10  jt-amount           pic 9(9)v99.
        10  jt-source           pic x(4).
        10  jt-sub-key          pic x(1).
        10  jt-description      pic x(30).
    05  journal-scan-index      pic 9(5).

01  journal-proof-fields.
    05  total-debits            pic 9(11)v99 value zero.
    05  total-credits           pic 9(11)v99 value zero.
    05  proof-difference        pic s9(11)v99 value zero.
    05  unmapped-count          pic 9(3) value zero.
    05  refused-posting-count   pic 9(7) value zero.
    05  posting-amount          pic 9(9)v99.
    05  journal-status-flag     pic x(1) value "R".
        88  journal-released            value "R".
        88  journal-held                value "H".

01  run-date-fields.
    05  run-date-raw            pic 9(8).
    05  run-date-display.
        10  run-date-yyyy       pic 9(4).
        10  filler              pic x(1) value "-".
        10  run-date-mm         pic 9(2).
        10  filler              pic x(1) value "-".
        10  run-date-dd         pic 9(2).

01  report-templates.
    05  journal-report-header.
        10  filler              pic x(14) value spaces.
        10  filler              pic x(30)
            value "GENERAL LEDGER JOURNAL".
        10  filler              pic x(16) value "JOURNAL DATE: ".
        10  jrh-date-out        pic x(10).

    05  journal-column-header.
        10  filler              pic x(5)  value "LINE".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(10) value "GL ACCOUNT".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(3)  value "D/C".
        10  filler              pic x(4)  value spaces.
        10  filler              pic x(6)  value "AMOUNT".
        10  filler              pic x(6)  value spaces.
        10  filler              pic x(30) value "DESCRIPTION".

    05  journal-detail-line.
        10  jrd-line-out        pic zzzz9.
        10  filler              pic x(2)  value spaces.
        10  jrd-account-out     pic x(10).
        10  filler              pic x(3)  value spaces.
        10  jrd-dc-out          pic x(1).
        10  filler              pic x(2)  value spaces.
        10  jrd-amount-out      pic zzzzzzzz9.99.
        10  filler              pic x(2)  value spaces.
        10  jrd-desc-out        pic x(30).

    05  unmapped-detail-line.
        10  filler              pic x(7)  value "  **** ".
        10  filler              pic x(17) value "NO GL MAPPING FOR".
        10  filler              pic x(1)  value spaces.
        10  unm-source-out      pic x(4).
        10  filler              pic x(1)  value "/".
        10  unm-sub-key-out     pic x(1).
        10  filler              pic x(2)  value spaces.
        10  unm-amount-out      pic -zzzzzzzz9.99.

    05  journal-total-line.
        10  filler              pic x(2)  value spaces.
        10  jrt-label           pic x(30).
        10  jrt-amount-out      pic -zzzzzzzzzz9.99.

    05  journal-status-line.
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(20) value "JOURNAL DISPOSITION:".
        10  filler              pic x(1)  value spaces.
        10  jrs-status-out      pic x(45).

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "GLJRNL".
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
    perform 160-load-gl-map-para.

    perform 200-net-accrual-postings-para.
    perform 220-net-bank-postings-para.
    perform 240-net-fee-postings-para.
    perform 300-build-journal-para
        varying posting-scan-index from 1 by 1
        until posting-scan-index > posting-count.
    perform 400-prove-journal-para.
    perform 500-write-journal-para.
    perform 600-journal-report-para.

    if journal-held
       display "GL JOURNAL HELD - DOES NOT BALANCE OR HAS "
               "UNMAPPED POSTINGS"
       move 1 to return-code
    else
       display "GL JOURNAL RELEASED - LINES: " journal-line-count.

    move "END"               to runlog-call-action.
    move journal-line-count  to runlog-call-count-1.
    move unmapped-count      to runlog-call-count-2.
    if journal-held
       move 1 to runlog-call-count-3
    else
       move zero to runlog-call-count-3.
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
        when "ACCRDAT"
            move fc-physical-name to accrual-register-file-name
        when "MRGSNAP"
            move fc-physical-name to merged-snapshot-file-name
        when "FEETRAN"
            move fc-physical-name to fee-transaction-file-name
        when "GLJFEED"
            move fc-physical-name to journal-feed-file-name
        when "GLJHOLD"
            move fc-physical-name to journal-hold-file-name
        when "GLJRNL"
            move fc-physical-name to journal-report-file-name
        when other
            continue
    end-evaluate.

150-set-run-date-para.
    call "busdate" using run-date-raw.
    move run-date-raw(1:4) to run-date-yyyy.
    move run-date-raw(5:2) to run-date-mm.
    move run-date-raw(7:2) to run-date-dd.

*the mapping table has no compiled-in fallback - a journal posted
*to guessed accounts is worse than no journal, so a missing
*glmap.dat is a controlled stop.
160-load-gl-map-para.
    move "N" to gl-map-eof-flag.
    open input gl-map-file.
    if gl-map-file-status not = "00"
       display "glmap.dat not found or unreadable - "
               "cannot continue"
       move 1 to return-code
       stop run.
    read gl-map-file
         at end move "Y" to gl-map-eof-flag
    end-read.
    perform 161-load-one-gl-map-para
        until end-of-gl-map
           or gl-map-count = max-gl-map-entries.
    close gl-map-file.

161-load-one-gl-map-para.
    if gl-map-record not = spaces
       add 1 to gl-map-count
       move gm-source         to gt-source(gl-map-count)
       move gm-sub-key        to gt-sub-key(gl-map-count)
       move gm-debit-account  to gt-debit-account(gl-map-count)
       move gm-credit-account to gt-credit-account(gl-map-count).
    read gl-map-file
         at end move "Y" to gl-map-eof-flag
    end-read.

*exact source and sub-key first, then the source's blank sub-key
*row as the catch-all.
170-find-gl-map-para.
    move zero to gl-map-found-index.
    perform 171-match-gl-map-para
        varying gl-map-scan-index from 1 by 1
        until gl-map-scan-index > gl-map-count
           or gl-map-found-index > zero.
    if gl-map-found-index = zero
       move space to gl-lookup-sub-key
       perform 171-match-gl-map-para
           varying gl-map-scan-index from 1 by 1
           until gl-map-scan-index > gl-map-count
              or gl-map-found-index > zero.

171-match-gl-map-para.
    if gt-source(gl-map-scan-index) = gl-lookup-source
       and gt-sub-key(gl-map-scan-index) = gl-lookup-sub-key
       move gl-map-scan-index to gl-map-found-index.

*finds (or opens) the posting bucket for posting-lookup-source and
*posting-lookup-sub-key.  A new bucket with the table already full
*is refused - posting-found-index is left zero, the item is counted,
*and the journal is held with a nonzero return code, since a
*journal missing a posting can never be released.
180-find-posting-para.
    move zero to posting-found-index.
    perform 181-match-posting-para
        varying posting-scan-index from 1 by 1
        until posting-scan-index > posting-count
           or posting-found-index > zero.
    if posting-found-index = zero
       and posting-count not < max-posting-entries
       add 1 to refused-posting-count
       if refused-posting-count = 1
          display "GL posting table full - " posting-lookup-source
                  " " posting-lookup-sub-key
                  " and any later new postings refused, journal held"
       end-if
       move "H" to journal-status-flag
       move 1 to return-code
    else
    if posting-found-index = zero
       add 1 to posting-count
       move posting-count          to posting-found-index
       move posting-lookup-source  to pt-source(posting-count)
       move posting-lookup-sub-key to pt-sub-key(posting-count)
       move zero to pt-net-amount(posting-count)
       move zero to pt-item-count(posting-count)
       move spaces to pt-description(posting-count)
       if posting-lookup-source = "INTR"
          string "INTEREST ACCRUAL RATING "  delimited by size
                 posting-lookup-sub-key     delimited by size
              into pt-description(posting-count)
          end-string
       else
       if posting-lookup-source = "FEES"
          string "MONTHLY FEES TYPE "       delimited by size
                 posting-lookup-sub-key     delimited by size
              into pt-description(posting-count)
          end-string
       else
          string "BANK BALANCES TYPE "      delimited by size
                 posting-lookup-sub-key     delimited by size
              into pt-description(posting-count)
          end-string.

181-match-posting-para.
    if pt-source(posting-scan-index) = posting-lookup-source
       and pt-sub-key(posting-scan-index) = posting-lookup-sub-key
       move posting-scan-index to posting-found-index.

*the accrual register netted by rating - an overdrawn balance's
*negative interest nets against the positive, never adds to it.
*intaccr runs monthly and its register stands until the next run,
*so only records dated tonight are taken - any other night the
*register is last month's and journals nothing.  A missing register
*just means no interest lines tonight.
200-net-accrual-postings-para.
    move "N" to accrual-eof-flag.
    open input accrual-register-file.
    if accrual-register-file-status = "00"
       read accrual-register-file
            at end move "Y" to accrual-eof-flag
       end-read
       perform 201-net-one-accrual-para
           until end-of-accrual-register
       close accrual-register-file
    else
       display "accrual.dat not found - no interest journaled".

201-net-one-accrual-para.
    if acr-run-date = run-date-raw
       move "INTR"            to posting-lookup-source
       move acr-credit-rating to posting-lookup-sub-key
       perform 180-find-posting-para
       if posting-found-index > zero
          add 1 to pt-item-count(posting-found-index)
          if acr-interest-sign = "-"
             subtract acr-interest
                 from pt-net-amount(posting-found-index)
          else
             add acr-interest
                 to pt-net-amount(posting-found-index).
    read accrual-register-file
         at end move "Y" to accrual-eof-flag
    end-read.

*tonight's merged balances netted by account type - the same a/b/k/o
*split prog2 writes its per-type files on.
220-net-bank-postings-para.
    move "N" to merged-snapshot-flag.
    open input merged-snapshot-file.
    if merged-snapshot-file-status = "00"
       read merged-snapshot-file
            at end move "Y" to merged-snapshot-flag
       end-read
       perform 221-net-one-bank-account-para
           until end-of-merged-snapshot
       close merged-snapshot-file
    else
       display "merged-current.dat not found - "
               "no bank balances journaled".

221-net-one-bank-account-para.
    move merged-snapshot-record to merged-record-work.
    move "BANK"        to posting-lookup-source.
    move mw-acct-type  to posting-lookup-sub-key.
    perform 180-find-posting-para.
    if posting-found-index > zero
       add 1 to pt-item-count(posting-found-index)
       add mw-acct-bal to pt-net-amount(posting-found-index).
    read merged-snapshot-file
         at end move "Y" to merged-snapshot-flag
    end-read.

*feeasmt's fees netted by account type.  The fee file is only
*rewritten at month end, so only the fees dated tonight are taken -
*any other night the file is last month's and journals nothing.
*A missing fee file just means no fee lines tonight.
240-net-fee-postings-para.
    move "N" to fee-transaction-eof-flag.
    open input fee-transaction-file.
    if fee-transaction-file-status = "00"
       read fee-transaction-file
            at end move "Y" to fee-transaction-eof-flag
       end-read
       perform 241-net-one-fee-para
           until end-of-fee-transactions
       close fee-transaction-file.

241-net-one-fee-para.
    if ft-run-date = run-date-raw
       move "FEES"       to posting-lookup-source
       move ft-acct-type to posting-lookup-sub-key
       perform 180-find-posting-para
       if posting-found-index > zero
          add 1 to pt-item-count(posting-found-index)
          add ft-amount to pt-net-amount(posting-found-index).
    read fee-transaction-file
         at end move "Y" to fee-transaction-eof-flag
    end-read.

*one posting into its debit and credit lines - a negative net
*swaps the sides, a zero net writes nothing, and a posting with no
*mapping (or a mapping missing either account) writes only what it
*can, which the proof then catches.
300-build-journal-para.
    if pt-net-amount(posting-scan-index) not = zero
       move pt-source(posting-scan-index)  to gl-lookup-source
       move pt-sub-key(posting-scan-index) to gl-lookup-sub-key
       perform 170-find-gl-map-para
       if pt-net-amount(posting-scan-index) < zero
          compute posting-amount =
              zero - pt-net-amount(posting-scan-index)
       else
          move pt-net-amount(posting-scan-index) to posting-amount
       end-if
       if gl-map-found-index = zero
          perform 320-record-unmapped-para
       else
          perform 310-add-journal-pair-para.

310-add-journal-pair-para.
    if gt-debit-account(gl-map-found-index) = spaces
       or gt-credit-account(gl-map-found-index) = spaces
       add 1 to unmapped-count.
    if gt-debit-account(gl-map-found-index) not = spaces
       perform 311-next-journal-line-para
       move gt-debit-account(gl-map-found-index)
           to jt-gl-account(journal-line-count)
       if pt-net-amount(posting-scan-index) < zero
          move "C" to jt-debit-credit(journal-line-count)
       else
          move "D" to jt-debit-credit(journal-line-count).
    if gt-credit-account(gl-map-found-index) not = spaces
       perform 311-next-journal-line-para
       move gt-credit-account(gl-map-found-index)
           to jt-gl-account(journal-line-count)
       if pt-net-amount(posting-scan-index) < zero
          move "D" to jt-debit-credit(journal-line-count)
       else
          move "C" to jt-debit-credit(journal-line-count).

311-next-journal-line-para.
    if journal-line-count = max-journal-lines
       display "GL journal table full - journal held"
       move "H" to journal-status-flag
    else
       add 1 to journal-line-count
       move posting-amount to jt-amount(journal-line-count)
       move pt-source(posting-scan-index)
           to jt-source(journal-line-count)
       move pt-sub-key(posting-scan-index)
           to jt-sub-key(journal-line-count)
       move pt-description(posting-scan-index)
           to jt-description(journal-line-count).

320-record-unmapped-para.
    add 1 to unmapped-count.

*debits against credits, plus the unmapped count - either one
*off means the journal is held.
400-prove-journal-para.
    move zero to total-debits total-credits.
    perform 410-total-one-line-para
        varying journal-scan-index from 1 by 1
        until journal-scan-index > journal-line-count.
    compute proof-difference = total-debits - total-credits.
    if proof-difference not = zero or unmapped-count > zero
       move "H" to journal-status-flag.

410-total-one-line-para.
    if jt-debit-credit(journal-scan-index) = "D"
       add jt-amount(journal-scan-index) to total-debits
    else
       add jt-amount(journal-scan-index) to total-credits.

*a released journal goes to the ledger feed; a held one to the
*hold file, with the feed opened and closed empty so the ledger
*side can never pick up a stale journal in its place.
500-write-journal-para.
    open output journal-feed-file.
    if journal-held
       open output journal-hold-file.
    perform 510-write-one-line-para
        varying journal-scan-index from 1 by 1
        until journal-scan-index > journal-line-count.
    if journal-held
       close journal-hold-file.
    close journal-feed-file.

510-write-one-line-para.
    move run-date-raw        to jf-journal-date.
    move journal-scan-index  to jf-line-number.
    move jt-gl-account(journal-scan-index)   to jf-gl-account.
    move jt-debit-credit(journal-scan-index) to jf-debit-credit.
    move jt-amount(journal-scan-index)       to jf-amount.
    move jt-source(journal-scan-index)       to jf-source.
    move jt-sub-key(journal-scan-index)      to jf-sub-key.
    move jt-description(journal-scan-index)  to jf-description.
    if journal-held
       write journal-hold-record from journal-feed-record
    else
       write journal-feed-record.

600-journal-report-para.
    open output journal-report-file.
    move run-date-display to jrh-date-out.
    write journal-report-line from journal-report-header
        after advancing page.
    write journal-report-line from journal-column-header
        after advancing 2 lines.
    perform 610-report-one-line-para
        varying journal-scan-index from 1 by 1
        until journal-scan-index > journal-line-count.
    perform 620-report-unmapped-para
        varying posting-scan-index from 1 by 1
        until posting-scan-index > posting-count.

    move "TOTAL DEBITS:                " to jrt-label.
    move total-debits to jrt-amount-out.
    write journal-report-line from journal-total-line
        after advancing 2 lines.
    move "TOTAL CREDITS:               " to jrt-label.
    move total-credits to jrt-amount-out.
    write journal-report-line from journal-total-line
        after advancing 1 line.
    move "DIFFERENCE:                  " to jrt-label.
    move proof-difference to jrt-amount-out.
    write journal-report-line from journal-total-line
        after advancing 1 line.
    move "UNMAPPED POSTINGS:           " to jrt-label.
    move unmapped-count to jrt-amount-out.
    write journal-report-line from journal-total-line
        after advancing 1 line.
    if refused-posting-count > zero
       move "ITEMS REFUSED - TABLE FULL:  " to jrt-label
       move refused-posting-count to jrt-amount-out
       write journal-report-line from journal-total-line
           after advancing 1 line.

    if journal-held
       move "HELD - NOT RELEASED TO THE LEDGER FEED"
           to jrs-status-out
    else
       move "RELEASED TO THE LEDGER FEED" to jrs-status-out.
    write journal-report-line from journal-status-line
        after advancing 2 lines.
    close journal-report-file.

610-report-one-line-para.
    move journal-scan-index                  to jrd-line-out.
    move jt-gl-account(journal-scan-index)   to jrd-account-out.
    move jt-debit-credit(journal-scan-index) to jrd-dc-out.
    move jt-amount(journal-scan-index)       to jrd-amount-out.
    move jt-description(journal-scan-index)  to jrd-desc-out.
    write journal-report-line from journal-detail-line
        after advancing 1 line.

*every posting that found no mapping row, or a row missing one of
*its accounts, is named on the listing so finance can fix glmap.dat.
620-report-unmapped-para.
    if pt-net-amount(posting-scan-index) not = zero
       move pt-source(posting-scan-index)  to gl-lookup-source
       move pt-sub-key(posting-scan-index) to gl-lookup-sub-key
       perform 170-find-gl-map-para
       if gl-map-found-index = zero
          perform 621-write-unmapped-line-para
       else
          if gt-debit-account(gl-map-found-index) = spaces
             or gt-credit-account(gl-map-found-index) = spaces
             perform 621-write-unmapped-line-para.

621-write-unmapped-line-para.
    move pt-source(posting-scan-index)     to unm-source-out.
    move pt-sub-key(posting-scan-index)    to unm-sub-key-out.
    move pt-net-amount(posting-scan-index) to unm-amount-out.
    write journal-report-line from unmapped-detail-line
        after advancing 1 line.
