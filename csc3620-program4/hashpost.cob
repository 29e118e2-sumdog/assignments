***********************************************************
*                                                         *
*          Hashing companion - hashpost                   *
*   Posts a file of debit/credit transactions             *
*   (hashpost.dat) straight to the bucket file the        *
*   Hashing load maintains (hashbucket.dat), so the help  *
*   desk's hashlook inquiry shows today's balance instead *
*   of last night's load.  Each transaction is hashed     *
*   with the loader's prime-number divide and found       *
*   through the home bucket and its link-field chain; a   *
*   credit adds to the signed balance, a debit takes      *
*   from it, and od-balance, od-balance-sign, and         *
*   od-last-update are rewritten in place.  Every         *
*   posting goes on the posting journal (hashjrnl.dat,    *
*   kept across runs) with the balance before and after.  *
*   An account not on file, in a DEL slot, a bad type or  *
*   amount, or a balance that would overflow the field    *
*   goes to the reject file (hashrej.dat) with the        *
*   reason.  The control report (hashpost.out) proves     *
*   the bucket file's net balance before the run plus     *
*   the postings equals its net balance after; an out of  *
*   balance run ends with a nonzero return code.          *
*                                                         *
***********************************************************

identification division.
program-id. hashpost.
author.     Sumit Khanna.

environment division.
configuration section.
source-computer.  vax-11.

input-output section.
file-control.
     select hash-file assign to dynamic hash-file-name
         organization is relative
         access mode is dynamic
         relative key is target-bucket
         file status is hash-file-status.
     select posting-file assign to dynamic posting-file-name
         organization is sequential
         file status is posting-file-status.
     select journal-file assign to dynamic journal-file-name
         organization is sequential
         file status is journal-file-status.
     select reject-file assign to dynamic reject-file-name
         organization is sequential.
     select control-report-file assign to dynamic control-report-name
         organization is sequential.
     select param-file assign to "hashparm.dat"
         organization is sequential
         file status is param-file-status.
     select filename-control-file assign to "filenames.dat"
         organization is sequential
         file status is filename-control-file-status.

data division.
file section.

*same bucket layout the Hashing load builds - see HASHBUCKET.COB.
fd  hash-file.
01  hash-bucket.
    05 link-field              pic 9(3).
    05 record-slot    occurs 10 times.
       10  record-number       pic 9(3).
       10  hash-value          pic 9(3).
       10  rec-status          pic x(3).
           88 unused-rec-slot   value spaces.
           88 occupied-rec-slot value "OCC".
           88 deleted-rec-slot  value "DEL".
       10  rec-data-area.
           15  acct-no         pic 9(5).
           15  customer-name   pic x(20).
*other-data carried named fields from the balance-structure
*cutover on - balance, sign, credit rating, and the date the slot
*was last touched, padded to the original 47 bytes so the record
*size never moved.
           15  other-data.
               20  od-balance       pic 9(5)v99.
               20  od-balance-sign  pic x(1).
               20  od-credit-rating pic x(1).
               20  od-last-update   pic 9(8).
               20  filler           pic x(30).

*one debit or credit - D takes the amount off the balance, C adds
*it on.
fd  posting-file record contains 33 characters.
01  posting-record.
    05  pst-acct-no              pic 9(5).
    05  pst-type                 pic x(1).
        88  pst-debit             value "D".
        88  pst-credit            value "C".
    05  pst-amount               pic 9(5)v99.
    05  pst-reference            pic x(12).
    05  pst-trans-date           pic 9(8).

*every posting applied, balance before and after - opened extend
*so the journal accumulates across runs, the way the load's
*change log does.
fd  journal-file record contains 69 characters.
01  journal-record.
    05  jrn-acct-no              pic 9(5).
    05  jrn-post-date            pic 9(8).
    05  jrn-trans-date           pic 9(8).
    05  jrn-type                 pic x(1).
    05  jrn-amount               pic 9(5)v99.
    05  jrn-reference            pic x(12).
    05  jrn-old-balance          pic 9(5)v99.
    05  jrn-old-sign             pic x(1).
    05  jrn-new-balance          pic 9(5)v99.
    05  jrn-new-sign             pic x(1).
    05  jrn-bucket               pic 9(3).
    05  jrn-slot                 pic 9(2).
    05  jrn-run-seq              pic 9(7).

fd  reject-file record contains 53 characters.
01  reject-record.
    05  rej-posting              pic x(33).
    05  rej-reason               pic x(20).

fd  control-report-file.
01  control-report-line          pic x(80).

*the same parameter record the Hashing load reads - only the
*bucket count, bucket size, and prime number matter here.
fd  param-file.
01  param-record.
    05  param-max-no-buckets     pic 9(3).
    05  param-bucket-size        pic 9(3).
    05  param-prime-number       pic 9(3).
    05  param-vax-input-file-name pic x(40).
    05  param-chain-warning-depth pic 9(3).
    05  param-load-mode          pic x(1).

*shared file-name control file (filenames.dat) - same control file
*and record layout the Hashing load reads at its own startup.
fd  filename-control-file record contains 58 characters.
01  filename-control-record.
    05  fc-logical-name      pic x(8).
    05  fc-physical-name     pic x(50).

working-storage section.
01  index-variables.
    05  i                       pic s9(3) comp sync.
    05  b-indx                  pic s9(3) comp sync.

01  program-file-variables.
    05  param-file-flag         pic x(1)  value "N".
        88  end-of-param-file    value "Y".
    05  posting-file-flag       pic x(1)  value "N".
        88  end-of-posting-file  value "Y".
    05  filename-control-file-flag pic x(1) value "N".
        88  end-of-filename-control-file     value "Y".

01  filename-control-file-status  pic xx.
01  param-file-status              pic xx.
01  hash-file-status               pic xx.
01  posting-file-status            pic xx.
01  journal-file-status            pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  hash-file-name          pic x(50) value "hashbucket.dat".
    05  posting-file-name       pic x(50) value "hashpost.dat".
    05  journal-file-name       pic x(50) value "hashjrnl.dat".
    05  reject-file-name        pic x(50) value "hashrej.dat".
    05  control-report-name     pic x(50) value "hashpost.out".

01  hash-file-variables.
    05  max-no-buckets          pic 9(3).
    05  bucket-size             pic 9(3).
    05  hash-key-field          pic 9(5) comp.
    05  target-bucket           pic 9(3).
    05  quotient                pic 9(3).
    05  prime-number            pic 9(3).

01  lookup-variables.
    05  lookup-acct-num         pic 9(5).
    05  lookup-result-flag      pic x(1).
        88 account-found             value "F".
        88 account-deleted           value "D".
        88 account-not-found         value "N".
    05  end-of-chain-flag       pic x(1).
        88 end-of-chain              value "Y".
    05  found-slot              pic s9(3) comp sync.

*the slot's balance with its sign applied, before and after the
*posting, and the run date stamped on od-last-update.
01  posting-work-fields.
    05  post-run-date           pic 9(8) value zero.
    05  old-signed-balance      pic s9(6)v99.
    05  new-signed-balance      pic s9(6)v99.
    05  reject-reason           pic x(20).

*the proof: net balance over every occupied slot before and after,
*and what was posted and rejected in between.
01  control-totals.
    05  start-net-balance       pic s9(9)v99 value zero.
    05  end-net-balance         pic s9(9)v99 value zero.
    05  expected-net-balance    pic s9(9)v99 value zero.
    05  walk-net-balance        pic s9(9)v99 value zero.
    05  walk-slot-count         pic 9(5) value zero.
    05  start-slot-count        pic 9(5) value zero.
    05  end-slot-count          pic 9(5) value zero.
    05  postings-read-count     pic 9(7) value zero.
    05  credit-count            pic 9(7) value zero.
    05  credit-amount           pic s9(9)v99 value zero.
    05  debit-count             pic 9(7) value zero.
    05  debit-amount            pic s9(9)v99 value zero.
    05  reject-count            pic 9(7) value zero.
    05  reject-amount           pic s9(9)v99 value zero.
    05  balance-proof-flag      pic x(1) value "Y".
        88  totals-in-balance        value "Y".

01  control-report-templates.
    05  control-header-line.
        10 filler               pic x(14) value spaces.
        10 filler               pic x(34)
           value "HASH FILE BALANCE POSTING CONTROL".
        10 filler               pic x(10) value "RUN DATE: ".
        10 chl-run-date         pic 9(8).
    05  control-amount-line.
        10 filler               pic x(2) value spaces.
        10 cal-label-out        pic x(30).
        10 cal-count-out        pic zzzzzz9.
        10 filler               pic x(3) value spaces.
        10 cal-amount-out       pic -zzz,zzz,zz9.99.
    05  control-result-line.
        10 filler               pic x(2) value spaces.
        10 crl-text-out         pic x(60).

01  filerr-call-args.
    05  filerr-call-program     pic x(20) value "HASHPOST".
    05  filerr-call-file        pic x(20).
    05  filerr-call-paragraph   pic x(12).
    05  filerr-call-status      pic xx.

01  runlog-call-args.
    05  runlog-call-action      pic x(5).
    05  runlog-call-job-name    pic x(20) value "HASHPOST".
    05  runlog-call-count-1     pic 9(7).
    05  runlog-call-count-2     pic 9(7).
    05  runlog-call-count-3     pic 9(7).

procedure division.
main-line-para.
    move "START" to runlog-call-action.
    move zero    to runlog-call-count-1
                     runlog-call-count-2
                     runlog-call-count-3.
    call "runlog" using runlog-call-args.

    perform load-filenames-para.
    perform load-parameters-para.
    call "busdate" using post-run-date.

    open input posting-file.
    if posting-file-status not = "00"
       move posting-file-name(1:20) to filerr-call-file
       move "POST-OPEN" to filerr-call-paragraph
       move posting-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.
    open i-o hash-file.
    if hash-file-status not = "00"
       move hash-file-name(1:20) to filerr-call-file
       move "HASH-OPEN" to filerr-call-paragraph
       move hash-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.
    open extend journal-file.
    if journal-file-status not = "00"
       open output journal-file.
    open output reject-file.

    perform sum-bucket-file-para.
    move walk-net-balance to start-net-balance.
    move walk-slot-count  to start-slot-count.

    read posting-file at end move "Y" to posting-file-flag.
    perform post-one-transaction-para until end-of-posting-file.

    perform sum-bucket-file-para.
    move walk-net-balance to end-net-balance.
    move walk-slot-count  to end-slot-count.

    close posting-file.
    close hash-file.
    close journal-file.
    close reject-file.
    perform write-control-report-para.

    move "END"          to runlog-call-action.
    move credit-count   to runlog-call-count-1.
    move debit-count    to runlog-call-count-2.
    move reject-count   to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    display "POSTED: " credit-count " CREDIT(S), " debit-count
            " DEBIT(S), " reject-count " REJECTED.".
    move zero to return-code.
    if not totals-in-balance
       display "CONTROL TOTALS OUT OF BALANCE - SEE "
               control-report-name(1:20)
       move 1 to return-code.
    stop run.

*reads the shared filenames.dat control file, if present, and
*overrides this program's compiled-in file names with any matching
*logical-name entry it contains.  Missing file / missing entry just
*leaves the compiled-in default in dynamic-file-names alone.
load-filenames-para.
    move "N" to filename-control-file-flag.
    open input filename-control-file.
    if filename-control-file-status = "00"
       perform read-filename-entry-para
           until end-of-filename-control-file
       close filename-control-file.

read-filename-entry-para.
    read filename-control-file
         at end move "Y" to filename-control-file-flag
         not at end perform apply-filename-entry-para
    end-read.

apply-filename-entry-para.
    evaluate fc-logical-name
        when "HASHFILE"
            move fc-physical-name to hash-file-name
        when "HASHPOST"
            move fc-physical-name to posting-file-name
        when "HASHJRNL"
            move fc-physical-name to journal-file-name
        when "HASHREJ"
            move fc-physical-name to reject-file-name
        when "HASHPCTL"
            move fc-physical-name to control-report-name
        when other
            continue
    end-evaluate.

*the posting must hash with the same sizing the load used, so the
*parameters come from the same hashparm.dat - an empty or missing
*file is a hard stop, exactly as it is for the load.
load-parameters-para.
    move "N" to param-file-flag.
    open input param-file.
    if param-file-status = "00"
       read param-file
            at end move "Y" to param-file-flag
       end-read
    else
       move "Y" to param-file-flag.
    if not end-of-param-file
       move param-max-no-buckets to max-no-buckets
       move param-bucket-size    to bucket-size
       move param-prime-number   to prime-number
       close param-file
    else
       display "hashparm.dat is empty - cannot proceed."
       move 1 to return-code
       stop run.

*net balance over every occupied slot - the straight 1-thru-max
*walk hashunld makes, overflow buckets being ordinary buckets.
sum-bucket-file-para.
    move zero to walk-net-balance.
    move zero to walk-slot-count.
    perform sum-one-bucket-para varying i from 1 by 1
                                until i > max-no-buckets.

sum-one-bucket-para.
    move i to target-bucket.
    read hash-file invalid key perform read-error-para.
    perform sum-one-slot-para varying b-indx from 1 by 1
                              until b-indx > bucket-size.

sum-one-slot-para.
    if occupied-rec-slot(b-indx)
       add 1 to walk-slot-count
       if od-balance-sign(b-indx) = "-"
          subtract od-balance(b-indx) from walk-net-balance
       else
          add od-balance(b-indx) to walk-net-balance.

*one transaction: checked, found through the hash chain, applied
*to the slot in place, and journaled - or rejected with the
*reason.
post-one-transaction-para.
    add 1 to postings-read-count.
    move spaces to reject-reason.
    if not pst-debit and not pst-credit
       move "INVALID TRANS TYPE" to reject-reason
    else
       if pst-acct-no is not numeric
          move "INVALID ACCOUNT NO" to reject-reason
       else
          if pst-amount is not numeric or pst-amount = zero
             move "INVALID AMOUNT" to reject-reason.

    if reject-reason = spaces
       move pst-acct-no to lookup-acct-num
       perform find-account-para
       evaluate true
           when account-found
                perform apply-posting-para
           when account-deleted
                move "ACCOUNT MARKED DEL" to reject-reason
           when other
                move "ACCOUNT NOT ON FILE" to reject-reason
       end-evaluate.

    if reject-reason not = spaces
       perform reject-posting-para.
    read posting-file at end move "Y" to posting-file-flag.

*the same prime-number divide the loader's hashing-para does, then
*the home bucket and each linked overflow bucket in turn until the
*account turns up or the chain runs out - hashlook's walk.
find-account-para.
    move "N" to lookup-result-flag.
    move "N" to end-of-chain-flag.
    move zero to found-slot.
    move lookup-acct-num to hash-key-field.
    divide prime-number into hash-key-field giving quotient
                                 remainder target-bucket.
    add 1 to target-bucket.
    read hash-file
        invalid key move "Y" to end-of-chain-flag.
    perform examine-bucket-para
        until account-found or account-deleted or end-of-chain.

examine-bucket-para.
    perform examine-slot-para varying i from 1 by 1
        until (i > bucket-size)
           or account-found or account-deleted.
    if account-not-found
       if link-field = 0
          move "Y" to end-of-chain-flag
       else
          move link-field to target-bucket
          read hash-file
              invalid key move "Y" to end-of-chain-flag.

examine-slot-para.
    if acct-no(i) = lookup-acct-num
       if rec-status(i) = "OCC"
          move "F" to lookup-result-flag
          move i to found-slot
       else
          if rec-status(i) = "DEL"
             move "D" to lookup-result-flag.

*the bucket holding the account is still the one in the record
*area, target-bucket still its relative key, so the slot is changed
*and the bucket rewritten where it stands.
apply-posting-para.
    if od-balance-sign(found-slot) = "-"
       compute old-signed-balance = zero - od-balance(found-slot)
    else
       move od-balance(found-slot) to old-signed-balance.
    if pst-credit
       compute new-signed-balance = old-signed-balance + pst-amount
    else
       compute new-signed-balance = old-signed-balance - pst-amount.
    if new-signed-balance > 99999.99 or new-signed-balance < -99999.99
       move "BALANCE OVERFLOW" to reject-reason
    else
       perform rewrite-slot-para.

rewrite-slot-para.
    move pst-acct-no                 to jrn-acct-no.
    move post-run-date               to jrn-post-date.
    move pst-trans-date              to jrn-trans-date.
    move pst-type                    to jrn-type.
    move pst-amount                  to jrn-amount.
    move pst-reference               to jrn-reference.
    move od-balance(found-slot)      to jrn-old-balance.
    move od-balance-sign(found-slot) to jrn-old-sign.

    if new-signed-balance < zero
       compute od-balance(found-slot) = zero - new-signed-balance
       move "-" to od-balance-sign(found-slot)
    else
       move new-signed-balance to od-balance(found-slot)
       move "+" to od-balance-sign(found-slot).
    move post-run-date to od-last-update(found-slot).
    rewrite hash-bucket invalid key perform rewrite-error-para.

    move od-balance(found-slot)      to jrn-new-balance.
    move od-balance-sign(found-slot) to jrn-new-sign.
    move target-bucket               to jrn-bucket.
    move found-slot                  to jrn-slot.
    move postings-read-count         to jrn-run-seq.
    write journal-record.

    if pst-credit
       add 1 to credit-count
       add pst-amount to credit-amount
    else
       add 1 to debit-count
       add pst-amount to debit-amount.

reject-posting-para.
    add 1 to reject-count.
    if pst-amount is numeric
       add pst-amount to reject-amount.
    move posting-record to rej-posting.
    move reject-reason  to rej-reason.
    write reject-record.

*starting net plus credits less debits must come to the ending net,
*and the occupied-slot count must not have moved - posting only
*ever changes balances.
write-control-report-para.
    compute expected-net-balance =
        start-net-balance + credit-amount - debit-amount.
    if expected-net-balance not = end-net-balance
       or start-slot-count not = end-slot-count
       move "N" to balance-proof-flag.

    open output control-report-file.
    move post-run-date to chl-run-date.
    write control-report-line from control-header-line
        after advancing page.
    move "STARTING NET BALANCE"   to cal-label-out.
    move start-slot-count         to cal-count-out.
    move start-net-balance        to cal-amount-out.
    write control-report-line from control-amount-line
        after advancing 3 lines.
    move "  PLUS CREDITS POSTED"  to cal-label-out.
    move credit-count             to cal-count-out.
    move credit-amount            to cal-amount-out.
    write control-report-line from control-amount-line
        after advancing 1 line.
    move "  LESS DEBITS POSTED"   to cal-label-out.
    move debit-count              to cal-count-out.
    move debit-amount             to cal-amount-out.
    write control-report-line from control-amount-line
        after advancing 1 line.
    move "EXPECTED ENDING BALANCE" to cal-label-out.
    move zero                     to cal-count-out.
    move expected-net-balance     to cal-amount-out.
    write control-report-line from control-amount-line
        after advancing 2 lines.
    move "ACTUAL ENDING BALANCE"  to cal-label-out.
    move end-slot-count           to cal-count-out.
    move end-net-balance          to cal-amount-out.
    write control-report-line from control-amount-line
        after advancing 1 line.
    move "REJECTED (NOT POSTED)"  to cal-label-out.
    move reject-count             to cal-count-out.
    move reject-amount            to cal-amount-out.
    write control-report-line from control-amount-line
        after advancing 2 lines.
    move "TRANSACTIONS READ"      to cal-label-out.
    move postings-read-count      to cal-count-out.
    move zero                     to cal-amount-out.
    write control-report-line from control-amount-line
        after advancing 1 line.
    if totals-in-balance
       move "CONTROL TOTALS IN BALANCE" to crl-text-out
    else
       move "*** CONTROL TOTALS OUT OF BALANCE ***" to crl-text-out.
    write control-report-line from control-result-line
        after advancing 2 lines.
    close control-report-file.

*a bad status on the bucket file is never something to sail past -
*the common handler puts it on run-log.out and the run stops with
*a nonzero return-code the nightly driver's step check will see.
rewrite-error-para.
    move hash-file-name(1:20) to filerr-call-file.
    move "REWRITE-ERR" to filerr-call-paragraph.
    move hash-file-status to filerr-call-status.
    call "filerr" using filerr-call-args.
    stop run.

read-error-para.
    move hash-file-name(1:20) to filerr-call-file.
    move "READ-ERR" to filerr-call-paragraph.
    move hash-file-status to filerr-call-status.
    call "filerr" using filerr-call-args.
    stop run.
