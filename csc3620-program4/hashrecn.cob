***********************************************************
*                                                         *
*          Hashing companion - hashrecn                   *
*   Reconciles the bucket file the Hashing load           *
*   maintains (hashbucket.dat) against the customer       *
*   master custmast maintains (custmast.dat).  Both are   *
*   fed from the same valid.dat, but hashdel.dat          *
*   deletions, custarch's archiving, incremental loads,   *
*   and hashpost's postings each touch one side only,     *
*   and nothing showed the two drifting apart.  Every     *
*   bucket is walked and each occupied slot is read       *
*   against the master by account number: the            *
*   customer-name is compared with the master's last and  *
*   first name closed up the way hashfeed builds it, and  *
*   the balance, its sign, and the credit rating field    *
*   by field.  The master is then read end to end for     *
*   every account the walk never reached.  Accounts on    *
*   one side only, an account twice in the bucket file,   *
*   a closed master account still occupied in the         *
*   buckets, and every field that disagrees are listed    *
*   in hashrecn.out, which ends with counts proving each  *
*   slot and each master record was examined exactly      *
*   once.                                                 *
*                                                         *
***********************************************************

identification division.
program-id. hashrecn.
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
     select customer-master-file
         assign to dynamic customer-master-file-name
         organization is indexed
         access mode is dynamic
         record key is cust-acct-num
         alternate record key is cust-last-name with duplicates
         file status is customer-master-file-status.
     select recon-report-file assign to dynamic recon-report-name
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

fd  recon-report-file.
01  recon-report-line          pic x(80).

*the same parameter record the Hashing load reads - only the
*bucket count and bucket size matter here.
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
    05  acct-indx               pic s9(5) comp sync.

01  program-file-variables.
    05  param-file-flag         pic x(1)  value "N".
        88  end-of-param-file    value "Y".
    05  master-file-flag        pic x(1)  value "N".
        88  end-of-master-file   value "Y".
    05  filename-control-file-flag pic x(1) value "N".
        88  end-of-filename-control-file     value "Y".

01  filename-control-file-status  pic xx.
01  param-file-status              pic xx.
01  hash-file-status               pic xx.
01  customer-master-file-status    pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  hash-file-name          pic x(50) value "hashbucket.dat".
    05  customer-master-file-name pic x(50) value "custmast.dat".
    05  recon-report-name       pic x(50) value "hashrecn.out".

01  hash-file-variables.
    05  max-no-buckets          pic 9(3).
    05  bucket-size             pic 9(3).
    05  target-bucket           pic 9(3).

*what the bucket walk found for each master account number -
*nothing, an occupied slot, or only a DEL tombstone - so the master
*pass knows which accounts the walk never reached.  Indexed by
*account number plus one.
01  account-seen-table.
    05  account-seen            pic x(1) occurs 10000 times.
        88  seen-nowhere             value space.
        88  seen-occupied            value "O".
        88  seen-deleted-only        value "D".

*the master's name closed up the way hashfeed builds customer-name,
*and both signs reduced to minus or not.
01  compare-work-fields.
    05  master-name-built       pic x(20).
    05  hash-negative-flag      pic x(1).
    05  master-negative-flag    pic x(1).
    05  slot-mismatch-count     pic 9(1).

01  recon-counters.
    05  buckets-walked          pic 9(5) value zero.
    05  hash-occupied-count     pic 9(5) value zero.
    05  hash-deleted-count      pic 9(5) value zero.
    05  hash-matched-count      pic 9(5) value zero.
    05  hash-only-count         pic 9(5) value zero.
    05  hash-duplicate-count    pic 9(5) value zero.
    05  hash-closed-count       pic 9(5) value zero.
    05  master-read-count       pic 9(5) value zero.
    05  master-matched-count    pic 9(5) value zero.
    05  master-only-count       pic 9(5) value zero.
    05  master-closed-off-count pic 9(5) value zero.
    05  name-mismatch-count     pic 9(5) value zero.
    05  balance-mismatch-count  pic 9(5) value zero.
    05  sign-mismatch-count     pic 9(5) value zero.
    05  rating-mismatch-count   pic 9(5) value zero.
    05  clean-match-count       pic 9(5) value zero.
    05  proof-total             pic 9(6) value zero.

01  recon-report-templates.
    05  recon-header-line.
        10 filler               pic x(14) value spaces.
        10 filler               pic x(36)
           value "HASH FILE / CUSTOMER MASTER RECON".
        10 filler               pic x(10) value "RUN DATE: ".
        10 rhl-run-date         pic 9(8).
    05  recon-exception-line.
        10 rel-acct-out         pic 9(5).
        10 filler               pic x(2) value spaces.
        10 rel-text-out         pic x(30).
        10 filler               pic x(2) value spaces.
        10 rel-name-out         pic x(20).
        10 filler               pic x(2) value spaces.
        10 rel-where-out        pic x(19).
    05  recon-field-line.
        10 filler               pic x(7) value spaces.
        10 rfl-field-out        pic x(14).
        10 filler               pic x(6) value "HASH: ".
        10 rfl-hash-out         pic x(20).
        10 filler               pic x(2) value spaces.
        10 filler               pic x(8) value "MASTER: ".
        10 rfl-master-out       pic x(20).
    05  recon-count-line.
        10 filler               pic x(2) value spaces.
        10 rcl-label-out        pic x(40).
        10 rcl-count-out        pic zzzzz9.
    05  recon-result-line.
        10 filler               pic x(2) value spaces.
        10 rrl-text-out         pic x(60).

01  edit-work-fields.
    05  balance-edited          pic zzzz9.99.
    05  bucket-edited           pic zz9.
    05  slot-edited             pic z9.
    05  run-date-raw            pic 9(8).
    05  proof-flag              pic x(1) value "Y".
        88  counts-prove             value "Y".

01  filerr-call-args.
    05  filerr-call-program     pic x(20) value "HASHRECN".
    05  filerr-call-file        pic x(20).
    05  filerr-call-paragraph   pic x(12).
    05  filerr-call-status      pic xx.

procedure division.
main-line-para.
    perform load-filenames-para.
    perform load-parameters-para.
    call "busdate" using run-date-raw.

    open input hash-file.
    if hash-file-status not = "00"
       move hash-file-name(1:20) to filerr-call-file
       move "HASH-OPEN" to filerr-call-paragraph
       move hash-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.
    open input customer-master-file.
    if customer-master-file-status not = "00"
       move customer-master-file-name(1:20) to filerr-call-file
       move "MAST-OPEN" to filerr-call-paragraph
       move customer-master-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.

    open output recon-report-file.
    move run-date-raw to rhl-run-date.
    write recon-report-line from recon-header-line
        after advancing page.

    move spaces to account-seen-table.
    perform walk-bucket-para varying i from 1 by 1
                             until i > max-no-buckets.
    perform walk-master-para.
    close hash-file.
    close customer-master-file.

    perform write-proof-para.
    close recon-report-file.

    display "HASH SLOTS: " hash-occupied-count
            "  MASTER RECORDS: " master-read-count
            "  CLEAN: " clean-match-count.
    if not counts-prove
       display "RECONCILIATION COUNTS DO NOT PROVE - SEE "
               recon-report-name(1:20)
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
        when "CUSTMAST"
            move fc-physical-name to customer-master-file-name
        when "HASHRECN"
            move fc-physical-name to recon-report-name
        when other
            continue
    end-evaluate.

*the walk must cover the same bucket count the load built, so the
*sizing comes from the same hashparm.dat - an empty or missing
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
       close param-file
    else
       display "hashparm.dat is empty - cannot proceed."
       move 1 to return-code
       stop run.

*the straight 1-thru-max walk hashunld makes - overflow buckets are
*ordinary buckets, so every chain is covered.
walk-bucket-para.
    move i to target-bucket.
    read hash-file invalid key perform read-error-para.
    add 1 to buckets-walked.
    perform walk-slot-para varying b-indx from 1 by 1
                           until b-indx > bucket-size.

walk-slot-para.
    if deleted-rec-slot(b-indx)
       add 1 to hash-deleted-count
       if acct-no(b-indx) < 10000
          compute acct-indx = acct-no(b-indx) + 1
          if seen-nowhere(acct-indx)
             move "D" to account-seen(acct-indx).
    if occupied-rec-slot(b-indx)
       add 1 to hash-occupied-count
       perform check-occupied-slot-para.

*one occupied slot against the master.  An account number past the
*master's four digits can never be on it.
check-occupied-slot-para.
    move i to bucket-edited.
    move b-indx to slot-edited.
    if acct-no(b-indx) > 9999
       add 1 to hash-only-count
       move "ON HASH FILE ONLY" to rel-text-out
       perform write-hash-exception-para
    else
       compute acct-indx = acct-no(b-indx) + 1
       if seen-occupied(acct-indx)
          add 1 to hash-duplicate-count
          move "SECOND OCC SLOT IN HASH FILE" to rel-text-out
          perform write-hash-exception-para
       else
          move "O" to account-seen(acct-indx)
          move acct-no(b-indx) to cust-acct-num
          read customer-master-file
               invalid key
                   add 1 to hash-only-count
                   move "ON HASH FILE ONLY" to rel-text-out
                   perform write-hash-exception-para
               not invalid key
                   perform compare-slot-para
          end-read.

compare-slot-para.
    add 1 to hash-matched-count.
    if cust-account-closed
       add 1 to hash-closed-count
       move "CLOSED ON MASTER, OCC IN HASH" to rel-text-out
       perform write-hash-exception-para
    else
       perform compare-fields-para.

*name, balance, sign, and rating - each one that disagrees is its
*own line under a single heading line for the account.
compare-fields-para.
    move spaces to master-name-built.
    string cust-last-name  delimited by "  "
           " "             delimited by size
           cust-first-name delimited by "  "
        into master-name-built
    end-string.
    move "N" to hash-negative-flag.
    if od-balance-sign(b-indx) = "-"
       move "Y" to hash-negative-flag.
    move "N" to master-negative-flag.
    if cust-balance-sign = "-"
       move "Y" to master-negative-flag.

    move zero to slot-mismatch-count.
    if customer-name(b-indx) not = master-name-built
       add 1 to slot-mismatch-count.
    if od-balance(b-indx) not = cust-balance
       add 1 to slot-mismatch-count.
    if hash-negative-flag not = master-negative-flag
       add 1 to slot-mismatch-count.
    if od-credit-rating(b-indx) not = cust-credit-rating
       add 1 to slot-mismatch-count.
    if slot-mismatch-count = zero
       add 1 to clean-match-count
    else
       move "FIELDS DISAGREE" to rel-text-out
       perform write-hash-exception-para
       perform write-field-lines-para.

write-field-lines-para.
    if customer-name(b-indx) not = master-name-built
       add 1 to name-mismatch-count
       move "NAME"                to rfl-field-out
       move customer-name(b-indx) to rfl-hash-out
       move master-name-built     to rfl-master-out
       write recon-report-line from recon-field-line
           after advancing 1 line.
    if od-balance(b-indx) not = cust-balance
       add 1 to balance-mismatch-count
       move "BALANCE"             to rfl-field-out
       move od-balance(b-indx)    to balance-edited
       move balance-edited        to rfl-hash-out
       move cust-balance          to balance-edited
       move balance-edited        to rfl-master-out
       write recon-report-line from recon-field-line
           after advancing 1 line.
    if hash-negative-flag not = master-negative-flag
       add 1 to sign-mismatch-count
       move "BALANCE SIGN"          to rfl-field-out
       move od-balance-sign(b-indx) to rfl-hash-out
       move cust-balance-sign       to rfl-master-out
       write recon-report-line from recon-field-line
           after advancing 1 line.
    if od-credit-rating(b-indx) not = cust-credit-rating
       add 1 to rating-mismatch-count
       move "CREDIT RATING"          to rfl-field-out
       move od-credit-rating(b-indx) to rfl-hash-out
       move cust-credit-rating       to rfl-master-out
       write recon-report-line from recon-field-line
           after advancing 1 line.

write-hash-exception-para.
    move acct-no(b-indx)       to rel-acct-out.
    move customer-name(b-indx) to rel-name-out.
    move spaces to rel-where-out.
    string "BUCKET " delimited by size
           bucket-edited delimited by size
           " SLOT "  delimited by size
           slot-edited   delimited by size
        into rel-where-out
    end-string.
    write recon-report-line from recon-exception-line
        after advancing 2 lines.

*the master end to end - every record the bucket walk already
*compared is counted, every other one is on the master only (or
*closed there and rightly gone from the buckets).
walk-master-para.
    move "N" to master-file-flag.
    move zero to cust-acct-num.
    start customer-master-file key is not less than cust-acct-num
        invalid key move "Y" to master-file-flag
    end-start.
    if not end-of-master-file
       read customer-master-file next record
            at end move "Y" to master-file-flag
       end-read.
    perform check-master-record-para until end-of-master-file.

check-master-record-para.
    add 1 to master-read-count.
    compute acct-indx = cust-acct-num + 1.
    if seen-occupied(acct-indx)
       add 1 to master-matched-count
    else
       if cust-account-closed
          add 1 to master-closed-off-count
       else
          add 1 to master-only-count
          move cust-acct-num to rel-acct-out
          move spaces to rel-name-out
          string cust-last-name  delimited by "  "
                 " "             delimited by size
                 cust-first-name delimited by "  "
              into rel-name-out
          end-string
          move "ON CUSTOMER MASTER ONLY" to rel-text-out
          move spaces to rel-where-out
          if seen-deleted-only(acct-indx)
             move "DEL IN HASH FILE" to rel-where-out
          end-if
          write recon-report-line from recon-exception-line
              after advancing 2 lines.
    read customer-master-file next record
         at end move "Y" to master-file-flag
    end-read.

*the walk proves itself: every occupied slot is matched, on the
*hash file only, or a second slot for one account; every master
*record is matched, on the master only, or closed and off the
*buckets - and a matched slot is a matched master record.
write-proof-para.
    compute proof-total =
        hash-matched-count + hash-only-count + hash-duplicate-count.
    if proof-total not = hash-occupied-count
       move "N" to proof-flag.
    compute proof-total = master-matched-count + master-only-count
                        + master-closed-off-count.
    if proof-total not = master-read-count
       move "N" to proof-flag.
    if hash-matched-count not = master-matched-count
       move "N" to proof-flag.

    move "BUCKETS WALKED"                   to rcl-label-out.
    move buckets-walked                     to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 3 lines.
    move "OCCUPIED SLOTS EXAMINED"          to rcl-label-out.
    move hash-occupied-count                to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "  ON BOTH SIDES"                  to rcl-label-out.
    move hash-matched-count                 to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "  ON HASH FILE ONLY"              to rcl-label-out.
    move hash-only-count                    to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "  SECOND SLOT FOR ONE ACCOUNT"    to rcl-label-out.
    move hash-duplicate-count               to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "DEL SLOTS PASSED OVER"            to rcl-label-out.
    move hash-deleted-count                 to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "MASTER RECORDS EXAMINED"          to rcl-label-out.
    move master-read-count                  to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 2 lines.
    move "  ON BOTH SIDES"                  to rcl-label-out.
    move master-matched-count               to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "  ON CUSTOMER MASTER ONLY"        to rcl-label-out.
    move master-only-count                  to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "  CLOSED, OFF THE HASH FILE"      to rcl-label-out.
    move master-closed-off-count            to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "ON BOTH SIDES, ALL FIELDS AGREE"  to rcl-label-out.
    move clean-match-count                  to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 2 lines.
    move "  CLOSED ON MASTER, OCC IN HASH"  to rcl-label-out.
    move hash-closed-count                  to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "  NAME MISMATCHES"                to rcl-label-out.
    move name-mismatch-count                to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "  BALANCE MISMATCHES"             to rcl-label-out.
    move balance-mismatch-count             to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "  SIGN MISMATCHES"                to rcl-label-out.
    move sign-mismatch-count                to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    move "  CREDIT RATING MISMATCHES"       to rcl-label-out.
    move rating-mismatch-count              to rcl-count-out.
    write recon-report-line from recon-count-line
        after advancing 1 line.
    if counts-prove
       move "EVERY SLOT AND MASTER RECORD EXAMINED ONCE"
           to rrl-text-out
    else
       move "*** COUNTS DO NOT PROVE - RERUN ***" to rrl-text-out.
    write recon-report-line from recon-result-line
        after advancing 2 lines.

*a bucket that cannot be read means hashparm.dat's sizing no
*longer matches the file on disk - the reconciliation would be
*meaningless, so the run stops through the common handler.
read-error-para.
    move hash-file-name(1:20) to filerr-call-file.
    move "READ-ERR" to filerr-call-paragraph.
    move hash-file-status to filerr-call-status.
    call "filerr" using filerr-call-args.
    stop run.
