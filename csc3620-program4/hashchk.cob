***********************************************************
*                                                         *
*          Hashing companion - hashchk                    *
*   Structural check of the bucket file the Hashing load  *
*   maintains (hashbucket.dat), meant to run right after  *
*   the load.  A corrupted link-field lets a chain loop   *
*   or run off to a bucket that was never filled, and     *
*   nothing else run against the file would notice until *
*   an inquiry hung or missed an account.  Every bucket's *
*   link is taken into storage and each chain walked:     *
*   a link past the last bucket, to itself, or to a       *
*   bucket never written into is a dangling link; a       *
*   chain that has not ended after as many hops as there  *
*   are buckets is a loop.  Every occupied slot's         *
*   hash-value is recomputed with hashparm.dat's prime    *
*   number and must match, the slot must be reachable     *
*   along its home bucket's chain, and no acct-no may be  *
*   occupied twice.  A bucket holding records from other  *
*   home buckets that no link points at is an orphan      *
*   overflow bucket.  Findings go to hashchk.out; any     *
*   finding fails the run with a nonzero return code so   *
*   the nightly driver stops before anything else reads   *
*   the file.                                             *
*                                                         *
***********************************************************

identification division.
program-id. hashchk.
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
     select check-report-file assign to dynamic check-report-name
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

fd  check-report-file.
01  check-report-line          pic x(80).

*the same parameter record the Hashing load reads - the bucket
*count, bucket size, and prime number all matter here.
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
    05  acct-indx               pic s9(6) comp sync.

01  program-file-variables.
    05  param-file-flag         pic x(1)  value "N".
        88  end-of-param-file    value "Y".
    05  filename-control-file-flag pic x(1) value "N".
        88  end-of-filename-control-file     value "Y".

01  filename-control-file-status  pic xx.
01  param-file-status              pic xx.
01  hash-file-status               pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  hash-file-name          pic x(50) value "hashbucket.dat".
    05  check-report-name       pic x(50) value "hashchk.out".

01  hash-file-variables.
    05  max-no-buckets          pic 9(3).
    05  bucket-size             pic 9(3).
    05  hash-key-field          pic 9(5) comp.
    05  target-bucket           pic 9(3).
    05  quotient                pic 9(3).
    05  prime-number            pic 9(3).
    05  hash-value-calc         pic 9(3).

*every bucket's link, how many links point at it, and whether any
*slot in it was ever written - taken in one pass so the chains can
*be walked without rereading the file.
01  bucket-map-table.
    05  bucket-map      occurs 999 times.
        10  bm-link             pic 9(3).
        10  bm-incoming         pic 9(3).
        10  bm-used-flag        pic x(1).
            88  bm-bucket-used       value "Y".
        10  bm-foreign-flag     pic x(1).
            88  bm-holds-foreign     value "Y".

*every acct-no met in an occupied slot, indexed by the number
*plus one.
01  account-seen-table.
    05  account-seen            pic x(1) occurs 100000 times.

01  chain-walk-variables.
    05  walk-bucket             pic 9(3).
    05  walk-hops               pic 9(4).
    05  walk-target             pic 9(3).
    05  walk-end-flag           pic x(1).
        88  walk-ended               value "Y".
    05  walk-reached-flag       pic x(1).
        88  walk-reached-target      value "Y".

01  check-counters.
    05  buckets-checked         pic 9(5) value zero.
    05  chains-checked          pic 9(5) value zero.
    05  slots-checked           pic 9(5) value zero.
    05  dangling-link-count     pic 9(5) value zero.
    05  loop-count              pic 9(5) value zero.
    05  hash-mismatch-count     pic 9(5) value zero.
    05  unreachable-count       pic 9(5) value zero.
    05  duplicate-acct-count    pic 9(5) value zero.
    05  orphan-bucket-count     pic 9(5) value zero.
    05  finding-count           pic 9(7) value zero.

01  check-report-templates.
    05  check-header-line.
        10 filler               pic x(14) value spaces.
        10 filler               pic x(36)
           value "HASH FILE STRUCTURAL CHECK".
        10 filler               pic x(10) value "RUN DATE: ".
        10 chl-run-date         pic 9(8).
    05  check-finding-line.
        10 filler               pic x(7)  value "BUCKET ".
        10 cfl-bucket-out       pic zz9.
        10 filler               pic x(6)  value " SLOT ".
        10 cfl-slot-out         pic z9.
        10 filler               pic x(2)  value spaces.
        10 cfl-text-out         pic x(30).
        10 filler               pic x(2)  value spaces.
        10 cfl-detail-out       pic x(28).
    05  check-count-line.
        10 filler               pic x(2) value spaces.
        10 ccl-label-out        pic x(40).
        10 ccl-count-out        pic zzzz9.
    05  check-result-line.
        10 filler               pic x(2) value spaces.
        10 crl-text-out         pic x(60).

01  edit-work-fields.
    05  run-date-raw            pic 9(8).
    05  number-edited           pic zzzz9.
    05  detail-number-1         pic zzzz9.
    05  detail-number-2         pic zzzz9.

01  filerr-call-args.
    05  filerr-call-program     pic x(20) value "HASHCHK".
    05  filerr-call-file        pic x(20).
    05  filerr-call-paragraph   pic x(12).
    05  filerr-call-status      pic xx.

01  runlog-call-args.
    05  runlog-call-action      pic x(5).
    05  runlog-call-job-name    pic x(20) value "HASHCHK".
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
    call "busdate" using run-date-raw.

    open input hash-file.
    if hash-file-status not = "00"
       move hash-file-name(1:20) to filerr-call-file
       move "HASH-OPEN" to filerr-call-paragraph
       move hash-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.
    open output check-report-file.
    move run-date-raw to chl-run-date.
    write check-report-line from check-header-line
        after advancing page.

    move spaces to account-seen-table.
    perform clear-map-entry-para varying i from 1 by 1
                                 until i > max-no-buckets.
    perform map-bucket-para varying i from 1 by 1
                            until i > max-no-buckets.
    perform check-links-para varying i from 1 by 1
                             until i > max-no-buckets.
    perform check-bucket-slots-para varying i from 1 by 1
                                    until i > max-no-buckets.
    perform check-orphan-para varying i from 1 by 1
                              until i > max-no-buckets.
    close hash-file.

    perform write-summary-para.
    close check-report-file.

    move "END"             to runlog-call-action.
    move slots-checked     to runlog-call-count-1.
    move chains-checked    to runlog-call-count-2.
    move finding-count     to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    move zero to return-code.
    if finding-count > zero
       display "HASH FILE CHECK FAILED: " finding-count
               " finding(s) - see " check-report-name(1:20)
       move 1 to return-code
    else
       display "HASH FILE CHECK PASSED: " slots-checked
               " occupied slot(s), " chains-checked " chain(s).".
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
        when "HASHCHK"
            move fc-physical-name to check-report-name
        when other
            continue
    end-evaluate.

*the check must use the same sizing and prime the load used, so
*they come from the same hashparm.dat - an empty or missing file
*is a hard stop, exactly as it is for the load.
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

clear-map-entry-para.
    move zero to bm-link(i).
    move zero to bm-incoming(i).
    move "N"  to bm-used-flag(i).
    move "N"  to bm-foreign-flag(i).

*first pass - each bucket's link and whether anything was ever
*written into it, and the incoming count on the bucket it links to.
map-bucket-para.
    move i to target-bucket.
    read hash-file invalid key perform read-error-para.
    add 1 to buckets-checked.
    move link-field to bm-link(i).
    perform map-slot-para varying b-indx from 1 by 1
                          until b-indx > bucket-size.
    if link-field > zero and link-field not > max-no-buckets
       add 1 to bm-incoming(link-field).

map-slot-para.
    if not unused-rec-slot(b-indx)
       move "Y" to bm-used-flag(i)
       if hash-value(b-indx) not = i
          move "Y" to bm-foreign-flag(i).

*second pass, in storage - the link itself, then the chain it
*starts, walked until it ends or has run more hops than there are
*buckets.
check-links-para.
    move zero to cfl-slot-out.
    if bm-link(i) not = zero
       add 1 to chains-checked
       if bm-link(i) > max-no-buckets
          move bm-link(i) to detail-number-1
          move "LINK PAST LAST BUCKET" to cfl-text-out
          perform write-link-finding-para
       else
          if bm-link(i) = i
             move bm-link(i) to detail-number-1
             move "LINK TO ITSELF" to cfl-text-out
             perform write-link-finding-para
          else
             if not bm-bucket-used(bm-link(i))
                move bm-link(i) to detail-number-1
                move "LINK TO EMPTY BUCKET" to cfl-text-out
                perform write-link-finding-para
             else
                perform check-chain-ends-para.

check-chain-ends-para.
    move i to walk-bucket.
    move zero to walk-hops.
    move "N" to walk-end-flag.
    perform follow-one-link-para
        until walk-ended or walk-hops > max-no-buckets.
    if not walk-ended
       add 1 to loop-count
       add 1 to finding-count
       move i to cfl-bucket-out
       move "CHAIN LOOPS - NEVER ENDS" to cfl-text-out
       move spaces to cfl-detail-out
       write check-report-line from check-finding-line
           after advancing 1 line.

*one hop in storage - a bad link further down is that bucket's own
*finding, so the walk just stops there.
follow-one-link-para.
    if bm-link(walk-bucket) = zero
       or bm-link(walk-bucket) > max-no-buckets
       move "Y" to walk-end-flag
    else
       move bm-link(walk-bucket) to walk-bucket
       add 1 to walk-hops.

write-link-finding-para.
    add 1 to dangling-link-count.
    add 1 to finding-count.
    move i to cfl-bucket-out.
    move spaces to cfl-detail-out.
    string "LINK-FIELD " delimited by size
           detail-number-1 delimited by size
        into cfl-detail-out
    end-string.
    write check-report-line from check-finding-line
        after advancing 1 line.

*third pass, over the file again - every occupied slot's stored
*hash-value, its reachability from home, and its acct-no.
check-bucket-slots-para.
    move i to target-bucket.
    read hash-file invalid key perform read-error-para.
    perform check-one-slot-para varying b-indx from 1 by 1
                                until b-indx > bucket-size.

check-one-slot-para.
    if occupied-rec-slot(b-indx)
       add 1 to slots-checked
       move acct-no(b-indx) to hash-key-field
       divide prime-number into hash-key-field giving quotient
                                    remainder hash-value-calc
       add 1 to hash-value-calc
       if hash-value(b-indx) not = hash-value-calc
          add 1 to hash-mismatch-count
          move hash-value(b-indx) to detail-number-1
          move hash-value-calc    to detail-number-2
          move "HASH-VALUE WRONG" to cfl-text-out
          move spaces to cfl-detail-out
          string "STORED " delimited by size
                 detail-number-1 delimited by size
                 " SHOULD BE " delimited by size
                 detail-number-2 delimited by size
              into cfl-detail-out
          end-string
          perform write-slot-finding-para
       else
          perform check-reachable-para
       end-if
       perform check-duplicate-acct-para.

*the slot's bucket must turn up on its home bucket's chain, or a
*lookup for the account can never find it.
check-reachable-para.
    move hash-value-calc to walk-bucket.
    move i to walk-target.
    move zero to walk-hops.
    move "N" to walk-end-flag.
    move "N" to walk-reached-flag.
    if walk-bucket = walk-target
       move "Y" to walk-reached-flag.
    perform follow-toward-target-para
        until walk-ended or walk-reached-target
           or walk-hops > max-no-buckets.
    if not walk-reached-target
       add 1 to unreachable-count
       move hash-value-calc to detail-number-1
       move "NOT ON HOME BUCKET'S CHAIN" to cfl-text-out
       move spaces to cfl-detail-out
       string "HOME BUCKET " delimited by size
              detail-number-1 delimited by size
           into cfl-detail-out
       end-string
       perform write-slot-finding-para.

follow-toward-target-para.
    perform follow-one-link-para.
    if walk-bucket = walk-target
       move "Y" to walk-reached-flag.

check-duplicate-acct-para.
    compute acct-indx = acct-no(b-indx) + 1.
    if account-seen(acct-indx) = "Y"
       add 1 to duplicate-acct-count
       move acct-no(b-indx) to detail-number-1
       move "ACCT-NO OCCUPIED TWICE" to cfl-text-out
       move spaces to cfl-detail-out
       string "ACCT-NO " delimited by size
              detail-number-1 delimited by size
           into cfl-detail-out
       end-string
       perform write-slot-finding-para
    else
       move "Y" to account-seen(acct-indx).

write-slot-finding-para.
    add 1 to finding-count.
    move i to cfl-bucket-out.
    move b-indx to cfl-slot-out.
    write check-report-line from check-finding-line
        after advancing 1 line.

*a bucket holding records hashed to other buckets only gets them
*through a link - with nothing linking to it, it is an orphan.
check-orphan-para.
    if bm-holds-foreign(i) and bm-incoming(i) = zero
       add 1 to orphan-bucket-count
       add 1 to finding-count
       move i to cfl-bucket-out
       move zero to cfl-slot-out
       move "ORPHAN OVERFLOW BUCKET" to cfl-text-out
       move "NO BUCKET LINKS TO IT" to cfl-detail-out
       write check-report-line from check-finding-line
           after advancing 1 line.

write-summary-para.
    move "BUCKETS CHECKED"              to ccl-label-out.
    move buckets-checked                to ccl-count-out.
    write check-report-line from check-count-line
        after advancing 3 lines.
    move "CHAINS WALKED"                to ccl-label-out.
    move chains-checked                 to ccl-count-out.
    write check-report-line from check-count-line
        after advancing 1 line.
    move "OCCUPIED SLOTS CHECKED"       to ccl-label-out.
    move slots-checked                  to ccl-count-out.
    write check-report-line from check-count-line
        after advancing 1 line.
    move "DANGLING LINKS"               to ccl-label-out.
    move dangling-link-count            to ccl-count-out.
    write check-report-line from check-count-line
        after advancing 2 lines.
    move "CHAINS THAT LOOP"             to ccl-label-out.
    move loop-count                     to ccl-count-out.
    write check-report-line from check-count-line
        after advancing 1 line.
    move "HASH-VALUE MISMATCHES"        to ccl-label-out.
    move hash-mismatch-count            to ccl-count-out.
    write check-report-line from check-count-line
        after advancing 1 line.
    move "SLOTS UNREACHABLE FROM HOME"  to ccl-label-out.
    move unreachable-count              to ccl-count-out.
    write check-report-line from check-count-line
        after advancing 1 line.
    move "ACCT-NOS OCCUPIED TWICE"      to ccl-label-out.
    move duplicate-acct-count           to ccl-count-out.
    write check-report-line from check-count-line
        after advancing 1 line.
    move "ORPHAN OVERFLOW BUCKETS"      to ccl-label-out.
    move orphan-bucket-count            to ccl-count-out.
    write check-report-line from check-count-line
        after advancing 1 line.
    if finding-count = zero
       move "PASS - BUCKET FILE STRUCTURE IS SOUND" to crl-text-out
    else
       move "*** FAIL - DO NOT USE THE BUCKET FILE ***"
           to crl-text-out.
    write check-report-line from check-result-line
        after advancing 2 lines.

*a bucket that cannot be read means hashparm.dat's sizing no
*longer matches the file on disk - itself a structural failure, so
*the run stops through the common handler with a nonzero
*return-code.
read-error-para.
    move hash-file-name(1:20) to filerr-call-file.
    move "READ-ERR" to filerr-call-paragraph.
    move hash-file-status to filerr-call-status.
    call "filerr" using filerr-call-args.
    stop run.
