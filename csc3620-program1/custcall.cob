*****************************************************************
*
*  Program #1 companion - custcall
*
*  One-stop customer inquiry for the help desk.  Answering a
*   single call used to mean running custinq, then hashlook,
*   then paging through merged-current.dat and the exception
*   report by hand.  This program takes an account number or
*   a last name at the terminal and shows, for the account,
*   everything the shop holds on it: the customer master
*   record (custmast.dat), the mailing address check-data
*   keeps (custaddr.dat), every bank account confirmed against
*   the customer in xreflink.dat with its current balance from
*   prog2's merged-current.dat and whether it is dormant or
*   overdrawn, the slot the Hashing load holds for it
*   (hashbucket.dat, walked the way hashlook walks it), and
*   whether any of tonight's records for the account sit in
*   the recycle queue (recycle.dat) or the review queue
*   (review.dat).  A name that matches several accounts lists
*   them and asks which one.  Every file is opened input only -
*   nothing here changes anything - and the operator needs
*   inquiry level (1) for CUSTCALL in operids.dat.
*
*****************************************************************

identification division.

program-id.   custcall.
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
    select link-file assign to dynamic link-file-name
        file status is link-file-status.
    select merged-snapshot-file
        assign to dynamic merged-snapshot-file-name
        file status is merged-snapshot-file-status.
    select hash-file assign to dynamic hash-file-name
        organization is relative
        access mode is dynamic
        relative key is target-bucket
        file status is hash-file-status.
    select hash-param-file assign to "hashparm.dat"
        organization is sequential
        file status is hash-param-file-status.
    select recycle-file assign to dynamic recycle-file-name
        file status is recycle-file-status.
    select review-data-file assign to dynamic review-data-file-name
        file status is review-data-file-status.

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
        88  address-undeliverable          value "U".

*xrefbld's judged customer/bank pairs - only C (confirmed) links
*are the customer's accounts.
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

*same bucket layout the Hashing load builds - see HASHBUCKET.COB.
fd  hash-file.
01  hash-bucket.
    05  link-field              pic 9(3).
    05  record-slot    occurs 10 times.
        10  record-number       pic 9(3).
        10  hash-value          pic 9(3).
        10  rec-status          pic x(3).
        10  rec-data-area.
            15  acct-no         pic 9(5).
            15  customer-name   pic x(20).
            15  other-data.
                20  od-balance       pic 9(5)v99.
                20  od-balance-sign  pic x(1).
                20  od-credit-rating pic x(1).
                20  od-last-update   pic 9(8).
                20  filler           pic x(30).

*the same parameter record the Hashing load reads - only the
*bucket size and prime number matter here.
fd  hash-param-file.
01  hash-param-record.
    05  param-max-no-buckets     pic 9(3).
    05  param-bucket-size        pic 9(3).
    05  param-prime-number       pic 9(3).
    05  param-vax-input-file-name pic x(40).
    05  param-chain-warning-depth pic 9(3).
    05  param-load-mode          pic x(1).

*check-data's recycle queue - see prog1.cob's recycle-file fd.
fd  recycle-file
        record contains 63 characters.
01  recycle-record.
    05  rcy-record              pic x(61).
    05  rcy-cycle-count         pic 9(2).

*check-data's review queue - see prog1.cob's review-data-file fd.
fd  review-data-file
        record contains 64 characters.
01  review-data-record.
    05  rvd-rec-num             pic 9(3).
    05  rvd-record              pic x(61).

working-storage section.

*one queued input record pulled apart - the original 61-character
*check.dat layout, of which only the name and account matter here.
01  queued-record-work.
    05  qw-last-name            pic x(15).
    05  qw-first-name           pic x(10).
    05  qw-acct-num             pic x(4).
    05  filler                  pic x(32).

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
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".
    05  address-eof-flag            pic x(1)   value "N".
        88  end-of-address-file                value "Y".
    05  link-eof-flag               pic x(1)   value "N".
        88  end-of-link-file                   value "Y".
    05  merged-snapshot-flag        pic x(1)   value "N".
        88  end-of-merged-snapshot             value "Y".
    05  recycle-eof-flag            pic x(1)   value "N".
        88  end-of-recycle-file                value "Y".
    05  review-eof-flag             pic x(1)   value "N".
        88  end-of-review-file                 value "Y".

01  filename-control-file-status   pic xx.
01  customer-master-file-status    pic xx.
01  address-file-status            pic xx.
01  link-file-status               pic xx.
01  merged-snapshot-file-status    pic xx.
01  hash-file-status               pic xx.
01  hash-param-file-status         pic xx.
01  recycle-file-status            pic xx.
01  review-data-file-status        pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  customer-master-file-name   pic x(50) value "custmast.dat".
    05  address-file-name           pic x(50) value "custaddr.dat".
    05  link-file-name              pic x(50) value "xreflink.dat".
    05  merged-snapshot-file-name   pic x(50)
        value "merged-current.dat".
    05  hash-file-name              pic x(50) value "hashbucket.dat".
    05  recycle-file-name           pic x(50) value "recycle.dat".
    05  review-data-file-name       pic x(50) value "review.dat".

*who is at the terminal - filled at sign-on by the shared opauth
*subprogram; inquiry level (1) is all this program needs.
01  opauth-call-args.
    05  oa-operator-id    pic x(8).
    05  oa-program-name   pic x(8) value "CUSTCALL".
    05  oa-level-found    pic 9(1).

01  inquiry-variables.
    05  inquiry-key             pic x(15).
    05  inquiry-acct-num        pic 9(4).
    05  chosen-acct-text        pic x(4).
    05  more-calls-flag         pic x(1) value "Y".
        88  more-calls-requested       value "Y" "y".
    05  search-eof-flag         pic x(1) value "N".
        88  search-done                value "Y".
    05  name-match-count        pic 9(3) value zero.
    05  master-found-flag       pic x(1) value "N".
        88  master-found               value "Y".

01  address-variables.
    05  address-found-flag      pic x(1).
        88  address-found              value "Y".
    05  held-street             pic x(20).
    05  held-city               pic x(15).
    05  held-state              pic x(2).
    05  held-zip                pic 9(5).
    05  held-undeliverable      pic x(1).

01  link-variables.
    05  linked-account-count    pic 9(3).
    05  bank-lookup-acct        pic 9(8).
    05  bank-found-flag         pic x(1).
        88  bank-found                 value "Y".
    05  bank-status-text        pic x(20).

01  hash-variables.
    05  hash-available-flag     pic x(1) value "N".
        88  hash-available             value "Y".
    05  bucket-size             pic 9(3) value zero.
    05  prime-number            pic 9(3).
    05  hash-key-field          pic 9(5) comp.
    05  target-bucket           pic 9(3).
    05  quotient                pic 9(3).
    05  hash-lookup-acct        pic 9(5).
    05  slot-index              pic s9(3) comp.
    05  found-slot              pic s9(3) comp.
    05  hash-result-flag        pic x(1).
        88  hash-found                 value "F".
        88  hash-deleted               value "D".
        88  hash-not-found             value "N".
    05  end-of-chain-flag       pic x(1).
        88  end-of-chain               value "Y".

01  queue-variables.
    05  recycle-hit-count       pic 9(3).
    05  review-hit-count        pic 9(3).

01  display-work-fields.
    05  balance-edited          pic zzzz9.99.
    05  bank-balance-edited     pic -zz,zzz,zz9.99.

procedure division.

100-main  section.

100-main-line-para.
    perform 140-load-filenames-para.
    perform 145-operator-sign-on-para.
    perform 150-load-hash-parameters-para.
    open input customer-master-file.
    if customer-master-file-status not = "00"
       display "custmast.dat not found or unreadable."
       move 1 to return-code
       stop run.
    perform 200-process-one-call-para
        until not more-calls-requested.
    close customer-master-file.
    stop run.

*reads the shared filenames.dat control file, if present, and
*overrides this program's compiled-in file names with any matching
*logical-name entry it contains.  Missing file / missing entry just
*leaves the compiled-in default alone.
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
        when "HASHFILE"
            move fc-physical-name to hash-file-name
        when "RECYCLE"
            move fc-physical-name to recycle-file-name
        when "REVEWDAT"
            move fc-physical-name to review-data-file-name
        when other
            continue
    end-evaluate.

145-operator-sign-on-para.
    display "Operator ID (8 char) & <Ret>:".
    accept oa-operator-id.
    call "opauth" using opauth-call-args.
    if oa-level-found < 1
       display "Operator " oa-operator-id
               " is not authorized for customer inquiry."
       move 1 to return-code
       stop run.

*the bucket walk must hash with the sizing the load used - without
*hashparm.dat the rest of the inquiry still answers, and the
*Hashing part says it could not look.
150-load-hash-parameters-para.
    move "N" to hash-available-flag.
    open input hash-param-file.
    if hash-param-file-status = "00"
       read hash-param-file
            at end continue
            not at end
                if param-prime-number is numeric
                   and param-prime-number > zero
                   move param-bucket-size  to bucket-size
                   move param-prime-number to prime-number
                   move "Y" to hash-available-flag
                end-if
       end-read
       close hash-param-file.
    if bucket-size > 10
       move 10 to bucket-size.


*one help-desk call - four digits is an account number, anything
*else is a last name.
200-process-one-call-para.
    display "Enter account number (4 digits) or last name & <Ret>:".
    move spaces to inquiry-key.
    accept inquiry-key.
    move "N" to master-found-flag.
    if inquiry-key(1:4) is numeric
       and inquiry-key(5:11) = spaces
       move inquiry-key(1:4) to inquiry-acct-num
       perform 220-read-master-by-account-para
    else
       if inquiry-key = spaces
          display "An account number or last name is required."
       else
          perform 210-search-by-name-para.

    if master-found
       perform 300-show-customer-para.

    display "Another call? (Y/N) & <Ret>:".
    accept more-calls-flag.

*every master record carrying the name - one match goes straight
*to the full view, several are listed for the caller to pick from.
210-search-by-name-para.
    move zero to name-match-count.
    move "N" to search-eof-flag.
    move inquiry-key to cust-last-name.
    start customer-master-file key is equal to cust-last-name
        invalid key move "Y" to search-eof-flag
    end-start.
    perform 211-list-next-match-para until search-done.

    evaluate true
        when name-match-count = zero
             display "No accounts found for that last name."
        when name-match-count = 1
             perform 220-read-master-by-account-para
        when other
             display "Enter account number from the list & <Ret>:"
             accept chosen-acct-text
             if chosen-acct-text is numeric
                move chosen-acct-text to inquiry-acct-num
                perform 220-read-master-by-account-para
             else
                display "Account number must be numeric."
             end-if
    end-evaluate.

211-list-next-match-para.
    read customer-master-file next record
         at end move "Y" to search-eof-flag
    end-read.
    if not search-done
       if cust-last-name = inquiry-key
          add 1 to name-match-count
          move cust-acct-num to inquiry-acct-num
          display "  " cust-acct-num "  " cust-first-name " "
                  cust-last-name
       else
          move "Y" to search-eof-flag.

220-read-master-by-account-para.
    move inquiry-acct-num to cust-acct-num.
    read customer-master-file
         invalid key
             display "Account " inquiry-acct-num
                     " is not on the customer master."
         not invalid key
             move "Y" to master-found-flag
    end-read.


*the whole picture for one account, one source at a time.
300-show-customer-para.
    perform 310-show-master-para.
    perform 320-show-address-para.
    perform 330-show-linked-accounts-para.
    perform 340-show-hash-entry-para.
    perform 350-show-queues-para.
    display "----------------------------------------".

310-show-master-para.
    move cust-balance to balance-edited.
    display "========================================".
    display "CUSTOMER MASTER".
    display "  Account:   " cust-acct-num.
    display "  Name:      " cust-first-name " " cust-last-name.
    display "  Born:      " cust-birthdate.
    display "  Balance:   " balance-edited " " cust-balance-sign.
    display "  Rating:    " cust-credit-rating.
    display "  Last seen: " cust-last-seen.
    if cust-account-closed
       display "  Status:    CLOSED " cust-close-date
    else
       display "  Status:    OPEN".

*the newest address on file for the account wins, the way
*custstmt picks the one it mails to.
320-show-address-para.
    display "ADDRESS".
    move "N" to address-found-flag.
    move "N" to address-eof-flag.
    open input address-file.
    if address-file-status not = "00"
       display "  custaddr.dat not available."
    else
       perform 321-scan-address-para until end-of-address-file
       close address-file
       if address-found
          display "  " held-street
          display "  " held-city " " held-state " " held-zip
          if held-undeliverable = "U"
             display "  ** MAIL RETURNED - ADDRESS UNDELIVERABLE"
          end-if
       else
          display "  No address on file.".

321-scan-address-para.
    read address-file
         at end move "Y" to address-eof-flag
         not at end
             if adr-acct-num = cust-acct-num
                move "Y" to address-found-flag
                move adr-street             to held-street
                move adr-city               to held-city
                move adr-state              to held-state
                move adr-zip                to held-zip
                move adr-undeliverable-flag to held-undeliverable
             end-if
    end-read.

*confirmed links only; each bank account's balance and standing
*come from tonight's merged snapshot.
330-show-linked-accounts-para.
    display "LINKED BANK ACCOUNTS".
    move zero to linked-account-count.
    move "N" to link-eof-flag.
    open input link-file.
    if link-file-status not = "00"
       display "  xreflink.dat not available."
    else
       perform 331-scan-link-para until end-of-link-file
       close link-file
       if linked-account-count = zero
          display "  No confirmed links.".

331-scan-link-para.
    read link-file
         at end move "Y" to link-eof-flag
         not at end
             if xl-cust-acct = cust-acct-num
                and xl-status = "C"
                add 1 to linked-account-count
                move xl-bank-acct to bank-lookup-acct
                perform 332-show-one-bank-account-para
             end-if
    end-read.

332-show-one-bank-account-para.
    move "N" to bank-found-flag.
    move "N" to merged-snapshot-flag.
    open input merged-snapshot-file.
    if merged-snapshot-file-status = "00"
       perform 333-scan-snapshot-para
           until end-of-merged-snapshot or bank-found
       close merged-snapshot-file.
    if bank-found
       move mw-acct-bal to bank-balance-edited
       evaluate true
           when mw-acct-bal < zero and mw-trans-count = zero
                move "OVERDRAWN, DORMANT" to bank-status-text
           when mw-acct-bal < zero
                move "OVERDRAWN" to bank-status-text
           when mw-trans-count = zero
                move "DORMANT" to bank-status-text
           when other
                move "ACTIVE" to bank-status-text
       end-evaluate
       display "  " bank-lookup-acct "  TYPE " mw-acct-type
               "  " bank-balance-edited "  " bank-status-text
    else
       display "  " bank-lookup-acct
               "  not in tonight's merged snapshot".

333-scan-snapshot-para.
    read merged-snapshot-file
         at end move "Y" to merged-snapshot-flag
         not at end
             move merged-snapshot-record to merged-record-work
             if mw-acct-num = bank-lookup-acct
                move "Y" to bank-found-flag
             end-if
    end-read.

*the same prime-number divide and link-field chain walk hashlook
*does - the account number gains the leading zero hashfeed gives
*it.
340-show-hash-entry-para.
    display "HASHING BUCKET ENTRY".
    if not hash-available
       display "  hashparm.dat not available - not looked up."
    else
       open input hash-file
       if hash-file-status not = "00"
          display "  hashbucket.dat not available."
       else
          perform 341-find-hash-entry-para
          perform 345-display-hash-entry-para
          close hash-file.

341-find-hash-entry-para.
    move "N" to hash-result-flag.
    move "N" to end-of-chain-flag.
    move zero to found-slot.
    move cust-acct-num to hash-lookup-acct.
    move hash-lookup-acct to hash-key-field.
    divide prime-number into hash-key-field giving quotient
                                 remainder target-bucket.
    add 1 to target-bucket.
    read hash-file
        invalid key move "Y" to end-of-chain-flag.
    perform 342-examine-bucket-para
        until hash-found or hash-deleted or end-of-chain.

342-examine-bucket-para.
    perform 343-examine-slot-para
        varying slot-index from 1 by 1
        until (slot-index > bucket-size)
           or hash-found or hash-deleted.
    if hash-not-found
       if link-field = 0
          move "Y" to end-of-chain-flag
       else
          move link-field to target-bucket
          read hash-file
              invalid key move "Y" to end-of-chain-flag.

343-examine-slot-para.
    if acct-no(slot-index) = hash-lookup-acct
       if rec-status(slot-index) = "OCC"
          move "F" to hash-result-flag
          move slot-index to found-slot
       else
          if rec-status(slot-index) = "DEL"
             move "D" to hash-result-flag.

345-display-hash-entry-para.
    evaluate true
        when hash-found
             move od-balance(found-slot) to balance-edited
             display "  Bucket:    " target-bucket
                     "  slot " found-slot
             display "  Name:      " customer-name(found-slot)
             display "  Balance:   " balance-edited " "
                     od-balance-sign(found-slot)
             display "  Rating:    " od-credit-rating(found-slot)
             display "  Updated:   " od-last-update(found-slot)
        when hash-deleted
             display "  On file but marked DEL."
        when other
             display "  Not on the hash file."
    end-evaluate.

*tonight's check-data queues - a record for the account in either
*means something on it is waiting on someone.
350-show-queues-para.
    display "TONIGHT'S QUEUES".
    move zero to recycle-hit-count.
    move "N" to recycle-eof-flag.
    open input recycle-file.
    if recycle-file-status not = "00"
       display "  recycle.dat not available."
    else
       perform 351-scan-recycle-para until end-of-recycle-file
       close recycle-file
       if recycle-hit-count = zero
          display "  Not in the recycle queue.".

    move zero to review-hit-count.
    move "N" to review-eof-flag.
    open input review-data-file.
    if review-data-file-status not = "00"
       display "  review.dat not available."
    else
       perform 352-scan-review-para until end-of-review-file
       close review-data-file
       if review-hit-count = zero
          display "  Not in the review queue.".

351-scan-recycle-para.
    read recycle-file
         at end move "Y" to recycle-eof-flag
         not at end
             move rcy-record to queued-record-work
             if qw-acct-num = cust-acct-num
                add 1 to recycle-hit-count
                display "  RECYCLE QUEUE - rejected "
                        rcy-cycle-count " run(s) in a row"
             end-if
    end-read.

352-scan-review-para.
    read review-data-file
         at end move "Y" to review-eof-flag
         not at end
             move rvd-record to queued-record-work
             if qw-acct-num = cust-acct-num
                add 1 to review-hit-count
                display "  REVIEW QUEUE - review record "
                        rvd-rec-num
             end-if
    end-read.
