***************************************
* Nightly driver companion - datamask
*  Sumit Khanna - Dr. Hume's 3620
*
*  Scrambled test copies of the
*   production files, so a test run
*   can use realistic data without
*   carrying anyone's real name,
*   address, birthday, or account
*   numbers.  Masks custmast.dat,
*   custaddr.dat, check.dat, every
*   bank feed bankfiles.dat lists,
*   xreflink.dat, and hashbucket.dat
*   into a copy of each named
*   <name>.msk - the production file
*   itself is only ever opened input.
*   A bankfiles.dat.msk listing the
*   masked feeds is written as well,
*   so prog2 can be pointed at them.
*
*  The rules hold the files together
*   the way production holds them:
*   --account numbers are mapped, not
*     randomized - the same customer
*     (or bank) account becomes the
*     same new number in every file,
*     so master, addresses, feed,
*     links, and hash slots still
*     line up, and xreflink.dat still
*     holds.  The mapping is a
*     one-to-one scramble keyed from
*     maskparm.dat, so two accounts
*     never collide.
*   --names are replaced word by word
*     from a table of made-up names,
*     the same word always becoming
*     the same made-up word - so the
*     bank feed's "LAST FIRST" name
*     still matches the master's last
*     and first names the way xrefbld
*     matches them.  A word carrying
*     a character check 3 refuses
*     keeps one, so a deliberately
*     bad name stays bad.
*   --streets become a made-up house
*     number and street; city, state,
*     and zip are left alone so the
*     state check still means
*     something.
*   --a real birthdate keeps its year
*     and takes a new month and day,
*     the same for the customer in
*     every file; the age beside it
*     in check.dat moves with it, so
*     a record that passed check 8
*     still passes and one that
*     failed still fails.
*   --balances (and check.dat's
*     interest, by the same factor)
*     move up or down by no more than
*     maskparm.dat's tolerance
*     percent, the factor fixed per
*     account, so control totals stay
*     realistic.  check.dat's trailer
*     hash total is moved by the same
*     amount its records moved.
*   --acct-sum is recomputed for the
*     new account number, so masked
*     check.dat still passes check 5
*     - and a record that failed it
*     still fails by the same amount.
*
*  maskparm.dat holds the scramble
*   keys and the tolerance; it must
*   be present - the keys are what
*   make the masking one-way for
*   anyone who has only the copies -
*   and it belongs with the operators,
*   not with the test copies.
*   check.dat is masked in either of
*   the shapes prog1 reads it in - the
*   fixed layout, or the comma-
*   delimited one (CSVIN), field by
*   field by the same rules, and put
*   back together with its commas.
***************************************

identification division.

program-id. datamask.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select mask-param-file assign to "maskparm.dat"
        file status is mask-param-file-status.
    select filename-control-file assign to "filenames.dat"
        file status is filename-control-file-status.
    select customer-master-file
        assign to dynamic customer-master-file-name
        organization is indexed
        access mode is sequential
        record key is cust-acct-num
        alternate record key is cust-last-name with duplicates
        file status is customer-master-file-status.
    select masked-master-file
        assign to dynamic masked-file-name
        organization is indexed
        access mode is random
        record key is mm-acct-num
        alternate record key is mm-last-name with duplicates
        file status is masked-master-file-status.
    select address-file assign to dynamic address-file-name
        file status is address-file-status.
    select masked-address-file assign to dynamic masked-file-name
        file status is masked-address-file-status.
    select check-data-file assign to dynamic check-data-file-name
        organization is line sequential
        file status is check-data-file-status.
    select masked-check-file assign to dynamic masked-file-name
        organization is line sequential
        file status is masked-check-file-status.
    select link-file assign to dynamic link-file-name
        file status is link-file-status.
    select masked-link-file assign to dynamic masked-file-name
        file status is masked-link-file-status.
    select bank-list-file assign to "bankfiles.dat"
        file status is bank-list-file-status.
    select masked-bank-list-file assign to "bankfiles.dat.msk"
        file status is masked-bank-list-file-status.
    select bank-feed-file assign to dynamic bank-feed-file-name
        file status is bank-feed-file-status.
    select masked-feed-file assign to dynamic masked-file-name
        file status is masked-feed-file-status.
    select hash-param-file assign to "hashparm.dat"
        organization is sequential
        file status is hash-param-file-status.
    select hash-file assign to dynamic hash-file-name
        organization is relative
        access mode is sequential
        file status is hash-file-status.
    select masked-hash-file assign to dynamic masked-file-name
        organization is relative
        access mode is dynamic
        relative key is target-bucket
        file status is masked-hash-file-status.

data division.

file section.

*the scramble keys - an offset for customer accounts, one for bank
*accounts, a seed for the made-up names and birthdays - and how far
*(percent) a balance may move.
fd mask-param-file record contains 19 characters.
01 mask-param-record.
    05 mp-account-key       pic 9(4).
    05 mp-bank-key          pic 9(8).
    05 mp-name-key          pic 9(3).
    05 mp-balance-tolerance pic 9(2)v99.

*shared file-name control file (filenames.dat) - the production
*names of the files masked here.
fd filename-control-file record contains 58 characters.
01 filename-control-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

*same master record custmast maintains - see custmast.cob's fd.
fd customer-master-file record contains 63 characters.
01 customer-master-record.
    05 cust-acct-num        pic 9(4).
    05 cust-last-name       pic x(15).
    05 cust-first-name      pic x(10).
    05 cust-birthdate       pic x(8).
    05 filler               pic x(26).

fd masked-master-file record contains 63 characters.
01 masked-master-record.
    05 mm-acct-num          pic 9(4).
    05 mm-last-name         pic x(15).
    05 mm-first-name        pic x(10).
    05 mm-birthdate         pic x(8).
    05 mm-credit-rating     pic x(1).
    05 mm-balance           pic 9(5)v99.
    05 mm-balance-sign      pic x(1).
    05 filler               pic x(17).

*check-data's customer address file - see prog1.cob's fd.
fd address-file record contains 47 characters.
01 address-file-record      pic x(47).

fd masked-address-file record contains 47 characters.
01 masked-address-record    pic x(47).

*the check-data feed, HDR/TRL control records and all.
fd check-data-file record contains 1 to 120 characters.
01 check-data-line          pic x(120).

fd masked-check-file record contains 1 to 120 characters.
01 masked-check-line        pic x(120).

*xrefbld's judged customer/bank pairs.
fd link-file record contains 13 characters.
01 link-record.
    05 xl-cust-acct         pic 9(4).
    05 xl-bank-acct         pic 9(8).
    05 xl-status            pic x(1).

fd masked-link-file record contains 13 characters.
01 masked-link-record       pic x(13).

fd bank-list-file record contains 50 characters.
01 bank-list-record         pic x(50).

fd masked-bank-list-file record contains 50 characters.
01 masked-bank-list-record  pic x(50).

*one bank feed - prog2's 53-character data-record.
fd bank-feed-file record contains 53 characters.
01 bank-feed-record         pic x(53).

fd masked-feed-file record contains 53 characters.
01 masked-feed-record       pic x(53).

*the same parameter record the Hashing load reads.
fd hash-param-file.
01 hash-param-record.
    05 param-max-no-buckets      pic 9(3).
    05 param-bucket-size         pic 9(3).
    05 param-prime-number        pic 9(3).
    05 param-vax-input-file-name pic x(40).
    05 param-chain-warning-depth pic 9(3).
    05 param-load-mode           pic x(1).

*the production bucket file, read front to back.
fd hash-file.
01 source-bucket.
    05 hs-link-field           pic 9(3).
    05 hs-record-slot   occurs 10 times.
       10 hs-record-number     pic 9(3).
       10 hs-hash-value        pic 9(3).
       10 hs-rec-status        pic x(3).
       10 hs-acct-no           pic 9(5).
       10 hs-customer-name     pic x(20).
       10 hs-od-balance        pic 9(5)v99.
       10 hs-other-data-rest   pic x(40).

*same bucket layout the Hashing load builds - see HASHBUCKET.COB.
fd masked-hash-file.
01 hash-bucket.
    05 link-field              pic 9(3).
    05 record-slot    occurs 10 times.
       10 record-number        pic 9(3).
       10 hash-value           pic 9(3).
       10 rec-status           pic x(3).
       10 rec-data-area.
          15 acct-no           pic 9(5).
          15 customer-name     pic x(20).
          15 other-data.
             20 od-balance     pic 9(5)v99.
             20 od-other-rest  pic x(40).

working-storage section.

01 mask-param-file-status        pic xx.
01 filename-control-file-status  pic xx.
01 customer-master-file-status   pic xx.
01 masked-master-file-status     pic xx.
01 address-file-status           pic xx.
01 masked-address-file-status    pic xx.
01 check-data-file-status        pic xx.
01 masked-check-file-status      pic xx.
01 link-file-status              pic xx.
01 masked-link-file-status       pic xx.
01 bank-list-file-status         pic xx.
01 masked-bank-list-file-status  pic xx.
01 bank-feed-file-status         pic xx.
01 masked-feed-file-status       pic xx.
01 hash-param-file-status        pic xx.
01 hash-file-status              pic xx.
01 masked-hash-file-status       pic xx.

01 file-flags.
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file     value "Y".
    05 source-eof-flag            pic x(1) value "N".
       88 end-of-source                    value "Y".
    05 bank-list-eof-flag         pic x(1) value "N".
       88 end-of-bank-list                 value "Y".

*production names - defaulted to the compiled-in names the owning
*programs use, overridden by filenames.dat the way they are.
01 dynamic-file-names.
    05 customer-master-file-name pic x(50) value "custmast.dat".
    05 address-file-name         pic x(50) value "custaddr.dat".
    05 check-data-file-name      pic x(50) value "check.dat".
    05 link-file-name            pic x(50) value "xreflink.dat".
    05 hash-file-name            pic x(50) value "hashbucket.dat".
    05 bank-feed-file-name       pic x(50).
    05 source-file-name          pic x(50).
    05 masked-file-name          pic x(60).

01 mask-keys.
    05 account-key          pic 9(4).
    05 bank-key             pic 9(8).
    05 name-key             pic 9(3).
    05 balance-tolerance    pic 9(2)v99.
    05 tolerance-hundredths pic 9(4).
    05 tolerance-span       pic 9(5).

01 mask-dates.
    05 business-date        pic 9(8).
    05 business-date-parts redefines business-date.
       10 business-yyyy     pic 9(4).
       10 business-mm       pic 9(2).
       10 business-dd       pic 9(2).

01 mask-counters.
    05 files-masked-count   pic 9(3) value zero.
    05 files-skipped-count  pic 9(3) value zero.
    05 records-masked-count pic 9(7) value zero.
    05 file-record-count    pic 9(7) value zero.
    05 comma-tally          pic 9(3).

*account scramble work - new = (old x 7919 + key), kept to the
*account's own width.  7919 shares no factor with 10, so no two
*accounts ever map to the same number.
01 account-map-fields.
    05 account-multiplier   pic 9(4) value 7919.
    05 map-work             pic 9(12).
    05 map-quotient         pic 9(12).
    05 map-cust-in          pic 9(4).
    05 map-cust-out         pic 9(4).
    05 map-bank-in          pic 9(8).
    05 map-bank-out         pic 9(8).
    05 hash-acct-high       pic 9(1).

*balance perturbation - the factor is hundredths of a percent,
*fixed per account from the account number, so one customer's
*balance moves the same way in every file that carries it.
01 balance-mask-fields.
    05 factor-base          pic 9(8).
    05 factor-remainder     pic 9(5).
    05 balance-factor       pic s9(5).
    05 amount-in            pic 9(8)v99.
    05 amount-out           pic 9(9)v99.
    05 slot-balance-work    pic 9(5)v99.
    05 slot-balance-text redefines slot-balance-work pic x(7).

*made-up name work.  Every word is hashed from its own letters and
*the name key to one entry of the made-up name table.
01 name-mask-fields.
    05 name-in-work         pic x(25).
    05 name-out-work        pic x(25).
    05 name-out-pointer     pic 9(3).
    05 name-word-count      pic 9(2).
    05 name-word            pic x(25) occurs 4 times.
    05 word-index           pic 9(2).
    05 word-in              pic x(25).
    05 word-char-index      pic 9(2).
    05 word-hash            pic 9(9).
    05 word-quotient        pic 9(9).
    05 alphabet-position    pic 9(2).
    05 fake-index           pic 9(2).
    05 fake-word-base       pic x(8).
    05 fake-word-out        pic x(9).
    05 word-invalid-flag    pic x(1).
       88 word-has-bad-char         value "Y".
    05 name-alphabet        pic x(54) value
       "ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvwxyz'-".
    05 street-in-work       pic x(20).
    05 street-out-work      pic x(20).
    05 house-number         pic 9(4).

01 fake-name-values.
    05 filler pic x(40) value "ABBOTT  BARLOW  CARVER  DALTON  EASTON  ".
    05 filler pic x(40) value "FARRELL GARNER  HOLDEN  IRWIN   JARVIS  ".
    05 filler pic x(40) value "KEMPER  LANDRY  MERCER  NOLAN   OSBORN  ".
    05 filler pic x(40) value "PARRISH QUINLAN RADLEY  SAWYER  TALBOT  ".
    05 filler pic x(40) value "UPTON   VANCE   WALKER  YATES   ABEL    ".
    05 filler pic x(40) value "BRYNN   COLE    DARIA   ELLIS   FLYNN   ".
    05 filler pic x(40) value "GRETA   HARLAN  IVY     JONAH   KEIRA   ".
    05 filler pic x(40) value "LIONEL  MAEVE   NOEL    OTIS    PERRY   ".
01 fake-name-table redefines fake-name-values.
    05 fake-name-entry      pic x(8) occurs 40 times.

*birthdate work - mmddyyyy, the order check.dat and custmast.dat
*both carry it in.
01 birthdate-mask-fields.
    05 birthdate-work       pic x(8).
    05 birthdate-parts redefines birthdate-work.
       10 birth-mm          pic 9(2).
       10 birth-dd          pic 9(2).
       10 birth-yyyy        pic 9(4).
    05 birthdate-base       pic 9(4).
    05 birthdate-valid-flag pic x(1).
       88 birthdate-valid           value "Y".
    05 old-computed-age     pic s9(4).
    05 new-computed-age     pic s9(4).
    05 age-work             pic x(3).
    05 age-work-9 redefines age-work pic 9(3).
    05 age-new-value        pic s9(4).
    05 month-day-limit      pic 9(2).
    05 leap-quotient        pic 9(4).
    05 leap-remainder       pic 9(4).
    05 leap-year-flag       pic x(1).
       88 year-is-leap              value "Y".

01 days-in-month-values     pic x(24)
       value "312831303130313130313031".
01 days-in-month-table redefines days-in-month-values.
    05 days-in-month        pic 9(2) occurs 12 times.

*one check.dat account record pulled apart - the original
*61-character layout.
01 check-record-work.
    05 cw-last-name         pic x(15).
    05 cw-first-name        pic x(10).
    05 cw-acct-num          pic x(4).
    05 cw-acct-num-9 redefines cw-acct-num pic 9(4).
    05 cw-acct-sum          pic x(3).
    05 cw-acct-sum-9 redefines cw-acct-sum pic 9(3).
    05 cw-birthdate         pic x(8).
    05 cw-age               pic x(3).
    05 cw-age-9 redefines cw-age pic 9(3).
    05 cw-discount          pic x(3).
    05 cw-balance           pic x(7).
    05 cw-balance-9 redefines cw-balance pic 9(5)v99.
    05 cw-balance-sign      pic x(1).
    05 cw-interest          pic x(6).
    05 cw-interest-9 redefines cw-interest pic 9(4)v99.
    05 cw-credit-rating     pic x(1).

*one comma-delimited check.dat line pulled apart - the same eleven
*fields, in the same order and widths, prog1's CSVIN parse takes.
*A numeric field is carried through check-record-work to be masked
*and written back in full width; one that is not a plain number is
*written back exactly as it came in.
01 check-csv-work.
    05 cc-last-name         pic x(25).
    05 cc-first-name        pic x(25).
    05 cc-acct-num          pic x(10).
    05 cc-acct-sum          pic x(10).
    05 cc-birthdate         pic x(12).
    05 cc-age               pic x(10).
    05 cc-discount          pic x(10).
    05 cc-balance           pic x(12).
    05 cc-balance-sign      pic x(5).
    05 cc-interest          pic x(12).
    05 cc-credit-rating     pic x(5).

01 check-csv-parts.
    05 cc-bd-month          pic x(4).
    05 cc-bd-day            pic x(4).
    05 cc-bd-year           pic x(6).
    05 cc-int-part          pic x(8).
    05 cc-frac-part         pic x(4).
    05 cc-token-work        pic x(12).
    05 cc-token-lead        pic 9(2).
    05 cc-token-len         pic 9(2).
    05 cc-token-max         pic 9(2).
    05 cc-token-value       pic 9(12).
    05 cc-amount-value      pic 9(8)v99.
    05 cc-frac-value        pic 9(2).
    05 cc-token-flag        pic x(1).
       88 cc-token-taken            value "Y".
    05 cc-acct-flag         pic x(1).
       88 cc-acct-taken             value "Y".
    05 cc-sum-flag          pic x(1).
       88 cc-sum-taken              value "Y".
    05 cc-bdate-flag        pic x(1).
       88 cc-bdate-taken            value "Y".
    05 cc-age-flag          pic x(1).
       88 cc-age-taken              value "Y".
    05 cc-balance-flag      pic x(1).
       88 cc-balance-taken          value "Y".
    05 cc-interest-flag     pic x(1).
       88 cc-interest-taken         value "Y".
    05 cc-balance-edit      pic 9(5).99.
    05 cc-interest-edit     pic 9(4).99.

*the type-2 address and type-3 closure records - the account
*number sits in the same place in both.
01 check-side-record-work.
    05 cs-record-type       pic x(1).
    05 cs-acct-num          pic x(4).
    05 cs-acct-num-9 redefines cs-acct-num pic 9(4).
    05 cs-street            pic x(20).
    05 filler               pic x(95).

*the trailer - "TRL", the record count, the balance hash total.
01 check-trailer-work.
    05 ct-trailer-tag       pic x(3).
    05 ct-trailer-count     pic x(6).
    05 ct-trailer-count-9 redefines ct-trailer-count pic 9(6).
    05 ct-trailer-total     pic x(12).
    05 ct-trailer-total-9 redefines ct-trailer-total pic 9(10)v99.
    05 filler               pic x(99).

01 check-digit-fields.
    05 digit-index          pic 9(1).
    05 acct-digit-work      pic 9(4).
    05 acct-digits redefines acct-digit-work.
       10 acct-digit        pic 9(1) occurs 4 times.
    05 acct-sum-old-calc    pic 9(3).
    05 acct-sum-new-calc    pic 9(3).
    05 acct-sum-new         pic s9(4).
    05 balance-shift        pic s9(10)v99 value zero.
    05 trailer-new-total    pic s9(10)v99.

*one bank feed record pulled apart - prog2's merged layout.
01 feed-record-work.
    05 fw-acct-name         pic x(25).
    05 fw-acct-num          pic 9(8).
    05 fw-acct-type         pic x(1).
    05 fw-acct-bal          pic s9(8)v99 sign is leading separate.
    05 fw-trans-count       pic 9(4).
    05 fw-state             pic x(4).

01 address-record-work.
    05 aw-acct-num          pic 9(4).
    05 aw-street            pic x(20).
    05 filler               pic x(23).

*the Hashing load's own insert, replayed into the masked copy -
*initialise every bucket, home each slot on the new account's
*remainder, and spill down a linked chain when the home is full.
01 hash-variables.
    05 max-no-buckets       pic 9(3).
    05 bucket-size          pic 9(3).
    05 prime-number         pic 9(3).
    05 hash-key-field       pic 9(5) comp.
    05 target-bucket        pic 9(3).
    05 quotient             pic 9(3).
    05 hash-value-calc      pic 9(3).
    05 save-address         pic 9(3).
    05 bucket-index         pic 9(3).
    05 slot-index           pic 9(3).
    05 source-slot          pic 9(3).
    05 insert-acct-no       pic 9(5).
    05 insert-slot-data     pic x(72).
    05 record-inserted-flag pic x(1).
       88 record-inserted           value "Y".
    05 extend-chain-flag    pic x(1).
       88 cannot-extend-chain       value "N".
    05 bucket-full-flag     pic x(1).
       88 bucket-not-full           value "N".
    05 hash-params-flag     pic x(1) value "N".
       88 hash-params-loaded        value "Y".

01 runlog-call-args.
    05 runlog-call-action      pic x(5).
    05 runlog-call-job-name    pic x(20) value "DATAMASK".
    05 runlog-call-count-1     pic 9(7).
    05 runlog-call-count-2     pic 9(7).
    05 runlog-call-count-3     pic 9(7).

procedure division.


main section.

******************************************
*Entry point for program
* --read the scramble keys, then mask
*   each production file into its .msk
*   copy in turn
* --done
*******************************************
main-paragraph.
    move "START" to runlog-call-action.
    move zero    to runlog-call-count-1
                     runlog-call-count-2
                     runlog-call-count-3.
    call "runlog" using runlog-call-args.

    perform 040-load-mask-keys-para.
    call "busdate" using business-date.
    perform 045-load-filenames-para.

    perform 100-mask-customer-master-para.
    perform 200-mask-address-file-para.
    perform 300-mask-check-data-para.
    perform 400-mask-link-file-para.
    perform 500-mask-bank-feeds-para.
    perform 600-mask-hash-file-para.

    display "FILES MASKED: " files-masked-count
            "  SKIPPED: " files-skipped-count
            "  RECORDS: " records-masked-count.

    move "END"                to runlog-call-action.
    move files-masked-count   to runlog-call-count-1.
    move records-masked-count to runlog-call-count-2.
    move files-skipped-count  to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    if files-skipped-count > zero
       move 1 to return-code
    else
       move 0 to return-code.
    stop run.


******************************************
*Parameter Section
*  --maskparm.dat must be there and
*    numeric; without the keys there is
*    nothing to mask with
******************************************
040-load-mask-keys-para.
    open input mask-param-file.
    if mask-param-file-status not = "00"
       display "maskparm.dat not found or unreadable - "
               "cannot continue"
       move 1 to return-code
       stop run.
    read mask-param-file
         at end
             display "maskparm.dat is empty - cannot continue"
             close mask-param-file
             move 1 to return-code
             stop run
    end-read.
    close mask-param-file.
    if mp-account-key not numeric or mp-bank-key not numeric
       or mp-name-key not numeric
       or mp-balance-tolerance not numeric
       display "maskparm.dat is not numeric - cannot continue"
       move 1 to return-code
       stop run.
    move mp-account-key       to account-key.
    move mp-bank-key          to bank-key.
    move mp-name-key          to name-key.
    move mp-balance-tolerance to balance-tolerance.
    compute tolerance-hundredths = balance-tolerance * 100.
    compute tolerance-span = tolerance-hundredths * 2 + 1.


******************************************
*File-name Control Section
*  --the production names, as the owning
*    programs find them
******************************************
045-load-filenames-para.
    move "N" to filename-control-file-flag.
    open input filename-control-file.
    if filename-control-file-status = "00"
       perform 046-read-filename-entry-para
           until end-of-filename-control-file
       close filename-control-file.

046-read-filename-entry-para.
    read filename-control-file
         at end move "Y" to filename-control-file-flag
         not at end perform 047-apply-filename-entry-para
    end-read.

047-apply-filename-entry-para.
    evaluate fc-logical-name
        when "CUSTMAST"
            move fc-physical-name to customer-master-file-name
        when "ADDROUT"
            move fc-physical-name to address-file-name
        when "CHECKIN"
            move fc-physical-name to check-data-file-name
        when "XREFLINK"
            move fc-physical-name to link-file-name
        when "HASHFILE"
            move fc-physical-name to hash-file-name
        when other
            continue
    end-evaluate.

*the copy's name - the production name with .msk on the end.
050-build-masked-name-para.
    move spaces to masked-file-name.
    string source-file-name delimited by " "
           ".msk"           delimited by size
        into masked-file-name
    end-string.
    move zero to file-record-count.

060-report-skipped-para.
    add 1 to files-skipped-count.
    display "NOT MASKED - " source-file-name
            " not found or unreadable".

070-report-masked-para.
    add 1 to files-masked-count.
    add file-record-count to records-masked-count.
    display "MASKED: " masked-file-name " " file-record-count
            " RECORD(S)".


******************************************
*Customer Master Section
*  --new account, names, birthdate, and
*    balance; rating, dates, and status
*    ride along untouched
******************************************
100-mask-customer-master-para.
    move customer-master-file-name to source-file-name.
    perform 050-build-masked-name-para.
    open input customer-master-file.
    if customer-master-file-status not = "00"
       perform 060-report-skipped-para
    else
       open output masked-master-file
       move "N" to source-eof-flag
       perform 110-mask-master-record-para until end-of-source
       close customer-master-file
       close masked-master-file
       perform 070-report-masked-para.

110-mask-master-record-para.
    read customer-master-file
         at end move "Y" to source-eof-flag
    end-read.
    if not end-of-source
       move customer-master-record to masked-master-record
       move cust-acct-num to map-cust-in
       perform 800-map-customer-account-para
       move map-cust-out to mm-acct-num
       move cust-last-name to name-in-work
       perform 830-mask-name-para
       move name-out-work to mm-last-name
       move cust-first-name to name-in-work
       perform 830-mask-name-para
       move name-out-work to mm-first-name
       move cust-birthdate to birthdate-work
       move cust-acct-num  to birthdate-base
       move spaces to age-work
       perform 860-mask-birthdate-para
       move birthdate-work to mm-birthdate
       if mm-balance is numeric
          move cust-acct-num to factor-base
          perform 820-set-balance-factor-para
          move mm-balance to amount-in
          perform 825-perturb-amount-para
          if amount-out < 100000
             move amount-out to mm-balance
          end-if
       end-if
       write masked-master-record
           invalid key
               display "DUPLICATE MASKED ACCOUNT " mm-acct-num
       end-write
       add 1 to file-record-count.


******************************************
*Address Section
*  --new account and street; the rest of
*    the address stands
******************************************
200-mask-address-file-para.
    move address-file-name to source-file-name.
    perform 050-build-masked-name-para.
    open input address-file.
    if address-file-status not = "00"
       perform 060-report-skipped-para
    else
       open output masked-address-file
       move "N" to source-eof-flag
       perform 210-mask-address-record-para until end-of-source
       close address-file
       close masked-address-file
       perform 070-report-masked-para.

210-mask-address-record-para.
    read address-file
         at end move "Y" to source-eof-flag
    end-read.
    if not end-of-source
       move address-file-record to address-record-work
       if aw-acct-num is numeric
          move aw-acct-num to map-cust-in
          perform 800-map-customer-account-para
          move map-cust-out to aw-acct-num
       end-if
       move aw-street to street-in-work
       perform 840-mask-street-para
       move street-out-work to aw-street
       write masked-address-record from address-record-work
       add 1 to file-record-count.


******************************************
*Check Data Section
*  --account records, type-2 addresses
*    and type-3 closures masked; HDR
*    copied; TRL moved by what the
*    balances moved
******************************************
300-mask-check-data-para.
    move check-data-file-name to source-file-name.
    perform 050-build-masked-name-para.
    move zero to balance-shift.
    open input check-data-file.
    if check-data-file-status not = "00"
       perform 060-report-skipped-para
    else
       open output masked-check-file
       move "N" to source-eof-flag
       perform 310-mask-check-line-para until end-of-source
       close check-data-file
       close masked-check-file
       perform 070-report-masked-para.

310-mask-check-line-para.
    move spaces to check-data-line.
    read check-data-file
         at end move "Y" to source-eof-flag
    end-read.
    if not end-of-source
       evaluate true
           when check-data-line(1:3) = "HDR"
                move check-data-line to masked-check-line
                write masked-check-line
           when check-data-line(1:3) = "TRL"
                perform 340-mask-trailer-para
           when check-data-line(1:1) = "2"
           when check-data-line(1:1) = "3"
                perform 330-mask-side-record-para
           when other
                perform 320-mask-account-record-para
       end-evaluate.

320-mask-account-record-para.
    move zero to comma-tally.
    inspect check-data-line tallying comma-tally for all ",".
    if comma-tally > zero
       perform 321-mask-csv-record-para
    else
       move check-data-line(1:61) to check-record-work
       move cw-last-name to name-in-work
       perform 830-mask-name-para
       move name-out-work to cw-last-name
       move cw-first-name to name-in-work
       perform 830-mask-name-para
       move name-out-work to cw-first-name
       move zero to birthdate-base
       if cw-acct-num is numeric
          move cw-acct-num-9 to birthdate-base
          perform 325-mask-check-account-para
       end-if
       move cw-birthdate to birthdate-work
       move cw-age       to age-work
       perform 860-mask-birthdate-para
       move birthdate-work to cw-birthdate
       move age-work       to cw-age
       move spaces to masked-check-line
       move check-record-work to masked-check-line(1:61)
       move check-data-line(62:59) to masked-check-line(62:59)
       write masked-check-line
       add 1 to file-record-count.

*a comma-delimited account line - each field that is a plain
*number goes into its place in check-record-work, the fixed-layout
*masking is applied to it there, and the line is strung back
*together field by field with its commas.
321-mask-csv-record-para.
    move spaces to check-csv-work.
    unstring check-data-line delimited by ","
        into cc-last-name cc-first-name cc-acct-num cc-acct-sum
             cc-birthdate cc-age cc-discount cc-balance
             cc-balance-sign cc-interest cc-credit-rating
    end-unstring.
    move spaces to check-record-work.

    move cc-last-name to name-in-work.
    perform 830-mask-name-para.
    move name-out-work to cw-last-name.
    move cw-last-name  to cc-last-name.
    move cc-first-name to name-in-work.
    perform 830-mask-name-para.
    move name-out-work to cw-first-name.
    move cw-first-name to cc-first-name.

    move cc-acct-num to cc-token-work.
    move 4 to cc-token-max.
    perform 322-take-number-token-para.
    move cc-token-flag to cc-acct-flag.
    if cc-acct-taken
       move cc-token-value to cw-acct-num-9.
    move cc-acct-sum to cc-token-work.
    move 3 to cc-token-max.
    perform 322-take-number-token-para.
    move cc-token-flag to cc-sum-flag.
    if cc-sum-taken
       move cc-token-value to cw-acct-sum-9.
    move cc-age to cc-token-work.
    move 3 to cc-token-max.
    perform 322-take-number-token-para.
    move cc-token-flag to cc-age-flag.
    move spaces to age-work.
    if cc-age-taken
       move cc-token-value to age-work-9.

    move cc-balance to cc-token-work.
    move 5 to cc-token-max.
    perform 323-take-amount-token-para.
    move cc-token-flag to cc-balance-flag.
    if cc-balance-taken
       move cc-amount-value to cw-balance-9.
    move cc-interest to cc-token-work.
    move 4 to cc-token-max.
    perform 323-take-amount-token-para.
    move cc-token-flag to cc-interest-flag.
    if cc-interest-taken
       move cc-amount-value to cw-interest-9.

    perform 324-take-csv-birthdate-para.

    move zero to birthdate-base.
    if cc-acct-taken
       move cw-acct-num-9 to birthdate-base
       perform 325-mask-check-account-para.
    perform 860-mask-birthdate-para.

    if cc-acct-taken
       move cw-acct-num to cc-acct-num.
    if cc-sum-taken
       move cw-acct-sum to cc-acct-sum.
    if cc-age-taken
       move age-work to cc-age.
    if cc-balance-taken
       move cw-balance-9 to cc-balance-edit
       move cc-balance-edit to cc-balance.
    if cc-interest-taken
       move cw-interest-9 to cc-interest-edit
       move cc-interest-edit to cc-interest.
    if cc-bdate-taken
       move spaces to cc-birthdate
       string birth-mm   delimited by size
              "/"        delimited by size
              birth-dd   delimited by size
              "/"        delimited by size
              birth-yyyy delimited by size
           into cc-birthdate
       end-string.

    move spaces to masked-check-line.
    string cc-last-name     delimited by "  "
           ","              delimited by size
           cc-first-name    delimited by "  "
           ","              delimited by size
           cc-acct-num      delimited by "  "
           ","              delimited by size
           cc-acct-sum      delimited by "  "
           ","              delimited by size
           cc-birthdate     delimited by "  "
           ","              delimited by size
           cc-age           delimited by "  "
           ","              delimited by size
           cc-discount      delimited by "  "
           ","              delimited by size
           cc-balance       delimited by "  "
           ","              delimited by size
           cc-balance-sign  delimited by "  "
           ","              delimited by size
           cc-interest      delimited by "  "
           ","              delimited by size
           cc-credit-rating delimited by "  "
        into masked-check-line
    end-string.
    write masked-check-line.
    add 1 to file-record-count.

*a whole number in cc-token-work into cc-token-value, read the way
*prog1 reads it - leading spaces and leading zeros do not count, but
*the value must fit cc-token-max digits; anything else is not taken.
322-take-number-token-para.
    move "N" to cc-token-flag.
    move zero to cc-token-lead cc-token-len cc-token-value.
    inspect cc-token-work tallying cc-token-lead
        for leading spaces.
    if cc-token-lead < 12
       inspect cc-token-work(cc-token-lead + 1:) tallying cc-token-len
           for characters before initial space.
    if cc-token-len > zero
       if cc-token-work(cc-token-lead + 1:cc-token-len) is numeric
          move cc-token-work(cc-token-lead + 1:cc-token-len)
              to cc-token-value
          if cc-token-value < 10 ** cc-token-max
             move "Y" to cc-token-flag.

*a 12345.67-style amount, no more than cc-token-max whole digits
*and two decimals, in cc-token-work into cc-amount-value.
323-take-amount-token-para.
    move "N" to cc-token-flag.
    move zero to cc-amount-value.
    move spaces to cc-int-part cc-frac-part.
    unstring cc-token-work delimited by "."
        into cc-int-part cc-frac-part
    end-unstring.
    if cc-frac-part(3:2) = spaces
       inspect cc-frac-part(1:2) replacing all spaces by "0"
       if cc-frac-part(1:2) is numeric
          move cc-frac-part(1:2) to cc-frac-value
          move cc-int-part to cc-token-work
          perform 322-take-number-token-para
          if cc-token-taken
             compute cc-amount-value =
                 cc-token-value + cc-frac-value / 100.

*mm/dd/yyyy into birthdate-work - all three parts plain numbers or
*the birthdate is left as it came in.
324-take-csv-birthdate-para.
    move "N" to cc-bdate-flag.
    move spaces to birthdate-work.
    move spaces to cc-bd-month cc-bd-day cc-bd-year.
    unstring cc-birthdate delimited by "/"
        into cc-bd-month cc-bd-day cc-bd-year
    end-unstring.
    move cc-bd-month to cc-token-work.
    move 2 to cc-token-max.
    perform 322-take-number-token-para.
    if cc-token-taken
       move cc-token-value to birth-mm
       move cc-bd-day to cc-token-work
       perform 322-take-number-token-para
       if cc-token-taken
          move cc-token-value to birth-dd
          move cc-bd-year to cc-token-work
          move 4 to cc-token-max
          perform 322-take-number-token-para
          if cc-token-taken
             move cc-token-value to birth-yyyy
             move "Y" to cc-bdate-flag.
    if not cc-bdate-taken
       move spaces to birthdate-work.

*the new account takes a fresh acct-sum - off by whatever the
*original was off by, so check 5 decides the same way it did.
*The balance and interest move by the account's one factor.
325-mask-check-account-para.
    move cw-acct-num-9 to acct-digit-work.
    perform 880-compute-acct-sum-para.
    move acct-sum-new-calc to acct-sum-old-calc.
    move cw-acct-num-9 to map-cust-in.
    perform 800-map-customer-account-para.
    move map-cust-out to cw-acct-num-9.
    move map-cust-out to acct-digit-work.
    perform 880-compute-acct-sum-para.
    if cw-acct-sum is numeric
       compute acct-sum-new =
           acct-sum-new-calc + cw-acct-sum-9 - acct-sum-old-calc
       if acct-sum-new < zero
          add 1000 to acct-sum-new
       end-if
       if acct-sum-new > 999
          subtract 1000 from acct-sum-new
       end-if
       move acct-sum-new to cw-acct-sum-9.

    move map-cust-in to factor-base.
    perform 820-set-balance-factor-para.
    if cw-balance is numeric
       move cw-balance-9 to amount-in
       perform 825-perturb-amount-para
       if amount-out < 100000
          compute balance-shift =
              balance-shift + amount-out - cw-balance-9
          move amount-out to cw-balance-9
       end-if
    end-if.
    if cw-interest is numeric
       move cw-interest-9 to amount-in
       perform 825-perturb-amount-para
       if amount-out < 10000
          move amount-out to cw-interest-9.

330-mask-side-record-para.
    move check-data-line to check-side-record-work.
    if cs-acct-num is numeric
       move cs-acct-num-9 to map-cust-in
       perform 800-map-customer-account-para
       move map-cust-out to cs-acct-num-9.
    if cs-record-type = "2"
       move cs-street to street-in-work
       perform 840-mask-street-para
       move street-out-work to cs-street.
    move check-side-record-work to masked-check-line.
    write masked-check-line.
    add 1 to file-record-count.

*the trailer's hash total moves by exactly what the balances moved
*- a feed that balanced still balances, and one that did not is
*still off by as much.
340-mask-trailer-para.
    move check-data-line to check-trailer-work.
    inspect ct-trailer-total replacing all spaces by zeros.
    if ct-trailer-total is numeric
       compute trailer-new-total =
           ct-trailer-total-9 + balance-shift
       if trailer-new-total < zero
          move zero to ct-trailer-total-9
       else
          move trailer-new-total to ct-trailer-total-9.
    move check-trailer-work to masked-check-line.
    write masked-check-line.


******************************************
*Link Section
*  --both sides mapped, so every link
*    still joins the same two accounts
******************************************
400-mask-link-file-para.
    move link-file-name to source-file-name.
    perform 050-build-masked-name-para.
    open input link-file.
    if link-file-status not = "00"
       perform 060-report-skipped-para
    else
       open output masked-link-file
       move "N" to source-eof-flag
       perform 410-mask-link-record-para until end-of-source
       close link-file
       close masked-link-file
       perform 070-report-masked-para.

410-mask-link-record-para.
    read link-file
         at end move "Y" to source-eof-flag
    end-read.
    if not end-of-source
       if xl-cust-acct is numeric
          move xl-cust-acct to map-cust-in
          perform 800-map-customer-account-para
          move map-cust-out to xl-cust-acct
       end-if
       if xl-bank-acct is numeric
          move xl-bank-acct to map-bank-in
          perform 810-map-bank-account-para
          move map-bank-out to xl-bank-acct
       end-if
       write masked-link-record from link-record
       add 1 to file-record-count.


******************************************
*Bank Feed Section
*  --every feed bankfiles.dat lists,
*    and a bankfiles.dat.msk naming the
*    masked copies in the same order
******************************************
500-mask-bank-feeds-para.
    move "N" to bank-list-eof-flag.
    open input bank-list-file.
    if bank-list-file-status not = "00"
       move "bankfiles.dat" to source-file-name
       perform 060-report-skipped-para
    else
       open output masked-bank-list-file
       read bank-list-file
            at end move "Y" to bank-list-eof-flag
       end-read
       perform 510-mask-one-feed-para until end-of-bank-list
       close bank-list-file
       close masked-bank-list-file.

510-mask-one-feed-para.
    move bank-list-record to bank-feed-file-name.
    move bank-list-record to source-file-name.
    perform 050-build-masked-name-para.
    open input bank-feed-file.
    if bank-feed-file-status not = "00"
       perform 060-report-skipped-para
    else
       open output masked-feed-file
       move "N" to source-eof-flag
       perform 520-mask-feed-record-para until end-of-source
       close bank-feed-file
       close masked-feed-file
       move masked-file-name to masked-bank-list-record
       write masked-bank-list-record
       perform 070-report-masked-para.
    read bank-list-file
         at end move "Y" to bank-list-eof-flag
    end-read.

520-mask-feed-record-para.
    read bank-feed-file
         at end move "Y" to source-eof-flag
    end-read.
    if not end-of-source
       move bank-feed-record to feed-record-work
       move fw-acct-name to name-in-work
       perform 830-mask-name-para
       move name-out-work to fw-acct-name
       if fw-acct-num is numeric
          move fw-acct-num to factor-base
          move fw-acct-num to map-bank-in
          perform 810-map-bank-account-para
          move map-bank-out to fw-acct-num
          perform 820-set-balance-factor-para
          if fw-acct-bal is numeric
             perform 525-perturb-feed-balance-para
          end-if
       end-if
       write masked-feed-record from feed-record-work
       add 1 to file-record-count.

525-perturb-feed-balance-para.
    if fw-acct-bal < zero
       compute amount-in = zero - fw-acct-bal
    else
       move fw-acct-bal to amount-in.
    perform 825-perturb-amount-para.
    if amount-out < 100000000
       if fw-acct-bal < zero
          compute fw-acct-bal = zero - amount-out
       else
          move amount-out to fw-acct-bal.


******************************************
*Hashing Section
*  --the masked accounts hash to new
*    buckets, so the copy is loaded
*    afresh the way HASHBUCKET loads it
*    rather than rewritten in place;
*    DEL slots are not carried over
******************************************
600-mask-hash-file-para.
    move hash-file-name to source-file-name.
    perform 050-build-masked-name-para.
    perform 610-load-hash-parameters-para.
    if not hash-params-loaded
       add 1 to files-skipped-count
       display "NOT MASKED - " source-file-name
               " (hashparm.dat not usable)"
    else
       open input hash-file
       if hash-file-status not = "00"
          perform 060-report-skipped-para
       else
          perform 620-initialize-masked-hash-para
          open i-o masked-hash-file
          move "N" to source-eof-flag
          perform 630-mask-source-bucket-para until end-of-source
          close hash-file
          close masked-hash-file
          perform 070-report-masked-para.

610-load-hash-parameters-para.
    move "N" to hash-params-flag.
    open input hash-param-file.
    if hash-param-file-status = "00"
       read hash-param-file
            at end continue
            not at end
                if param-prime-number is numeric
                   and param-prime-number > zero
                   and param-max-no-buckets is numeric
                   and param-max-no-buckets > zero
                   and param-bucket-size is numeric
                   and param-bucket-size > zero
                   move param-max-no-buckets to max-no-buckets
                   move param-bucket-size    to bucket-size
                   move param-prime-number   to prime-number
                   move "Y" to hash-params-flag
                end-if
       end-read
       close hash-param-file.
    if bucket-size > 10
       move 10 to bucket-size.

620-initialize-masked-hash-para.
    open output masked-hash-file.
    perform 621-initialize-bucket-para
        varying bucket-index from 1 by 1
        until bucket-index > max-no-buckets.
    close masked-hash-file.

621-initialize-bucket-para.
    move bucket-index to target-bucket.
    move spaces to hash-bucket.
    perform 622-initialize-slot-para
        varying slot-index from 1 by 1
        until slot-index > bucket-size.
    move zero to link-field.
    write hash-bucket
        invalid key display "MASKED HASH WRITE FAILED, BUCKET "
                            target-bucket.

622-initialize-slot-para.
    compute record-number(slot-index) =
        bucket-size * (bucket-index - 1) + slot-index.

630-mask-source-bucket-para.
    read hash-file next record
         at end move "Y" to source-eof-flag
    end-read.
    if not end-of-source
       perform 631-mask-source-slot-para
           varying source-slot from 1 by 1
           until source-slot > bucket-size.

*one occupied slot - masked, then inserted into the copy.
631-mask-source-slot-para.
    if hs-rec-status(source-slot) = "OCC"
       and hs-acct-no(source-slot) is numeric
       divide hs-acct-no(source-slot) by 10000
           giving hash-acct-high remainder map-cust-in
       move map-cust-in to factor-base
       perform 800-map-customer-account-para
       compute insert-acct-no = hash-acct-high * 10000 + map-cust-out
       move hs-customer-name(source-slot) to name-in-work
       perform 830-mask-name-para
       move hs-record-slot(source-slot)(10:72) to insert-slot-data
       move insert-acct-no to insert-slot-data(1:5)
       move name-out-work  to insert-slot-data(6:20)
       if hs-od-balance(source-slot) is numeric
          perform 820-set-balance-factor-para
          move hs-od-balance(source-slot) to amount-in
          perform 825-perturb-amount-para
          if amount-out < 100000
             move amount-out to slot-balance-work
             move slot-balance-text to insert-slot-data(26:7)
          end-if
       end-if
       perform 640-insert-masked-slot-para
       add 1 to file-record-count.

640-insert-masked-slot-para.
    move insert-acct-no to hash-key-field.
    divide prime-number into hash-key-field giving quotient
                                 remainder target-bucket.
    add 1 to target-bucket.
    move target-bucket to hash-value-calc.
    move "Y" to extend-chain-flag.
    move "N" to record-inserted-flag.
    read masked-hash-file
        invalid key move "N" to extend-chain-flag.
    perform 641-check-bucket-for-insert-para
        until record-inserted or cannot-extend-chain.
    if cannot-extend-chain
       display "MASKED HASH COPY FULL - ACCOUNT " insert-acct-no
               " NOT LOADED".

641-check-bucket-for-insert-para.
    perform 642-check-slot-for-insert-para
        varying slot-index from 1 by 1
        until slot-index > bucket-size or record-inserted.
    if not record-inserted
       if link-field not = 0
          move link-field to target-bucket
          read masked-hash-file
              invalid key move "N" to extend-chain-flag
          end-read
       else
          perform 643-extend-chain-para.

642-check-slot-for-insert-para.
    if rec-status(slot-index) = spaces
       move "Y" to record-inserted-flag
       move hash-value-calc  to hash-value(slot-index)
       move "OCC"            to rec-status(slot-index)
       move insert-slot-data to rec-data-area(slot-index)
       rewrite hash-bucket
           invalid key display "MASKED HASH REWRITE FAILED, BUCKET "
                               target-bucket.

*the chain end is full - the next bucket round the file with room
*is linked on behind it, as HASHBUCKET's extend-chain-para does.
643-extend-chain-para.
    move target-bucket to save-address.
    move "Y" to bucket-full-flag.
    perform 644-find-next-bucket-para
        until bucket-not-full or cannot-extend-chain.
    if not cannot-extend-chain
       move target-bucket to bucket-index
       move save-address to target-bucket
       read masked-hash-file
           invalid key move "N" to extend-chain-flag
       end-read
       move bucket-index to link-field
       rewrite hash-bucket
           invalid key move "N" to extend-chain-flag
       end-rewrite
       move bucket-index to target-bucket
       read masked-hash-file
           invalid key move "N" to extend-chain-flag.

644-find-next-bucket-para.
    add 1 to target-bucket.
    if target-bucket > max-no-buckets
       move 1 to target-bucket.
    read masked-hash-file
        invalid key move "N" to extend-chain-flag.
    if target-bucket = save-address
       move "N" to extend-chain-flag.
    perform 645-find-open-slot-para
        varying slot-index from 1 by 1
        until slot-index > bucket-size or bucket-not-full.

645-find-open-slot-para.
    if rec-status(slot-index) not = "OCC"
       move "N" to bucket-full-flag.


******************************************
*Masking Rules Section
*  --the account scrambles, the balance
*    factor, made-up names and streets,
*    birthdays, and the acct-sum
******************************************
800-map-customer-account-para.
    compute map-work = map-cust-in * account-multiplier + account-key.
    divide map-work by 10000 giving map-quotient
                             remainder map-cust-out.

810-map-bank-account-para.
    compute map-work = map-bank-in * account-multiplier + bank-key.
    divide map-work by 100000000 giving map-quotient
                                 remainder map-bank-out.

*factor-base is the original account number; the factor lands
*anywhere from minus to plus the tolerance.
820-set-balance-factor-para.
    compute map-work = factor-base * 131 + name-key.
    divide map-work by tolerance-span giving map-quotient
                                     remainder factor-remainder.
    compute balance-factor = factor-remainder - tolerance-hundredths.

825-perturb-amount-para.
    compute amount-out rounded =
        amount-in + (amount-in * balance-factor) / 10000.

*a name field word by word - each word to its made-up word, single
*spaced, left-justified.
830-mask-name-para.
    move spaces to name-out-work.
    move spaces to name-word(1) name-word(2)
                   name-word(3) name-word(4).
    move zero to name-word-count.
    if name-in-work not = spaces
       unstring name-in-work delimited by all spaces
           into name-word(1) name-word(2)
                name-word(3) name-word(4)
           tallying in name-word-count
       end-unstring
       move 1 to name-out-pointer
       perform 831-mask-name-word-para
           varying word-index from 1 by 1
           until word-index > name-word-count
              or word-index > 4.

831-mask-name-word-para.
    if name-word(word-index) not = spaces
       move name-word(word-index) to word-in
       perform 850-choose-fake-word-para
       if name-out-pointer > 1
          string " " delimited by size
              into name-out-work with pointer name-out-pointer
              on overflow continue
          end-string
       end-if
       string fake-word-out delimited by " "
           into name-out-work with pointer name-out-pointer
           on overflow continue
       end-string.

*a made-up house number and street for a real one.
840-mask-street-para.
    if street-in-work = spaces
       move spaces to street-out-work
    else
       move street-in-work to word-in
       perform 850-choose-fake-word-para
       divide word-hash by 9000 giving word-quotient
                                remainder house-number
       add 1000 to house-number
       move spaces to street-out-work
       string house-number   delimited by size
              " "            delimited by size
              fake-word-base delimited by " "
              " ST"          delimited by size
           into street-out-work
       end-string.

850-choose-fake-word-para.
    move name-key to word-hash.
    move "N" to word-invalid-flag.
    perform 851-hash-word-char-para
        varying word-char-index from 1 by 1
        until word-char-index > 25.
    divide word-hash by 40 giving word-quotient
                           remainder fake-index.
    add 1 to fake-index.
    move fake-name-entry(fake-index) to fake-word-base.
    move spaces to fake-word-out.
    if word-has-bad-char
       string fake-word-base delimited by " "
              "9"            delimited by size
           into fake-word-out
       end-string
    else
       move fake-word-base to fake-word-out.

851-hash-word-char-para.
    if word-in(word-char-index:1) not = space
       move zero to alphabet-position
       inspect name-alphabet tallying alphabet-position
           for characters before initial word-in(word-char-index:1)
       if alphabet-position = 54
          move "Y" to word-invalid-flag
       end-if
       compute word-hash =
           word-hash * 31 + alphabet-position + word-char-index
       divide word-hash by 99991 giving word-quotient
                                 remainder word-hash.

*only a real calendar date is moved - its year kept, month and day
*drawn from birthdate-base (the original account), so one customer
*gets one new birthday everywhere.  An age in age-work is moved by
*however much the new birthday moves the computed age.
860-mask-birthdate-para.
    move "N" to birthdate-valid-flag.
    if birthdate-work is numeric
       if birth-mm >= 1 and birth-mm <= 12
          move days-in-month(birth-mm) to month-day-limit
          perform 870-check-leap-year-para
          if birth-mm = 2 and year-is-leap
             move 29 to month-day-limit
          end-if
          if birth-dd >= 1 and birth-dd <= month-day-limit
             move "Y" to birthdate-valid-flag.
    if birthdate-valid
       perform 865-compute-age-para
       move new-computed-age to old-computed-age
       compute map-work = birthdate-base * 37 + name-key
       divide map-work by 12 giving map-quotient
                             remainder birth-mm
       add 1 to birth-mm
       compute map-work = birthdate-base * 53 + name-key
       divide map-work by 28 giving map-quotient
                             remainder birth-dd
       add 1 to birth-dd
       perform 865-compute-age-para
       if age-work is numeric
          compute age-new-value = age-work-9
              + new-computed-age - old-computed-age
          if age-new-value >= zero and age-new-value <= 999
             move age-new-value to age-work-9.

865-compute-age-para.
    compute new-computed-age = business-yyyy - birth-yyyy.
    if birth-mm > business-mm
       or (birth-mm = business-mm and birth-dd > business-dd)
       subtract 1 from new-computed-age.

870-check-leap-year-para.
    move "N" to leap-year-flag.
    divide birth-yyyy by 4 giving leap-quotient
        remainder leap-remainder.
    if leap-remainder = zero
       move "Y" to leap-year-flag
       divide birth-yyyy by 100 giving leap-quotient
           remainder leap-remainder
       if leap-remainder = zero
          move "N" to leap-year-flag
          divide birth-yyyy by 400 giving leap-quotient
              remainder leap-remainder
          if leap-remainder = zero
             move "Y" to leap-year-flag.

*check 5's weighting - 5, 4, 3, 2 across the four digits.
880-compute-acct-sum-para.
    move zero to acct-sum-new-calc.
    perform 881-add-weighted-digit-para
        varying digit-index from 1 by 1
        until digit-index > 4.

881-add-weighted-digit-para.
    compute acct-sum-new-calc = acct-sum-new-calc
        + (6 - digit-index) * acct-digit(digit-index).
