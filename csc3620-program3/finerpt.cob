***************************************
* Program #3 companion - finerpt
*  Sumit Khanna - Dr. Hume's 3620
*
*  Daily fines report over the
*   borrower ledger circmain keeps
*   (borrledg.dat).  The first part
*   is the cash drawer's: every fine
*   assessed, payment taken, and
*   fine waived today, with totals,
*   so the payments total can be
*   counted against the drawer.  The
*   second part lists every borrower
*   still owing, with name and phone
*   off the borrower master, marked
*   BLOCKED where the balance is past
*   the threshold in finparm.dat at
*   which circmain stops lending.
***************************************

identification division.

program-id. finerpt.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select ledger-file assign to dynamic ledger-file-name
      file status is ledger-file-status.
    select borrower-file  assign to dynamic borrower-file-name
      organization is indexed
      access mode is dynamic
      record key is bor-borrower-id
      file status is borrower-file-status.
    select fine-param-file assign to "finparm.dat"
      file status is fine-param-file-status.
    select fine-report-file assign to "finerpt.out".
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.

data division.

file section.

*same ledger record circmain writes - see circmain.cob.
fd ledger-file record contains 68 characters.
01 ledger-record.
    05 led-borrower-id     pic x(10).
    05 led-entry-date      pic 9(8).
    05 led-entry-type      pic x(1).
       88 led-fine                value "F".
       88 led-payment             value "P".
       88 led-waiver              value "W".
    05 led-amount          pic 9(5)v99.
    05 led-ckey            pic x(31).
    05 led-days-late       pic 9(3).
    05 led-oper-id         pic x(8).

*same borrower record borrmaint maintains - see borrmaint.cob.
fd borrower-file record contains 118 characters.
01 borrower-record.
    05 bor-borrower-id     pic x(10).
    05 bor-last-name       pic x(15).
    05 bor-first-name      pic x(10).
    05 bor-phone           pic x(12).
    05 bor-street          pic x(25).
    05 bor-city            pic x(15).
    05 bor-state           pic x(2).
    05 bor-zip             pic x(10).
    05 bor-status          pic x(1).
       88 bor-active              value "A".
       88 bor-suspended           value "S".
       88 bor-expired             value "E".
    05 bor-loan-limit      pic 9(2).
    05 bor-expiry-date     pic 9(8).
    05 bor-registered-date pic 9(8).

*same fine parameters circmain reads.
fd fine-param-file record contains 19 characters.
01 fine-param-record.
    05 fp-daily-rate       pic 9(3)v99.
    05 fp-max-per-item     pic 9(5)v99.
    05 fp-block-threshold  pic 9(5)v99.

fd fine-report-file record contains 80 characters.
01 fine-report-line   pic x(80).

*same control file and record layout filenames.dat's other readers
*(prog3.cob's 045-load-filenames-para) use.
fd filename-control-file record contains 58 characters.
01 filename-control-file-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

working-storage section.

01 ledger-file-name        pic x(50) value "borrledg.dat".
01 borrower-file-name      pic x(50) value "borrowers.dat".

01 ledger-file-status            pic xx.
01 borrower-file-status          pic xx.
01 fine-param-file-status        pic xx.
01 filename-control-file-status  pic xx.

01 file-flags.
    05 ledger-eof-flag      pic x(1) value "N".
       88 end-of-ledger-file          value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".
    05 record-found-flag   pic x(1) value "N".
       88 record-found             value "Y".

*every borrower's balance, fines less payments and waivers, in the
*order each first appears on the ledger.
01 balance-table.
    05 balance-entry-count pic 9(4) value zero.
    05 max-balance-entries pic 9(4) value 2000.
    05 balance-entry occurs 2000 times.
        10 bt-borrower-id     pic x(10).
        10 bt-balance         pic s9(7)v99.
    05 balance-scan-index  pic 9(4).
    05 balance-found-index pic 9(4) value zero.

01 fine-block-threshold    pic 9(5)v99 value 10.00.
01 run-date-raw            pic 9(8).

01 report-totals.
    05 fines-today-count   pic 9(4) value zero.
    05 fines-today-total   pic 9(7)v99 value zero.
    05 payments-today-count pic 9(4) value zero.
    05 payments-today-total pic 9(7)v99 value zero.
    05 waivers-today-count pic 9(4) value zero.
    05 waivers-today-total pic 9(7)v99 value zero.
    05 owing-count         pic 9(4) value zero.
    05 owing-total         pic s9(7)v99 value zero.
    05 blocked-count       pic 9(4) value zero.

01 report-templates.
    05 fine-report-header.
        10 filler          pic x(18) value spaces.
        10 frh-title       pic x(24) value "FINES AND BALANCES".
        10 filler          pic x(10) value "RUN DATE: ".
        10 frh-run-date    pic 9(8).

    05 fine-section-line.
        10 filler          pic x(2)  value spaces.
        10 fsl-text-out    pic x(40).

    05 today-detail-line.
        10 tdd-type-out    pic x(8).
        10 filler          pic x(2)  value spaces.
        10 tdd-borrower-out pic x(10).
        10 filler          pic x(2)  value spaces.
        10 tdd-amount-out  pic zzzz9.99.
        10 filler          pic x(2)  value spaces.
        10 tdd-note-out    pic x(31).
        10 filler          pic x(1)  value spaces.
        10 tdd-extra-out   pic x(8).

    05 owing-detail-line.
        10 owd-borrower-out pic x(10).
        10 filler          pic x(2)  value spaces.
        10 owd-name-out    pic x(27).
        10 filler          pic x(1)  value spaces.
        10 owd-phone-out   pic x(12).
        10 filler          pic x(2)  value spaces.
        10 owd-balance-out pic zzzzzz9.99.
        10 filler          pic x(2)  value spaces.
        10 owd-flag-out    pic x(7).

    05 fine-footer-line.
        10 filler          pic x(2)  value spaces.
        10 flf-label       pic x(25).
        10 flf-count-out   pic zzz9.
        10 filler          pic x(4)  value spaces.
        10 flf-amount-out  pic -zzzzzz9.99.

    05 days-late-text.
        10 filler          pic x(5)  value "LATE ".
        10 dlt-days-out    pic zz9.

procedure division.


main section.

******************************************
*Entry point for program
* --total up every borrower's balance
*   off the ledger, listing today's
*   entries on the way, then list who
*   still owes
* --done
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     perform 050-load-threshold-para.
     call "busdate" using run-date-raw.

     open output fine-report-file.
     move run-date-raw to frh-run-date.
     write fine-report-line from fine-report-header
         after advancing page.

     move "TODAY AT THE DESK" to fsl-text-out.
     write fine-report-line from fine-section-line
         after advancing 2 lines.
     move "N" to ledger-eof-flag.
     open input ledger-file.
     if ledger-file-status = "00"
        read ledger-file
             at end move "Y" to ledger-eof-flag
        end-read
        perform 100-take-one-entry-para
            until end-of-ledger-file
        close ledger-file.

     move "FINES ASSESSED:          " to flf-label.
     move fines-today-count to flf-count-out.
     move fines-today-total to flf-amount-out.
     write fine-report-line from fine-footer-line
         after advancing 2 lines.
     move "PAYMENTS TAKEN:          " to flf-label.
     move payments-today-count to flf-count-out.
     move payments-today-total to flf-amount-out.
     write fine-report-line from fine-footer-line
         after advancing 1 line.
     move "FINES WAIVED:            " to flf-label.
     move waivers-today-count to flf-count-out.
     move waivers-today-total to flf-amount-out.
     write fine-report-line from fine-footer-line
         after advancing 1 line.

     move "OUTSTANDING BALANCES" to fsl-text-out.
     write fine-report-line from fine-section-line
         after advancing 3 lines.
     open input borrower-file.
     perform 200-list-one-balance-para
         varying balance-scan-index from 1 by 1
         until balance-scan-index > balance-entry-count.
     close borrower-file.

     move "BORROWERS OWING:         " to flf-label.
     move owing-count to flf-count-out.
     move owing-total to flf-amount-out.
     write fine-report-line from fine-footer-line
         after advancing 2 lines.
     move "BLOCKED FROM BORROWING:  " to flf-label.
     move blocked-count to flf-count-out.
     move zero to flf-amount-out.
     write fine-report-line from fine-footer-line
         after advancing 1 line.
     close fine-report-file.

     display "PAYMENTS TODAY: " payments-today-count
             "  BORROWERS OWING: " owing-count.
     stop run.


******************************************
*File-name Control Section
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching BORRLEDG and
*    BORROWER entries, the same way
*    prog3.cob does
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
         when "BORRLEDG"
             move fc-physical-name to ledger-file-name
         when "BORROWER"
             move fc-physical-name to borrower-file-name
         when other
             continue
     end-evaluate.

*block threshold from finparm.dat - the working-storage default of
*10.00 applies when the file is missing or empty, as in circmain.
050-load-threshold-para.
     open input fine-param-file.
     if fine-param-file-status = "00"
        read fine-param-file
             at end continue
             not at end
                 move fp-block-threshold to fine-block-threshold
        end-read
        close fine-param-file.


******************************************
*Ledger Section
*  --one ledger entry into its
*    borrower's balance; today's are
*    listed and totalled for the drawer
******************************************
100-take-one-entry-para section.

101-take.
    move zero to balance-found-index.
    perform 110-match-balance-para
        varying balance-scan-index from 1 by 1
        until balance-scan-index > balance-entry-count
           or balance-found-index > zero.
    if balance-found-index = zero
       if balance-entry-count < max-balance-entries
          add 1 to balance-entry-count
          move balance-entry-count to balance-found-index
          move led-borrower-id to bt-borrower-id(balance-entry-count)
          move zero to bt-balance(balance-entry-count)
       else
          display "Borrower balance table is full - "
                  led-borrower-id " left off.".
    if balance-found-index > zero
       if led-fine
          add led-amount to bt-balance(balance-found-index)
       else
          subtract led-amount from bt-balance(balance-found-index).

    if led-entry-date = run-date-raw
       perform 120-list-today-entry-para.

    read ledger-file
         at end move "Y" to ledger-eof-flag
    end-read.
    go to 190-done.

110-match-balance-para.
    if bt-borrower-id(balance-scan-index) = led-borrower-id
       move balance-scan-index to balance-found-index.

120-list-today-entry-para.
    move led-borrower-id to tdd-borrower-out.
    move led-amount      to tdd-amount-out.
    move spaces          to tdd-note-out.
    move spaces          to tdd-extra-out.
    evaluate true
        when led-fine
            move "FINE"    to tdd-type-out
            move led-ckey  to tdd-note-out
            move led-days-late to dlt-days-out
            move days-late-text to tdd-extra-out
            add 1 to fines-today-count
            add led-amount to fines-today-total
        when led-payment
            move "PAYMENT" to tdd-type-out
            add 1 to payments-today-count
            add led-amount to payments-today-total
        when other
            move "WAIVED"  to tdd-type-out
            move "WAIVED BY OPERATOR" to tdd-note-out
            move led-oper-id to tdd-extra-out
            add 1 to waivers-today-count
            add led-amount to waivers-today-total
    end-evaluate.
    write fine-report-line from today-detail-line
        after advancing 1 line.

***End of Section
190-done.
    exit.


******************************************
*Outstanding Balance Section
*  --every borrower still owing, with
*    name and phone off the borrower
*    master
******************************************
200-list-one-balance-para section.

201-list.
    if bt-balance(balance-scan-index) not > zero
       go to 290-done.

    add 1 to owing-count.
    add bt-balance(balance-scan-index) to owing-total.
    move bt-borrower-id(balance-scan-index) to owd-borrower-out.
    move bt-balance(balance-scan-index)     to owd-balance-out.

    move "N" to record-found-flag.
    move bt-borrower-id(balance-scan-index) to bor-borrower-id.
    read borrower-file
        invalid key continue
        not invalid key move "Y" to record-found-flag
    end-read.
    if record-found
       move spaces to owd-name-out
       string bor-last-name delimited by "  "
              ", "          delimited by size
              bor-first-name delimited by "  "
              into owd-name-out
       move bor-phone to owd-phone-out
    else
       move "BORROWER NOT REGISTERED" to owd-name-out
       move spaces to owd-phone-out.

    if bt-balance(balance-scan-index) > fine-block-threshold
       move "BLOCKED" to owd-flag-out
       add 1 to blocked-count
    else
       move spaces to owd-flag-out.
    write fine-report-line from owing-detail-line
        after advancing 1 line.

***End of Section
290-done.
    exit.
