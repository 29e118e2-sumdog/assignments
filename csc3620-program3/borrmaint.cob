***************************************
* Program #3 companion - borrmaint
*  Sumit Khanna - Dr. Hume's 3620
*
*  Prompt-driven maintenance of the
*   borrower master (borrowers.dat)
*   the circulation desk lends
*   against.  circmain used to take
*   any ten characters as a borrower
*   ID, so a typo made a phantom
*   borrower nobody could be reached
*   at about an overdue recording;
*   now every borrower is registered
*   here first - name, phone,
*   address, status (A active, S
*   suspended, E expired), loan
*   limit, and registration expiry
*   date - and circmain lends only to
*   a registered borrower in good
*   standing and under their limit.
*   Add, change, and delete take the
*   same terminal prompts idxmaint
*   uses, the current record is
*   shown before a change or delete,
*   and a delete is refused while
*   the borrower has anything out
*   (circloans.dat) or still owes
*   on the fine ledger
*   (borrledg.dat).  The session
*   opens with an operator sign-on
*   against operids.dat (level 2 to
*   run, level 3 to delete).
***************************************

identification division.

program-id. borrmaint.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select borrower-file  assign to dynamic borrower-file-name
      organization is indexed
      access mode is dynamic
      record key is bor-borrower-id
      file status is borrower-file-status.
    select circulation-file assign to dynamic circulation-file-name
      file status is circulation-file-status.
    select ledger-file assign to dynamic ledger-file-name
      file status is ledger-file-status.
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.

data division.

file section.
*one record per registered borrower, keyed on the ten-character
*borrower ID the desk keys at check-out.  A borrower whose expiry
*date has passed is treated as expired whatever the status byte
*says.
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

*same loan record circmain writes - see circmain.cob.
fd circulation-file record contains 57 characters.
01 circulation-record.
    05 cir-ckey          pic x(31).
    05 cir-borrower-id   pic x(10).
    05 cir-out-date      pic 9(8).
    05 cir-due-date      pic 9(8).

*same borrower ledger circmain appends to - see circmain.cob.  F a
*fine, P a payment, W a waiver; the unpaid balance is fines less
*payments and waivers.
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

*same control file and record layout filenames.dat's other readers
*(prog3.cob's 045-load-filenames-para) use.
fd filename-control-file record contains 58 characters.
01 filename-control-file-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

working-storage section.

01 maint-borrower-id       pic x(10).

01 maint-flags.
    05 more-maint-flag     pic x(1) value "Y".
       88 more-maint-requested     value "Y" "y".
    05 maint-action        pic x(1).
       88 maint-add-requested      value "A" "a".
       88 maint-change-requested   value "C" "c".
       88 maint-delete-requested   value "D" "d".
       88 maint-quit-requested     value "Q" "q".
    05 record-found-flag   pic x(1) value "N".
       88 record-found             value "Y".
    05 confirm-flag        pic x(1).
       88 action-confirmed         value "Y" "y".
    05 fields-ok-flag      pic x(1).
       88 fields-valid             value "Y".

*the new field values keyed at the terminal - a blank field on a
*change keeps the current value, the same convention idxmaint uses.
01 maint-field-input.
    05 input-last-name     pic x(15).
    05 input-first-name    pic x(10).
    05 input-phone         pic x(12).
    05 input-street        pic x(25).
    05 input-city          pic x(15).
    05 input-state         pic x(2).
    05 input-zip           pic x(10).
    05 input-status        pic x(1).
    05 input-loan-limit    pic x(2).
    05 input-expiry-date   pic x(8).

*a new borrower with no limit or expiry keyed gets these - five
*recordings, registered for a year.
01 registration-defaults.
    05 default-loan-limit  pic 9(2) value 5.
    05 default-expiry-date pic 9(8).
    05 default-expiry-parts redefines default-expiry-date.
        10 default-expiry-yyyy pic 9(4).
        10 default-expiry-mmdd pic 9(4).

01 run-date-raw            pic 9(8).

*who is at the terminal and what they may do - filled at sign-on
*by the shared opauth subprogram; level 2 runs the program, level
*3 is required before a delete.
01 opauth-call-args.
    05 oa-operator-id    pic x(8).
    05 oa-program-name   pic x(8) value "BORRMAIN".
    05 oa-level-found    pic 9(1).

01 borrower-file-name      pic x(50) value "borrowers.dat".
01 circulation-file-name   pic x(50) value "circloans.dat".
01 ledger-file-name        pic x(50) value "borrledg.dat".

01 borrower-file-status          pic xx.
01 circulation-file-status       pic xx.
01 ledger-file-status            pic xx.
01 filename-control-file-status  pic xx.

01 circulation-flags.
    05 circulation-eof-flag pic x(1) value "N".
       88 end-of-circulation-file     value "Y".
    05 loans-out-count      pic 9(4) value zero.

01 ledger-flags.
    05 ledger-eof-flag      pic x(1) value "N".
       88 end-of-ledger-file          value "Y".
    05 ledger-balance       pic s9(7)v99 value zero.
    05 ledger-balance-out   pic zzzzzz9.99.

01 filename-control-flags.
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

procedure division.


main section.

******************************************
*Entry point for program
* --sign the operator on, open the
*   borrower master, then prompt for
*   maintenance actions until done
* --done
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     perform 044-operator-sign-on-para.
     call "busdate" using run-date-raw.
     move run-date-raw to default-expiry-date.
     add 1 to default-expiry-yyyy.
     if default-expiry-mmdd = 0229
        move 0228 to default-expiry-mmdd.
     perform 050-open-borrower-file-para.
     perform 100-process-maintenance until not more-maint-requested.
     close borrower-file.
     stop run.


******************************************
*File-name Control Section
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching BORROWER,
*    CIRCLOAN and BORRLEDG entries, the
*    same way prog3.cob does
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
         when "BORROWER"
             move fc-physical-name to borrower-file-name
         when "CIRCLOAN"
             move fc-physical-name to circulation-file-name
         when "BORRLEDG"
             move fc-physical-name to ledger-file-name
         when other
             continue
     end-evaluate.


*sign-on - the operator's level for this program comes from
*operids.dat through the shared opauth subprogram; below level 2
*the session never opens.
044-operator-sign-on-para.
     display "Operator ID (8 char) & <Ret>:".
     accept oa-operator-id.
     call "opauth" using opauth-call-args.
     if oa-level-found < 2
        display "Operator " oa-operator-id
                " is not authorized for borrower maintenance."
        move 1 to return-code
        stop run.

*the very first session has no borrower master on disk yet (status
*35) and builds an empty one.
050-open-borrower-file-para.
     open i-o borrower-file.
     if borrower-file-status = "35"
        open output borrower-file
        close borrower-file
        open i-o borrower-file.
     if borrower-file-status not = "00"
        display "borrowers.dat open failed with status "
                borrower-file-status
        move 1 to return-code
        stop run.


******************************************
*Maintenance Procedure Section
*  --prompts for an action and the
*    borrower it applies to, reads the
*    current record, and applies the
*    operation
******************************************
100-process-maintenance section.

***ask what to do and to which borrower
101-accept-action.
    display "Action - (A)dd (C)hange (D)elete (Q)uit & <Ret>:".
    accept maint-action.
    if maint-quit-requested
       move "N" to more-maint-flag
       go to 110-done.
    if not maint-add-requested
       and not maint-change-requested
       and not maint-delete-requested
       display "Invalid action - must be A, C, D, or Q."
       go to 110-done.

    display "Borrower ID (10 char) & <Ret>:".
    accept maint-borrower-id.
    if maint-borrower-id = spaces
       display "A borrower ID is required."
       go to 110-done.

***read whatever is on file under that ID
102-read-current.
    move maint-borrower-id to bor-borrower-id.
    move "N" to record-found-flag.
    read borrower-file
        invalid key continue
        not invalid key move "Y" to record-found-flag
    end-read.

    evaluate true
        when maint-add-requested
             perform 200-add-borrower
        when maint-change-requested
             perform 300-change-borrower
        when maint-delete-requested
             perform 400-delete-borrower
    end-evaluate.

***End of Section
110-done.
    exit.


******************************************
*Add Section
*  --registers a new borrower; refused
*    when the ID is already on file or a
*    name or phone is missing
******************************************
200-add-borrower section.

201-add.
    if record-found
       display "That borrower ID is already on file - use Change."
       go to 210-done.

    perform 500-accept-fields.
    perform 570-validate-fields.
    if not fields-valid
       display "Add refused."
       go to 210-done.
    if input-last-name = spaces or input-phone = spaces
       display "A last name and phone are required - add refused."
       go to 210-done.

    move spaces            to borrower-record.
    move maint-borrower-id to bor-borrower-id.
    move input-last-name   to bor-last-name.
    move input-first-name  to bor-first-name.
    move input-phone       to bor-phone.
    move input-street      to bor-street.
    move input-city        to bor-city.
    move input-state       to bor-state.
    move input-zip         to bor-zip.
    move "A"               to bor-status.
    if input-status not = spaces
       move input-status to bor-status.
    move default-loan-limit to bor-loan-limit.
    if input-loan-limit not = spaces
       move input-loan-limit to bor-loan-limit.
    move default-expiry-date to bor-expiry-date.
    if input-expiry-date not = spaces
       move input-expiry-date to bor-expiry-date.
    move run-date-raw to bor-registered-date.
    write borrower-record
        invalid key display "Add failed - invalid key."
        not invalid key display "Borrower registered.".

210-done.
    exit.


******************************************
*Change Section
*  --shows the record as it stands, then
*    applies whichever fields the
*    operator keys (blank keeps the
*    current value) - renewing a
*    registration is a new expiry date
*    and status A
******************************************
300-change-borrower section.

301-change.
    if not record-found
       display "No borrower found for that ID."
       go to 310-done.

    perform 520-display-current-record.
    display "Blank keeps the current value.".
    perform 500-accept-fields.
    perform 570-validate-fields.
    if not fields-valid
       display "Change refused."
       go to 310-done.

    if input-last-name not = spaces
       move input-last-name to bor-last-name.
    if input-first-name not = spaces
       move input-first-name to bor-first-name.
    if input-phone not = spaces
       move input-phone to bor-phone.
    if input-street not = spaces
       move input-street to bor-street.
    if input-city not = spaces
       move input-city to bor-city.
    if input-state not = spaces
       move input-state to bor-state.
    if input-zip not = spaces
       move input-zip to bor-zip.
    if input-status not = spaces
       move input-status to bor-status.
    if input-loan-limit not = spaces
       move input-loan-limit to bor-loan-limit.
    if input-expiry-date not = spaces
       move input-expiry-date to bor-expiry-date.

    rewrite borrower-record
        invalid key display "Change failed - invalid key."
        not invalid key display "Borrower changed.".

310-done.
    exit.


******************************************
*Delete Section
*  --shows the record, refuses while the
*    borrower has anything out or an
*    unpaid fine balance, asks the
*    operator to confirm, deletes it
******************************************
400-delete-borrower section.

401-delete.
    if oa-level-found < 3
       display "Deletes need authority level 3 - refused."
       go to 410-done.
    if not record-found
       display "No borrower found for that ID."
       go to 410-done.

    perform 560-count-loans-out.
    if loans-out-count > zero
       display "That borrower has " loans-out-count
               " recording(s) out - delete refused."
       go to 410-done.

    perform 580-sum-ledger-balance.
    if ledger-balance > zero
       move ledger-balance to ledger-balance-out
       display "That borrower owes " ledger-balance-out
               " in unpaid fines - delete refused."
       go to 410-done.

    perform 520-display-current-record.
    display "Delete this borrower? (Y/N) & <Ret>:".
    accept confirm-flag.
    if not action-confirmed
       display "Delete abandoned."
       go to 410-done.

    delete borrower-file
        invalid key display "Delete failed - invalid key."
        not invalid key display "Borrower deleted.".

410-done.
    exit.


******************************************
*Common Field Section
*  --the shared prompts, the current
*    record display, the loan count, and
*    the unpaid fine balance
******************************************
500-accept-fields section.

501-accept.
    display "Last name (15 char) & <Ret>:".
    accept input-last-name.
    display "First name (10 char) & <Ret>:".
    accept input-first-name.
    display "Phone (12 char) & <Ret>:".
    accept input-phone.
    display "Street (25 char) & <Ret>:".
    accept input-street.
    display "City (15 char) & <Ret>:".
    accept input-city.
    display "State (2 char) & <Ret>:".
    accept input-state.
    display "Zip (10 char) & <Ret>:".
    accept input-zip.
    display "Status - (A)ctive (S)uspended (E)xpired & <Ret>:".
    accept input-status.
    display "Loan limit (2 digit) & <Ret>:".
    accept input-loan-limit.
    display "Expiry date (yyyymmdd) & <Ret>:".
    accept input-expiry-date.
    go to 509-done.

509-done.
    exit.

520-display-current-record section.

521-display.
    display "Name:      " bor-first-name " " bor-last-name.
    display "Phone:     " bor-phone.
    display "Address:   " bor-street.
    display "           " bor-city " " bor-state " " bor-zip.
    display "Status:    " bor-status
            "   Loan limit: " bor-loan-limit.
    display "Expires:   " bor-expiry-date
            "   Registered: " bor-registered-date.

529-done.
    exit.

***scans the circulation file fresh - a borrower with a recording
***out cannot come off the register
560-count-loans-out section.

561-count.
    move zero to loans-out-count.
    move "N" to circulation-eof-flag.
    open input circulation-file.
    if circulation-file-status = "00"
       read circulation-file
            at end move "Y" to circulation-eof-flag
       end-read
       perform 562-count-one-loan
           until end-of-circulation-file
       close circulation-file.
    go to 569-done.

562-count-one-loan.
    if cir-borrower-id = bor-borrower-id
       add 1 to loans-out-count.
    read circulation-file
         at end move "Y" to circulation-eof-flag
    end-read.

569-done.
    exit.

***scans the borrower ledger fresh, the way circmain builds its
***balance table - fines less payments and waivers; a missing
***ledger just means nothing is owed
580-sum-ledger-balance section.

581-sum.
    move zero to ledger-balance.
    move "N" to ledger-eof-flag.
    open input ledger-file.
    if ledger-file-status = "00"
       read ledger-file
            at end move "Y" to ledger-eof-flag
       end-read
       perform 582-sum-one-entry
           until end-of-ledger-file
       close ledger-file.
    go to 589-done.

582-sum-one-entry.
    if led-borrower-id = bor-borrower-id
       if led-fine
          add led-amount to ledger-balance
       else
          subtract led-amount from ledger-balance.
    read ledger-file
         at end move "Y" to ledger-eof-flag
    end-read.

589-done.
    exit.


******************************************
*Field Validation Section
*  --status must be A, S, or E, the
*    loan limit two digits above zero,
*    the expiry date eight digits
******************************************
570-validate-fields section.

571-validate.
    move "Y" to fields-ok-flag.
    if input-status not = spaces
       and input-status not = "A"
       and input-status not = "S"
       and input-status not = "E"
       move "N" to fields-ok-flag
       display "Status must be A, S, or E.".
    if input-loan-limit not = spaces
       if input-loan-limit is not numeric
          or input-loan-limit = "00"
          move "N" to fields-ok-flag
          display "Loan limit must be two digits, 01 to 99.".
    if input-expiry-date not = spaces
       and input-expiry-date is not numeric
       move "N" to fields-ok-flag
       display "Expiry date must be yyyymmdd.".
    go to 579-done.

579-done.
    exit.
