*****************************************************************
*
*  Program #1 companion - custmaint
*
*  Terminal maintenance for the customer master custmast
*   maintains (custmast.dat).  Until now the only way to change
*   the master was the nightly feed, so a genuine name change
*   that check 18 flags, or a birthdate keyed wrong at account
*   opening, could not be put right without faking a feed
*   record.  This program lets an operator bring up an account
*   by number and correct its last name, first name, birthdate,
*   or credit rating - an empty answer keeps the field as it
*   is.  It opens with an operator sign-on against operids.dat
*   through the shared opauth subprogram, the way idxmaint and
*   revdisp do: level 1 may look, level 2 is needed to change
*   anything.  Every change confirmed at the terminal is
*   written to the customer audit file (custaudit.dat) with the
*   before and after images, which fields moved, and the
*   operator ID; a rating change is also appended to the rating
*   history (ratehist.dat) so the migration report sees it.
*   The feed still refreshes the rating each night it carries
*   the account, so a rating corrected here stands until then.
*
*****************************************************************

identification division.

program-id.   custmaint.
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
    select customer-audit-file
        assign to dynamic customer-audit-file-name
        file status is customer-audit-file-status.
    select rating-history-file
        assign to dynamic rating-history-file-name
        file status is rating-history-file-status.

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

*one record per confirmed change - the account, when and by whom,
*a Y flag for each field that moved, and the correctable fields as
*they stood before and after.  Birthdates are mmddyyyy, as the
*master carries them.
fd  customer-audit-file
        record contains 97 characters.
01  customer-audit-record.
    05  cau-acct-num            pic 9(4).
    05  cau-change-date         pic 9(8).
    05  cau-change-time         pic 9(6).
    05  cau-oper-id             pic x(8).
    05  cau-changed-flags.
        10  cau-name-changed        pic x(1).
        10  cau-birthdate-changed   pic x(1).
        10  cau-rating-changed      pic x(1).
    05  cau-before-image.
        10  cau-last-name-old       pic x(15).
        10  cau-first-name-old      pic x(10).
        10  cau-birthdate-old       pic 9(8).
        10  cau-rating-old          pic x(1).
    05  cau-after-image.
        10  cau-last-name-new       pic x(15).
        10  cau-first-name-new      pic x(10).
        10  cau-birthdate-new       pic 9(8).
        10  cau-rating-new          pic x(1).

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

working-storage section.

01  file-eof-flags.
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".

01  filename-control-file-status   pic xx.
01  customer-master-file-status    pic xx.
01  customer-audit-file-status     pic xx.
01  rating-history-file-status     pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  customer-master-file-name   pic x(50) value "custmast.dat".
    05  customer-audit-file-name    pic x(50) value "custaudit.dat".
    05  rating-history-file-name    pic x(50) value "ratehist.dat".

*who is at the terminal - filled at sign-on by the shared opauth
*subprogram; level 1 may look, level 2 may change.
01  opauth-call-args.
    05  oa-operator-id    pic x(8).
    05  oa-program-name   pic x(8) value "CUSTMAIN".
    05  oa-level-found    pic 9(1).

01  maintenance-variables.
    05  lookup-acct-text        pic x(4).
    05  more-accounts-flag      pic x(1) value "Y".
        88  more-accounts-requested    value "Y" "y".
    05  confirm-flag            pic x(1).
        88  change-confirmed           value "Y" "y".
    05  entry-valid-flag        pic x(1).
        88  entry-is-valid             value "Y".
    05  account-found-flag      pic x(1).
        88  account-found              value "Y".
    05  accounts-changed-count  pic 9(5) value zero.
    05  accounts-viewed-count   pic 9(5) value zero.

*what the operator keyed - blank keeps the field as it stands.
01  entered-values.
    05  entered-last-name       pic x(15).
    05  entered-first-name      pic x(10).
    05  entered-birthdate       pic x(8).
    05  entered-birthdate-parts redefines entered-birthdate.
        10  entered-birth-mm    pic 9(2).
        10  entered-birth-dd    pic 9(2).
        10  entered-birth-yyyy  pic 9(4).
    05  entered-rating          pic x(1).

*the correctable fields as they will be written back.
01  proposed-values.
    05  proposed-last-name      pic x(15).
    05  proposed-first-name     pic x(10).
    05  proposed-birthdate      pic 9(8).
    05  proposed-rating         pic x(1).

01  date-check-fields.
    05  days-in-month-values        pic x(24)
        value "312831303130313130313031".
    05  days-in-month redefines days-in-month-values
                                    pic 9(2) occurs 12 times.
    05  month-day-limit             pic 9(2).
    05  leap-quotient               pic 9(4).
    05  leap-remainder              pic 9(4).

01  run-date-fields.
    05  run-date-raw            pic 9(8).
    05  change-time-raw         pic 9(8).

01  display-work-fields.
    05  balance-edited          pic zzzz9.99.

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "CUSTMAINT".
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
    perform 145-operator-sign-on-para.
    perform 150-set-run-date-para.

    open i-o customer-master-file.
    if customer-master-file-status not = "00"
       display "custmast.dat not found or unreadable."
       move 1 to return-code
       stop run.
    perform 160-open-audit-files-para.

    perform 200-maintain-one-account-para
        until not more-accounts-requested.

    close customer-master-file.
    close customer-audit-file.
    close rating-history-file.

    move "END"                  to runlog-call-action.
    move accounts-viewed-count  to runlog-call-count-1.
    move accounts-changed-count to runlog-call-count-2.
    move zero                   to runlog-call-count-3.
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
        when "CUSTAUD"
            move fc-physical-name to customer-audit-file-name
        when "RATEHIST"
            move fc-physical-name to rating-history-file-name
        when other
            continue
    end-evaluate.

*sign-on - nobody gets into the master without at least an inquiry
*grant on operids.dat; the update grant is checked per change.
145-operator-sign-on-para.
    display "Operator ID (8 char) & <Ret>:".
    accept oa-operator-id.
    call "opauth" using opauth-call-args.
    if oa-level-found < 1
       display "Operator " oa-operator-id
               " is not authorized for customer maintenance."
       move 1 to return-code
       stop run.

150-set-run-date-para.
    call "busdate" using run-date-raw.

*both trails only ever grow - appended to, and created empty the
*first time there is none.
160-open-audit-files-para.
    open extend customer-audit-file.
    if customer-audit-file-status = "35"
       open output customer-audit-file.
    open extend rating-history-file.
    if rating-history-file-status = "35"
       open output rating-history-file.

*one account - brought up by number, shown, and (for a level-2
*operator) offered for correction.
200-maintain-one-account-para.
    move "N" to account-found-flag.
    display "Account number (4 digits) & <Ret>:".
    accept lookup-acct-text.
    if lookup-acct-text is not numeric
       display "Account number must be 4 digits."
    else
       move lookup-acct-text to cust-acct-num
       read customer-master-file
            invalid key
                display "Account " lookup-acct-text
                        " is not on the master."
            not invalid key
                move "Y" to account-found-flag
       end-read.

    if account-found
       add 1 to accounts-viewed-count
       perform 210-display-account-para
       if oa-level-found < 2
          display "Inquiry only - operator " oa-operator-id
                  " may not change the master."
       else
          perform 220-take-corrections-para.

    display "Maintain another account? (Y/N) & <Ret>:".
    accept more-accounts-flag.

210-display-account-para.
    move cust-balance to balance-edited.
    display "Account:   " cust-acct-num.
    display "Last name: " cust-last-name.
    display "First:     " cust-first-name.
    display "Birthdate: " cust-birthdate " (mmddyyyy)".
    display "Rating:    " cust-credit-rating.
    display "Balance:   " balance-edited " " cust-balance-sign.
    display "Last seen: " cust-last-seen.
    if cust-account-closed
       display "Status:    CLOSED " cust-close-date.

*each correctable field prompted in turn - a blank answer keeps what
*is there.  Nothing is written until every entry is valid and the
*operator confirms.
220-take-corrections-para.
    move cust-last-name     to proposed-last-name.
    move cust-first-name    to proposed-first-name.
    move cust-birthdate     to proposed-birthdate.
    move cust-credit-rating to proposed-rating.

    display "New last name (blank keeps) & <Ret>:".
    move spaces to entered-last-name.
    accept entered-last-name.
    if entered-last-name not = spaces
       move entered-last-name to proposed-last-name.

    display "New first name (blank keeps) & <Ret>:".
    move spaces to entered-first-name.
    accept entered-first-name.
    if entered-first-name not = spaces
       move entered-first-name to proposed-first-name.

    display "New birthdate mmddyyyy (blank keeps) & <Ret>:".
    move spaces to entered-birthdate.
    accept entered-birthdate.
    move "Y" to entry-valid-flag.
    if entered-birthdate not = spaces
       perform 230-check-birthdate-para.

    if entry-is-valid
       display "New credit rating A-E (blank keeps) & <Ret>:"
       move space to entered-rating
       accept entered-rating
       if entered-rating not = space
          if entered-rating = "A" or "B" or "C" or "D" or "E"
             move entered-rating to proposed-rating
          else
             display "Credit rating must be A through E."
             move "N" to entry-valid-flag.

    if entry-is-valid
       if proposed-last-name = cust-last-name
          and proposed-first-name = cust-first-name
          and proposed-birthdate = cust-birthdate
          and proposed-rating = cust-credit-rating
          display "No changes entered."
       else
          display "Apply these changes? (Y/N) & <Ret>:"
          accept confirm-flag
          if change-confirmed
             perform 240-apply-corrections-para
          else
             display "Changes discarded."
    else
       display "Nothing changed on account " cust-acct-num ".".

*a birthdate must be numeric and a real calendar date - the day
*held to the month's length, February's by the leap-year rule, the
*same way check-data's own birthdate test judges it.
230-check-birthdate-para.
    if entered-birthdate is not numeric
       display "Birthdate must be 8 digits, mmddyyyy."
       move "N" to entry-valid-flag
    else
       if entered-birth-mm < 1 or entered-birth-mm > 12
          or entered-birth-yyyy < 1900
          or entered-birth-yyyy > run-date-raw(1:4)
          move 0 to month-day-limit
       else
          move days-in-month(entered-birth-mm) to month-day-limit
          if entered-birth-mm = 2
             perform 235-check-leap-year-para
          end-if
       end-if
       if entered-birth-dd < 1
          or entered-birth-dd > month-day-limit
          display "Birthdate is not a valid date."
          move "N" to entry-valid-flag
       else
          move entered-birthdate to proposed-birthdate.

*February of a leap year has 29 days - every fourth year, except
*centuries not divisible by 400.
235-check-leap-year-para.
    divide entered-birth-yyyy by 4 giving leap-quotient
        remainder leap-remainder.
    if leap-remainder = zero
       move 29 to month-day-limit
       divide entered-birth-yyyy by 100 giving leap-quotient
           remainder leap-remainder
       if leap-remainder = zero
          move 28 to month-day-limit
          divide entered-birth-yyyy by 400 giving leap-quotient
              remainder leap-remainder
          if leap-remainder = zero
             move 29 to month-day-limit.

*the audit record is built from the master as it stood and as it
*will stand, then the master is rewritten - a failed rewrite writes
*no audit record, so the trail never shows a change that did not
*happen.
240-apply-corrections-para.
    move cust-acct-num      to cau-acct-num.
    move run-date-raw       to cau-change-date.
    accept change-time-raw from time.
    move change-time-raw(1:6) to cau-change-time.
    move oa-operator-id     to cau-oper-id.
    move "N" to cau-name-changed cau-birthdate-changed
                cau-rating-changed.
    if proposed-last-name not = cust-last-name
       or proposed-first-name not = cust-first-name
       move "Y" to cau-name-changed.
    if proposed-birthdate not = cust-birthdate
       move "Y" to cau-birthdate-changed.
    if proposed-rating not = cust-credit-rating
       move "Y" to cau-rating-changed.
    move cust-last-name      to cau-last-name-old.
    move cust-first-name     to cau-first-name-old.
    move cust-birthdate      to cau-birthdate-old.
    move cust-credit-rating  to cau-rating-old.
    move proposed-last-name  to cau-last-name-new.
    move proposed-first-name to cau-first-name-new.
    move proposed-birthdate  to cau-birthdate-new.
    move proposed-rating     to cau-rating-new.

    move proposed-last-name  to cust-last-name.
    move proposed-first-name to cust-first-name.
    move proposed-birthdate  to cust-birthdate.
    move proposed-rating     to cust-credit-rating.
    rewrite customer-master-record
        invalid key
            display "Rewrite failed for account " cust-acct-num
                    " - status " customer-master-file-status
        not invalid key
            perform 250-write-audit-trail-para
    end-rewrite.

250-write-audit-trail-para.
    add 1 to accounts-changed-count.
    write customer-audit-record.
    if cau-rating-changed = "Y"
       move cust-acct-num      to rh-acct-num
       move run-date-raw       to rh-change-date
       move cau-rating-old     to rh-old-rating
       move cau-rating-new     to rh-new-rating
       move cust-balance       to rh-balance
       move cust-balance-sign  to rh-balance-sign
       write rating-history-record.
    display "Account " cust-acct-num " updated.".
