*****************************************************************
*
*  Program #1 companion - ratemaint
*
*  Terminal maintenance for the effective-dated interest rate
*   table (intrates.dat) check-data's check 15 and the monthly
*   accrual (intaccr) read.  The table keeps every rate each
*   credit rating has carried, with the date it took effect, so
*   a rate committee change part way through a month is keyed
*   here as a new dated rate rather than typed over the old one
*   - check 15 uses whichever rate is in effect on the business
*   date, and intaccr earns each rate only for its own days.
*   An operator brings up a rating and sees its rate history,
*   the rate in force today marked.  A rate keyed for a date the
*   rating already has a rate for corrects that rate; any other
*   date adds one.  The sign-on is against operids.dat through
*   the shared opauth subprogram, the way custmaint's is: level
*   1 may look, level 2 is needed to change anything.  Every
*   change confirmed at the terminal is written to the rate
*   audit file (rateaudit.dat) with the rating, the date, the
*   rate before and after, and the operator ID.
*
*****************************************************************

identification division.

program-id.   ratemaint.
author.       Sumit Khanna.

environment division.

configuration section.
source-computer. GNU-Linux-IA32.

input-output section.
file-control.
    select filename-control-file assign to "filenames.dat"
        file status is filename-control-file-status.
    select interest-rate-file assign to "intrates.dat"
        file status is interest-rate-file-status.
    select rate-audit-file
        assign to dynamic rate-audit-file-name
        file status is rate-audit-file-status.

data division.

file section.

*shared file-name control file (filenames.dat) - same control file
*and record layout custmast reads at its own startup.
fd  filename-control-file
        record contains 58 characters.
01  filename-control-record.
    05  fc-logical-name         pic x(8).
    05  fc-physical-name        pic x(50).

*the effective-dated rate table - see intaccr.cob's fd.
fd  interest-rate-file
        record contains 14 characters.
01  interest-rate-record.
    05  irt-rating              pic x(1).
    05  irt-effective-date      pic 9(8).
    05  irt-rate                pic 9v9999.

*one record per confirmed change - A for a rate added, C for a rate
*corrected; the old rate is the one in force on the effective date
*before the change (zero when there was none).
fd  rate-audit-file
        record contains 42 characters.
01  rate-audit-record.
    05  rau-rating              pic x(1).
    05  rau-effective-date      pic 9(8).
    05  rau-action              pic x(1).
    05  rau-old-rate            pic 9v9999.
    05  rau-new-rate            pic 9v9999.
    05  rau-change-date         pic 9(8).
    05  rau-change-time         pic 9(6).
    05  rau-oper-id             pic x(8).

working-storage section.

01  file-eof-flags.
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".
    05  interest-rate-eof-flag      pic x(1)   value "N".
        88  end-of-interest-rates              value "Y".

01  filename-control-file-status   pic xx.
01  interest-rate-file-status      pic xx.
01  rate-audit-file-status         pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  rate-audit-file-name        pic x(50) value "rateaudit.dat".

*who is at the terminal - filled at sign-on by the shared opauth
*subprogram; level 1 may look, level 2 may change.
01  opauth-call-args.
    05  oa-operator-id    pic x(8).
    05  oa-program-name   pic x(8) value "RATEMAIN".
    05  oa-level-found    pic 9(1).

*the whole table, held in rating then date order and written back
*whole after each confirmed change.
01  rate-table-variables.
    05  rate-entry-count            pic 9(3) value zero.
    05  max-rate-entries            pic 9(3) value 200.
    05  rate-entry occurs 200 times.
        10  re-rating               pic x(1).
        10  re-effective-date       pic 9(8).
        10  re-rate                 pic 9v9999.
    05  rate-scan-index             pic 9(3).
    05  insert-index                pic 9(3).
    05  shift-index                 pic 9(3).
    05  matched-index               pic 9(3).
    05  in-force-index              pic 9(3).
    05  in-force-date               pic 9(8).
    05  rate-table-overflow-flag    pic x(1) value "N".
        88  rate-table-overflowed          value "Y".

01  maintenance-variables.
    05  entered-rating              pic x(1).
    05  more-ratings-flag           pic x(1) value "Y".
        88  more-ratings-requested         value "Y" "y".
    05  confirm-flag                pic x(1).
        88  change-confirmed               value "Y" "y".
    05  entry-valid-flag            pic x(1).
        88  entry-is-valid                 value "Y".
    05  rating-history-count        pic 9(3).
    05  rates-changed-count         pic 9(5) value zero.
    05  ratings-viewed-count        pic 9(5) value zero.

*what the operator keyed for a new or corrected rate.
01  entered-values.
    05  entered-effective-date      pic x(8).
    05  entered-date-parts redefines entered-effective-date.
        10  entered-yyyy            pic 9(4).
        10  entered-mm              pic 9(2).
        10  entered-dd              pic 9(2).
    05  entered-date-9 redefines entered-effective-date
                                    pic 9(8).
    05  entered-rate-text           pic x(5).
    05  entered-rate redefines entered-rate-text
                                    pic 9v9999.
    05  prior-rate                  pic 9v9999.
    05  change-action               pic x(1).

01  date-check-fields.
    05  days-in-month-values        pic x(24)
        value "312831303130313130313031".
    05  days-in-month redefines days-in-month-values
                                    pic 9(2) occurs 12 times.
    05  month-day-limit             pic 9(2).
    05  leap-quotient               pic 9(4).
    05  leap-remainder              pic 9(4).

01  run-date-fields.
    05  run-date-raw                pic 9(8).
    05  change-time-raw             pic 9(8).

01  display-work-fields.
    05  rate-edited                 pic 9.9999.
    05  in-force-marker             pic x(10).

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "RATEMAINT".
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
    perform 155-load-rate-table-para.

    open extend rate-audit-file.
    if rate-audit-file-status = "35"
       open output rate-audit-file.

    perform 200-maintain-one-rating-para
        until not more-ratings-requested.

    close rate-audit-file.

    move "END"                 to runlog-call-action.
    move ratings-viewed-count  to runlog-call-count-1.
    move rates-changed-count   to runlog-call-count-2.
    move zero                  to runlog-call-count-3.
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
        when "RATEAUD"
            move fc-physical-name to rate-audit-file-name
        when other
            continue
    end-evaluate.

*sign-on - nobody sees the rate table without at least an inquiry
*grant on operids.dat; the update grant is checked per change.
145-operator-sign-on-para.
    display "Operator ID (8 char) & <Ret>:".
    accept oa-operator-id.
    call "opauth" using opauth-call-args.
    if oa-level-found < 1
       display "Operator " oa-operator-id
               " is not authorized for rate maintenance."
       move 1 to return-code
       stop run.

150-set-run-date-para.
    call "busdate" using run-date-raw.

*the table in the order it is kept on file; a missing file is an
*empty table the first rates can be keyed into.
155-load-rate-table-para.
    move zero to rate-entry-count.
    move "N" to interest-rate-eof-flag.
    open input interest-rate-file.
    if interest-rate-file-status = "00"
       read interest-rate-file
            at end move "Y" to interest-rate-eof-flag
       end-read
       perform 156-load-one-rate-para
           until end-of-interest-rates
       close interest-rate-file
    else
       display "intrates.dat not found - starting an empty table.".

    if rate-table-overflowed
       display "intrates.dat holds more than " max-rate-entries
               " rates - the rest are not shown and the table may"
       display "not be changed here, since writing it back would"
               " drop them.".

156-load-one-rate-para.
    if rate-entry-count < max-rate-entries
       add 1 to rate-entry-count
       move irt-rating         to re-rating(rate-entry-count)
       move irt-effective-date to re-effective-date(rate-entry-count)
       move irt-rate           to re-rate(rate-entry-count)
    else
       move "Y" to rate-table-overflow-flag.
    read interest-rate-file
         at end move "Y" to interest-rate-eof-flag
    end-read.


*one rating - its history shown, and (for a level-2 operator) a
*dated rate offered to add or correct.
200-maintain-one-rating-para.
    display "Credit rating A-E & <Ret>:".
    move space to entered-rating.
    accept entered-rating.
    if entered-rating = "A" or "B" or "C" or "D" or "E"
       add 1 to ratings-viewed-count
       perform 210-display-rating-history-para
       if oa-level-found < 2
          display "Inquiry only - operator " oa-operator-id
                  " may not change the rate table."
       else
          if rate-table-overflowed
             display "Inquiry only - intrates.dat is larger than "
                     "the rate table."
          else
             perform 220-take-rate-change-para
    else
       display "Credit rating must be A through E.".

    display "Maintain another rating? (Y/N) & <Ret>:".
    accept more-ratings-flag.

*every dated rate for the rating, oldest first, with the one in
*effect on the business date marked.
210-display-rating-history-para.
    move run-date-raw to in-force-date.
    perform 240-find-in-force-rate-para.
    move zero to rating-history-count.
    display "RATE HISTORY FOR RATING " entered-rating
            "  (BUSINESS DATE " run-date-raw ")".
    perform 211-display-one-rate-para
        varying rate-scan-index from 1 by 1
        until rate-scan-index > rate-entry-count.
    if rating-history-count = zero
       display "  No rates on file for this rating.".

211-display-one-rate-para.
    if re-rating(rate-scan-index) = entered-rating
       add 1 to rating-history-count
       move re-rate(rate-scan-index) to rate-edited
       move spaces to in-force-marker
       if rate-scan-index = in-force-index
          move "IN FORCE" to in-force-marker
       else
          if re-effective-date(rate-scan-index) > run-date-raw
             move "FUTURE" to in-force-marker
          end-if
       end-if
       display "  EFFECTIVE " re-effective-date(rate-scan-index)
               "  RATE " rate-edited "  " in-force-marker.

*an effective date and a rate, both checked, then confirmed.  A
*back-dated rate is allowed - the committee's decision may reach
*the terminal late - but the operator is told that runs already
*made are not redone.
220-take-rate-change-para.
    display "Effective date yyyymmdd for a new or corrected rate "
            "(blank for none) & <Ret>:".
    move spaces to entered-effective-date.
    accept entered-effective-date.
    move "Y" to entry-valid-flag.
    if entered-effective-date = spaces
       move "N" to entry-valid-flag
    else
       perform 230-check-effective-date-para.

    if entry-is-valid
       display "Rate as a fraction, 5 digits 9v9999 "
               "(05.25% = 00525) & <Ret>:"
       move spaces to entered-rate-text
       accept entered-rate-text
       if entered-rate-text is not numeric
          display "Rate must be 5 digits."
          move "N" to entry-valid-flag.

    if entry-is-valid
       perform 225-describe-rate-change-para.

    if entry-is-valid
       display "Apply this rate? (Y/N) & <Ret>:"
       accept confirm-flag
       if change-confirmed
          perform 250-apply-rate-change-para
       else
          display "Change discarded.".

*tells the operator what the change will do before it is confirmed:
*a rate already on file for that date is corrected, any other date
*adds a rate.  The prior rate is the one in force on the entered
*date, and goes on the audit record either way.
225-describe-rate-change-para.
    perform 245-find-matching-date-para.
    move entered-date-9 to in-force-date.
    perform 240-find-in-force-rate-para.
    move zero to prior-rate.
    if in-force-index > zero
       move re-rate(in-force-index) to prior-rate.

    move entered-rate to rate-edited.
    if matched-index > zero
       move "C" to change-action
       if entered-rate = prior-rate
          display "That is already the rate from that date."
          move "N" to entry-valid-flag
       else
          display "Corrects rating " entered-rating " from "
                  entered-effective-date " to " rate-edited
    else
       move "A" to change-action
       display "Adds a rate for rating " entered-rating " of "
               rate-edited " from " entered-effective-date.

    if entry-is-valid and entered-date-9 < run-date-raw
       display "Back-dated - runs already made before today are "
               "not redone.".

*the entered date must be eight digits making a real calendar date.
230-check-effective-date-para.
    if entered-effective-date is not numeric
       display "Effective date must be 8 digits, yyyymmdd."
       move "N" to entry-valid-flag
    else
       if entered-mm < 1 or entered-mm > 12
          or entered-yyyy < 1900
          move "N" to entry-valid-flag
       else
          move days-in-month(entered-mm) to month-day-limit
          if entered-mm = 2
             perform 235-check-leap-year-para
          end-if
          if entered-dd < 1 or entered-dd > month-day-limit
             move "N" to entry-valid-flag
          end-if
       end-if
       if not entry-is-valid
          display "Effective date is not a valid date.".

235-check-leap-year-para.
    divide entered-yyyy by 4 giving leap-quotient
        remainder leap-remainder.
    if leap-remainder = zero
       move 29 to month-day-limit
       divide entered-yyyy by 100 giving leap-quotient
           remainder leap-remainder
       if leap-remainder = zero
          move 28 to month-day-limit
          divide entered-yyyy by 400 giving leap-quotient
              remainder leap-remainder
          if leap-remainder = zero
             move 29 to month-day-limit.

*the rating's rate in effect on in-force-date - the latest taking
*effect on or before it; zero when the rating had none yet.
240-find-in-force-rate-para.
    move zero to in-force-index.
    perform 241-check-in-force-para
        varying rate-scan-index from 1 by 1
        until rate-scan-index > rate-entry-count.

241-check-in-force-para.
    if re-rating(rate-scan-index) = entered-rating
       and re-effective-date(rate-scan-index) not > in-force-date
       if in-force-index = zero
          move rate-scan-index to in-force-index
       else
          if re-effective-date(rate-scan-index) not <
             re-effective-date(in-force-index)
             move rate-scan-index to in-force-index.

245-find-matching-date-para.
    move zero to matched-index.
    perform 246-check-matching-date-para
        varying rate-scan-index from 1 by 1
        until rate-scan-index > rate-entry-count.

246-check-matching-date-para.
    if re-rating(rate-scan-index) = entered-rating
       and re-effective-date(rate-scan-index) = entered-date-9
       move rate-scan-index to matched-index.

*a correction replaces the rate in place; an addition is slotted
*in rating then date order.  The table goes back to disk whole
*before the audit record is written, so the trail never shows a
*change that did not reach the file.
250-apply-rate-change-para.
    if matched-index > zero
       move entered-rate to re-rate(matched-index)
    else
       if rate-entry-count not < max-rate-entries
          display "The rate table is full - nothing changed."
          move "N" to entry-valid-flag
       else
          perform 255-insert-rate-entry-para.

    if entry-is-valid
       open output interest-rate-file
       if interest-rate-file-status not = "00"
          display "intrates.dat could not be written - status "
                  interest-rate-file-status
          move "N" to entry-valid-flag.

    if entry-is-valid
       perform 256-write-one-rate-para
           varying rate-scan-index from 1 by 1
           until rate-scan-index > rate-entry-count
       close interest-rate-file
       perform 260-write-rate-audit-para.

255-insert-rate-entry-para.
    move rate-entry-count to insert-index.
    add 1 to insert-index.
    perform 257-find-insert-point-para
        varying rate-scan-index from rate-entry-count by -1
        until rate-scan-index < 1.
    perform 258-shift-entry-down-para
        varying shift-index from rate-entry-count by -1
        until shift-index < insert-index.
    add 1 to rate-entry-count.
    move entered-rating to re-rating(insert-index).
    move entered-date-9 to re-effective-date(insert-index).
    move entered-rate   to re-rate(insert-index).

*walking up from the bottom, every entry that belongs after the new
*one moves the insertion point up above it.
257-find-insert-point-para.
    if re-rating(rate-scan-index) > entered-rating
       or (re-rating(rate-scan-index) = entered-rating
           and re-effective-date(rate-scan-index) > entered-date-9)
       move rate-scan-index to insert-index.

258-shift-entry-down-para.
    move rate-entry(shift-index) to rate-entry(shift-index + 1).

256-write-one-rate-para.
    move re-rating(rate-scan-index)         to irt-rating.
    move re-effective-date(rate-scan-index) to irt-effective-date.
    move re-rate(rate-scan-index)           to irt-rate.
    write interest-rate-record.

260-write-rate-audit-para.
    move entered-rating   to rau-rating.
    move entered-date-9   to rau-effective-date.
    move change-action    to rau-action.
    move prior-rate       to rau-old-rate.
    move entered-rate     to rau-new-rate.
    move run-date-raw     to rau-change-date.
    accept change-time-raw from time.
    move change-time-raw(1:6) to rau-change-time.
    move oa-operator-id   to rau-oper-id.
    write rate-audit-record.
    add 1 to rates-changed-count.
    display "Rating " entered-rating " rate from "
            entered-effective-date " recorded.".
