***************************************
* Nightly driver companion - balsign
*  Sumit Khanna - Dr. Hume's 3620
*
*  Operator sign-off of the end-of-day
*   balancing sheet.  balsheet proves
*   the business day's totals across
*   steps and leaves its summary in
*   balsheet.dat; nightly will not
*   start the next business day until
*   that day is signed off here.  The
*   operator signs off the sheet (S,
*   level 2 for BALSIGN in
*   operids.dat) once its breaks, if
*   any, are understood - or, when
*   the day has no sheet to sign
*   because the batch never got that
*   far, releases it with an explicit
*   override (O, level 3).  Either is
*   appended to balsign.dat with the
*   operator's ID and the time, and
*   logged to run-log.out; a sign-off
*   is also stamped on the foot of
*   balsheet.out itself.
***************************************

identification division.

program-id. balsign.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select sheet-summary-file assign to "balsheet.dat"
        file status is sheet-summary-file-status.
    select sign-off-file assign to "balsign.dat"
        organization is sequential
        file status is sign-off-file-status.
    select balance-sheet-file assign to "balsheet.out"
        file status is balance-sheet-file-status.
    select run-log-file assign to "run-log.out"
        organization is sequential
        file status is run-log-file-status.

data division.

file section.

*same record balsheet writes - see balsheet.cob's summary fd.
fd sheet-summary-file record contains 28 characters.
01 sheet-summary-record.
    05 ss-business-date   pic 9(8).
    05 ss-checks-run      pic 9(3).
    05 ss-break-count     pic 9(3).
    05 ss-run-date        pic 9(8).
    05 ss-run-time        pic 9(6).

*one record per business day released - S signed off against the
*sheet, O overridden without one - with who did it and when.
*nightly reads this file before it starts a new business day.
fd sign-off-file record contains 34 characters.
01 sign-off-record.
    05 so-business-date   pic 9(8).
    05 so-action          pic x(1).
       88 so-signed-off           value "S".
       88 so-overridden           value "O".
    05 so-operator-id     pic x(8).
    05 so-sign-date       pic 9(8).
    05 so-sign-time       pic 9(6).
    05 so-break-count     pic 9(3).

fd balance-sheet-file record contains 80 characters.
01 balance-sheet-line     pic x(80).

fd run-log-file record contains 80 characters.
01 run-log-line           pic x(80).

working-storage section.

01 sheet-summary-file-status  pic xx.
01 sign-off-file-status       pic xx.
01 balance-sheet-file-status  pic xx.
01 run-log-file-status        pic xx.

01 file-flags.
    05 sign-off-eof-flag  pic x(1) value "N".
       88 end-of-sign-off         value "Y".

*who is at the terminal - filled at sign-on by the shared opauth
*subprogram; level 2 signs off a sheet, level 3 overrides.
01 opauth-call-args.
    05 oa-operator-id    pic x(8).
    05 oa-program-name   pic x(8) value "BALSIGN".
    05 oa-level-found    pic 9(1).

01 sign-off-controls.
    05 business-date      pic 9(8).
    05 sheet-found-flag   pic x(1) value "N".
       88 sheet-on-file           value "Y".
    05 prior-release-flag pic x(1) value "N".
       88 already-released        value "Y".
    05 prior-operator-id  pic x(8).
    05 prior-action       pic x(1).
    05 operator-choice    pic x(1).
    05 break-confirm      pic x(1).
    05 release-action     pic x(1).
    05 sheet-checks-run   pic 9(3).
    05 sheet-break-count  pic 9(3).
    05 sheet-run-date     pic 9(8).
    05 sheet-run-time     pic 9(6).
    05 release-break-count pic 9(3).
    05 sign-stamp-date    pic 9(8).
    05 sign-stamp-time    pic 9(8).

*the line stamped on the foot of the sheet.
01 sheet-sign-off-line.
    05 filler            pic x(15) value "SIGNED OFF BY  ".
    05 sl-operator-out   pic x(8).
    05 filler            pic x(4)  value " ON ".
    05 sl-date-out       pic 9(8).
    05 filler            pic x(1)  value spaces.
    05 sl-time-out       pic 9(6).

*the line appended to run-log.out - runlog's leading columns, the
*business day in the name column, SIGN or OVRD as the action.
01 sign-off-output-line.
    05 sg-name-out       pic x(20).
    05 filler            pic x(2) value spaces.
    05 sg-action-out     pic x(5).
    05 filler            pic x(2) value spaces.
    05 sg-date-out       pic 9(8).
    05 filler            pic x(1) value spaces.
    05 sg-time-out       pic 9(6).
    05 filler            pic x(2) value spaces.
    05 filler            pic x(3) value "BY ".
    05 sg-operator-out   pic x(8).
    05 filler            pic x(1) value spaces.
    05 sg-breaks-out     pic zz9.
    05 filler            pic x(9) value " BREAK(S)".
    05 filler            pic x(10) value spaces.

procedure division.


main section.

******************************************
*Entry point for program
* --sign on, show the business day's
*   sheet, take the sign-off or the
*   override
* --done
*******************************************
main-paragraph.
    display "Operator ID (8 char) & <Ret>:".
    accept oa-operator-id.
    call "opauth" using opauth-call-args.
    if oa-level-found < 2
       display "Operator " oa-operator-id
               " is not authorized to sign off the balancing sheet."
       move 1 to return-code
       stop run.

    call "busdate" using business-date.
    perform 100-load-sheet-summary-para.
    perform 110-check-prior-release-para.

    display "BUSINESS DATE: " business-date.
    if sheet-on-file
       display "  BALANCING SHEET RUN " sheet-run-date " "
               sheet-run-time " - " sheet-checks-run " CHECK(S), "
               sheet-break-count " BREAK(S)"
    else
       display "  NO BALANCING SHEET ON FILE FOR THIS DAY".
    if already-released
       display "  ALREADY RELEASED (" prior-action ") BY "
               prior-operator-id
       stop run.

    display "S to sign off the sheet, O to override, "
            "<Ret> to quit:".
    accept operator-choice.
    evaluate operator-choice
        when "S"
        when "s"
             perform 200-sign-off-para thru 299-sign-off-done
        when "O"
        when "o"
             perform 300-override-para thru 399-override-done
        when other
             display "Nothing recorded."
    end-evaluate.
    stop run.


******************************************
*Lookup Section
*  --the sheet summary, and whether the
*    day was already released
******************************************
100-load-sheet-summary-para.
    move "N" to sheet-found-flag.
    open input sheet-summary-file.
    if sheet-summary-file-status = "00"
       read sheet-summary-file
            at end continue
            not at end
                if ss-business-date = business-date
                   move "Y" to sheet-found-flag
                   move ss-checks-run  to sheet-checks-run
                   move ss-break-count to sheet-break-count
                   move ss-run-date    to sheet-run-date
                   move ss-run-time    to sheet-run-time
                end-if
       end-read
       close sheet-summary-file.

110-check-prior-release-para.
    move "N" to prior-release-flag.
    move "N" to sign-off-eof-flag.
    open input sign-off-file.
    if sign-off-file-status = "00"
       perform 111-read-sign-off-para until end-of-sign-off
       close sign-off-file.

111-read-sign-off-para.
    read sign-off-file
         at end move "Y" to sign-off-eof-flag
         not at end
             if so-business-date = business-date
                move "Y" to prior-release-flag
                move so-operator-id to prior-operator-id
                move so-action to prior-action
             end-if
    end-read.


******************************************
*Sign-off Section
*  --only against a sheet actually run
*    for the day; a sheet with breaks
*    needs the operator to confirm
*    they have been looked at
******************************************
200-sign-off-para.
    if not sheet-on-file
       display "There is no sheet to sign for " business-date
               " - an override (O) is the only release."
       move 1 to return-code
       go to 299-sign-off-done.
    if sheet-break-count > zero
       display "The sheet shows " sheet-break-count
               " break(s) - sign off anyway (Y/N)?"
       accept break-confirm
       if break-confirm not = "Y" and break-confirm not = "y"
          display "Nothing recorded."
          go to 299-sign-off-done.

    move "S" to release-action.
    move sheet-break-count to release-break-count.
    perform 400-record-release-para.

    move oa-operator-id       to sl-operator-out.
    move sign-stamp-date      to sl-date-out.
    move sign-stamp-time(1:6) to sl-time-out.
    open extend balance-sheet-file.
    if balance-sheet-file-status = "00"
       write balance-sheet-line from sheet-sign-off-line
           after advancing 2 lines
       close balance-sheet-file.

    move "SIGN" to sg-action-out.
    perform 410-log-release-para.
    display "SHEET FOR " business-date " SIGNED OFF BY "
            oa-operator-id.

299-sign-off-done.
    exit.


******************************************
*Override Section
*  --releases the day without a signed
*    sheet; level 3, and always on the
*    record
******************************************
300-override-para.
    if oa-level-found < 3
       display "Operator " oa-operator-id
               " is not authorized to override the sign-off."
       move 1 to return-code
       go to 399-override-done.

    move "O" to release-action.
    if sheet-on-file
       move sheet-break-count to release-break-count
    else
       move zero to release-break-count.
    perform 400-record-release-para.

    move "OVRD" to sg-action-out.
    perform 410-log-release-para.
    display "BUSINESS DATE " business-date " RELEASED BY OVERRIDE - "
            oa-operator-id.

399-override-done.
    exit.


400-record-release-para.
    accept sign-stamp-date from date yyyymmdd.
    accept sign-stamp-time from time.
    move business-date        to so-business-date.
    move release-action       to so-action.
    move oa-operator-id       to so-operator-id.
    move release-break-count  to so-break-count.
    move sign-stamp-date      to so-sign-date.
    move sign-stamp-time(1:6) to so-sign-time.
    open extend sign-off-file.
    if sign-off-file-status not = "00"
       open output sign-off-file.
    write sign-off-record.
    close sign-off-file.

410-log-release-para.
    move business-date   to sg-name-out.
    move sign-stamp-date      to sg-date-out.
    move sign-stamp-time(1:6) to sg-time-out.
    move oa-operator-id       to sg-operator-out.
    move release-break-count  to sg-breaks-out.
    open extend run-log-file.
    if run-log-file-status not = "00"
       open output run-log-file.
    write run-log-line from sign-off-output-line.
    close run-log-file.
