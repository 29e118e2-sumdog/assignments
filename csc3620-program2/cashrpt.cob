*************************************
* Program #2 companion - cashrpt
* Sumit Khanna
*  Large-cash and structuring
*   detection over the transaction
*   detail feeds.  Compliance had no
*   report of cash activity at all;
*   the providers' detail files are
*   the first place it shows up - a
*   dtl-type of K is a cash deposit
*   and W a cash withdrawal.  This
*   step reads every detail file
*   named in bankdtls.dat and totals
*   each account's cash in and cash
*   out per business day; a day with
*   either total at or over the
*   reporting amount is flagged
*   LARGE CASH.  It also watches for
*   deposits kept just under the
*   reporting amount - any cash
*   deposit within the near band
*   below it - and flags STRUCTURING
*   when an account makes enough of
*   them inside the rolling window
*   of days.  Near deposits are kept
*   across runs in cashnear.dat, so
*   a pattern spread over several
*   nights is still seen; entries
*   older than the window drop off
*   as the file is rewritten.  The
*   reporting amount,
*   the band, the window length and
*   how many near deposits make a
*   pattern come from cashparm.dat.
*   Every flag goes on the
*   compliance filing extract
*   (cashfile.dat) and the reviewer
*   report (cashrpt.out), which also
*   shows the parameters the run
*   used.
*************************************

identification division.

program-id. cashrpt.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select bank-list-file assign to "bankfiles.dat"
        file status is bank-list-file-status.
    select detail-list-file assign to "bankdtls.dat"
        file status is detail-list-file-status.
    select detail-file   assign to dynamic detail-filename
        file status is detail-file-status.
    select cash-param-file assign to "cashparm.dat"
        file status is cash-param-file-status.
    select merged-snapshot-file
        assign to dynamic merged-snapshot-file-name
        file status is merged-snapshot-file-status.
    select cash-filing-file
        assign to dynamic cash-filing-file-name.
    select cash-report-file
        assign to dynamic cash-report-file-name.
    select near-history-file
        assign to dynamic near-history-file-name
        file status is near-history-file-status.
    select filename-control-file assign to "filenames.dat"
        file status is filename-control-file-status.

data division.

file section.

*shared file-name control file (filenames.dat) - same control file
*and record layout prog2 reads at its own startup.
fd filename-control-file record contains 58 characters.
01 filename-control-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

*the list of bank source files this run - same file prog2 reads.
fd bank-list-file record contains 50 characters.
01 bank-list-record  pic x(50).

*one detail filename per bankfiles.dat entry, same order - a blank
*entry means that feed sends no detail file yet.
fd detail-list-file record contains 50 characters.
01 detail-list-record  pic x(50).

*one record per transaction in a feed's companion detail file - see
*transchk.cob's detail-file fd.
fd detail-file record contains 27 characters.
01 detail-record.
    05 dtl-acct-num    pic 9(8).
    05 dtl-trans-date  pic 9(8).
    05 dtl-amount      pic 9(8)v99.
    05 dtl-type        pic x(1).
       88 dtl-cash-deposit     value "K".
       88 dtl-cash-withdrawal  value "W".

*the reporting amount, the near band below it, the rolling window
*in days, and how many near deposits inside the window make a
*pattern.  Defaults of 10000.00, 1000.00, 5 days and 2 deposits
*apply when the file is missing or a field is zero.
fd cash-param-file record contains 25 characters.
01 cash-param-record.
    05 cp-report-amount     pic 9(8)v99.
    05 cp-band-amount       pic 9(8)v99.
    05 cp-window-days       pic 9(3).
    05 cp-min-deposits      pic 9(2).

*tonight's merged snapshot - only for the account names.
fd merged-snapshot-file record contains 53 characters.
01 merged-snapshot-record   pic x(53).

*one record per flag for the compliance filing - LRGC for a day at
*or over the reporting amount, STRC for a structuring pattern.  A
*large-cash day has the same window start and end date; a pattern
*carries the first and last near deposit in its window.
fd cash-filing-file record contains 87 characters.
01 cash-filing-record.
    05 cf-run-date          pic 9(8).
    05 cf-filing-type       pic x(4).
    05 cf-acct-num          pic 9(8).
    05 cf-acct-name         pic x(25).
    05 cf-window-start      pic 9(8).
    05 cf-window-end        pic 9(8).
    05 cf-cash-in           pic 9(9)v99.
    05 cf-cash-out          pic 9(9)v99.
    05 cf-item-count        pic 9(4).

fd cash-report-file record contains 80 characters.
01 cash-report-line         pic x(80).

*persistent near-deposit history - one record per cash deposit
*inside the near band, with the business date of the run that first
*saw it.  Read whole at startup and rewritten at end of run, the way
*prog2 keeps dormledger.dat: deposits dated before the window drop
*off, tonight's are added, and a rerun of the same business date
*replaces that night's entries rather than counting them twice.
fd near-history-file record contains 34 characters.
01 near-history-record.
    05 nh-acct-num          pic 9(8).
    05 nh-trans-date        pic 9(8).
    05 nh-amount            pic 9(8)v99.
    05 nh-run-date          pic 9(8).

working-storage section.

*one merged record pulled apart - same layout as prog2's
*merge-temp-record.
01 merged-record-work.
    05 mw-acct-name   pic x(25).
    05 mw-acct-num    pic 9(8).
    05 mw-acct-type   pic x(1).
    05 mw-acct-bal    pic s9(8)v99 sign is leading separate.
    05 mw-trans-count pic 9(4).
    05 mw-state       pic x(4).

01 file-flags.
    05 bank-list-eof-flag  pic x(1) value "N".
       88 end-of-bank-list          value "Y".
    05 detail-list-eof-flag pic x(1) value "N".
       88 end-of-detail-list        value "Y".
    05 detail-eof-flag     pic x(1) value "N".
       88 end-of-detail-file       value "Y".
    05 merged-snapshot-flag pic x(1) value "N".
       88 end-of-merged-snapshot    value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".
    05 near-history-eof-flag pic x(1) value "N".
       88 end-of-near-history       value "Y".

01 filename-control-file-status  pic xx.
01 near-history-file-status      pic xx.
01 bank-list-file-status         pic xx.
01 detail-list-file-status       pic xx.
01 detail-file-status            pic xx.
01 cash-param-file-status        pic xx.
01 merged-snapshot-file-status   pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01 dynamic-file-names.
    05 merged-snapshot-file-name pic x(50)
        value "merged-current.dat".
    05 cash-filing-file-name     pic x(50) value "cashfile.dat".
    05 cash-report-file-name     pic x(50) value "cashrpt.out".
    05 near-history-file-name    pic x(50) value "cashnear.dat".

01 cash-parameters.
    05 report-amount          pic 9(8)v99 value 10000.00.
    05 band-amount            pic 9(8)v99 value 1000.00.
    05 window-days            pic 9(3) value 5.
    05 min-deposits           pic 9(2) value 2.
    05 band-floor             pic 9(8)v99.

01 counters.
    05 i           pic 9(1) usage is comp.

01 max-bank-files        pic 9(1) value 5.

*the feed and detail filenames for this run, position-matched.
01 bank-file-table.
    05 bank-file-entry    pic x(50) occurs 5 times.
01 bank-file-count       pic 9(1) value zero.
01 detail-file-table.
    05 detail-file-entry  pic x(50) occurs 5 times.
01 detail-file-count     pic 9(1) value zero.

01 detail-filename       pic x(50).

*account names from tonight's snapshot.
01 name-table.
    05 name-entry-count      pic 9(5) value zero.
    05 max-name-entries      pic 9(5) value 20000.
    05 name-entry occurs 20000 times.
        10 nt-acct-num       pic 9(8).
        10 nt-acct-name      pic x(25).
    05 name-scan-index       pic 9(5).
    05 name-found-index      pic 9(5) value zero.

*one entry per account per business day with cash on it.
01 cash-day-table.
    05 cash-day-count        pic 9(5) value zero.
    05 max-cash-days         pic 9(5) value 20000.
    05 cash-day-entry occurs 20000 times.
        10 cd-acct-num       pic 9(8).
        10 cd-trans-date     pic 9(8).
        10 cd-cash-in        pic 9(9)v99.
        10 cd-cash-out       pic 9(9)v99.
        10 cd-item-count     pic 9(4).
    05 cash-day-scan-index   pic 9(5).
    05 cash-day-found-index  pic 9(5) value zero.

*every cash deposit inside the near band - those carried from
*earlier runs first, then tonight's - with its date as a day serial
*so a window differences to real days.
01 near-deposit-table.
    05 near-deposit-count    pic 9(5) value zero.
    05 max-near-deposits     pic 9(5) value 20000.
    05 near-deposit-entry occurs 20000 times.
        10 nd-acct-num       pic 9(8).
        10 nd-trans-date     pic 9(8).
        10 nd-serial-day     pic 9(7).
        10 nd-amount         pic 9(8)v99.
        10 nd-run-date       pic 9(8).
    05 near-outer-index      pic 9(5).
    05 near-scan-index       pic 9(5).

*accounts already flagged for structuring - one flag per account
*per run, for its first pattern found.
01 structuring-flagged-table.
    05 flagged-acct-count    pic 9(5) value zero.
    05 flagged-acct-entry    pic 9(8) occurs 20000 times.
    05 flagged-scan-index    pic 9(5).
    05 flagged-found-flag    pic x(1).
       88 account-already-flagged    value "Y".

01 window-work.
    05 window-start-serial   pic s9(7).
    05 window-deposit-count  pic 9(4).
    05 window-deposit-total  pic 9(9)v99.
    05 window-first-date     pic 9(8).
    05 window-last-date      pic 9(8).
    05 history-cutoff-serial pic s9(7).

*yyyymmdd-to-day-serial conversion - same arithmetic healthrpt uses
*to difference two dates across month and year boundaries.
01 date-serial-fields.
    05 serial-conv-date   pic 9(8).
    05 sd-year            pic 9(4).
    05 sd-month           pic 9(2).
    05 sd-day             pic 9(2).
    05 sd-prior-years     pic 9(4).
    05 sd-div-4           pic 9(4).
    05 sd-div-100         pic 9(4).
    05 sd-div-400         pic 9(4).
    05 sd-leap-count      pic 9(6).
    05 sd-quotient        pic 9(6).
    05 sd-remainder       pic 9(6).
    05 sd-leap-flag       pic x(1).
       88 sd-year-is-leap       value "Y".
    05 serial-day-number  pic 9(7).
    05 days-before-month-area pic x(36) value
       "000031059090120151181212243273304334".
    05 days-before-month-table redefines days-before-month-area.
       10 days-before-month pic 9(3) occurs 12 times.

01 cash-counters.
    05 detail-read-count      pic 9(6) value zero.
    05 cash-record-count      pic 9(6) value zero.
    05 near-deposit-seen      pic 9(6) value zero.
    05 near-history-kept      pic 9(6) value zero.
    05 near-history-dropped   pic 9(6) value zero.
    05 untracked-record-count pic 9(5) value zero.
    05 large-cash-count       pic 9(5) value zero.
    05 structuring-count      pic 9(5) value zero.
    05 feeds-read-count       pic 9(1) value zero.

01 run-date-raw           pic 9(8).

01 report-templates.
    05 cash-report-header.
        10 filler             pic x(14) value spaces.
        10 crh-title          pic x(40)
            value "LARGE-CASH AND STRUCTURING REVIEW".
        10 filler             pic x(10) value "RUN DATE: ".
        10 crh-date-out       pic 9(8).

    05 section-header-line.
        10 filler             pic x(2)  value spaces.
        10 shl-text-out       pic x(60).

    05 large-cash-column-line.
        10 filler             pic x(10) value "ACCOUNT".
        10 filler             pic x(26) value "NAME".
        10 filler             pic x(10) value "DATE".
        10 filler             pic x(13) value "      CASH IN".
        10 filler             pic x(14) value "      CASH OUT".
        10 filler             pic x(6)  value " ITEMS".

    05 large-cash-detail-line.
        10 lcd-acct-out       pic 9(8).
        10 filler             pic x(2)  value spaces.
        10 lcd-name-out       pic x(25).
        10 filler             pic x(1)  value spaces.
        10 lcd-date-out       pic 9(8).
        10 filler             pic x(1)  value spaces.
        10 lcd-in-out         pic zzzzzzzz9.99.
        10 filler             pic x(1)  value spaces.
        10 lcd-cash-out       pic zzzzzzzz9.99.
        10 filler             pic x(1)  value spaces.
        10 lcd-items-out      pic zzzz9.

    05 structuring-column-line.
        10 filler             pic x(10) value "ACCOUNT".
        10 filler             pic x(26) value "NAME".
        10 filler             pic x(9)  value "FROM".
        10 filler             pic x(9)  value "TO".
        10 filler             pic x(6)  value " DEPS".
        10 filler             pic x(14) value "   TOTAL".

    05 structuring-detail-line.
        10 sdl-acct-out       pic 9(8).
        10 filler             pic x(2)  value spaces.
        10 sdl-name-out       pic x(25).
        10 filler             pic x(1)  value spaces.
        10 sdl-from-out       pic 9(8).
        10 filler             pic x(1)  value spaces.
        10 sdl-to-out         pic 9(8).
        10 filler             pic x(1)  value spaces.
        10 sdl-count-out      pic zzzz9.
        10 filler             pic x(1)  value spaces.
        10 sdl-total-out      pic zzzzzzzz9.99.

    05 none-found-line.
        10 filler             pic x(4)  value spaces.
        10 filler             pic x(20) value "NONE".

    05 cash-total-line.
        10 filler             pic x(2)  value spaces.
        10 ctl-label          pic x(34).
        10 ctl-count-out      pic zzzzz9.

    05 cash-amount-line.
        10 filler             pic x(2)  value spaces.
        10 cal-label          pic x(34).
        10 cal-amount-out     pic zzzzzzz9.99.

01 filerr-call-args.
    05 filerr-call-program     pic x(20) value "CASHRPT".
    05 filerr-call-file        pic x(20).
    05 filerr-call-paragraph   pic x(12).
    05 filerr-call-status      pic xx.

01 runlog-call-args.
    05 runlog-call-action      pic x(5).
    05 runlog-call-job-name    pic x(20) value "CASHRPT".
    05 runlog-call-count-1     pic 9(7).
    05 runlog-call-count-2     pic 9(7).
    05 runlog-call-count-3     pic 9(7).

procedure division.


main section.

main-paragraph.
    move "START" to runlog-call-action.
    move zero    to runlog-call-count-1
                     runlog-call-count-2
                     runlog-call-count-3.
    call "runlog" using runlog-call-args.

    call "busdate" using run-date-raw.
    perform 045-load-filenames-para.
    perform 050-load-bank-file-list-para.
    perform 052-load-detail-file-list-para.
    perform 055-load-cash-params-para.
    perform 056-load-near-history-para.
    perform 060-load-account-names-para.

    perform 100-read-one-feed-para
        varying i from 1 by 1 until i > bank-file-count.

    open output cash-filing-file.
    open output cash-report-file.
    move run-date-raw to crh-date-out.
    write cash-report-line from cash-report-header
        after advancing page.

    move "CASH AT OR OVER THE REPORTING AMOUNT IN A DAY"
        to shl-text-out.
    write cash-report-line from section-header-line
        after advancing 2 lines.
    write cash-report-line from large-cash-column-line
        after advancing 1 line.
    perform 200-check-large-cash-para
        varying cash-day-scan-index from 1 by 1
        until cash-day-scan-index > cash-day-count.
    if large-cash-count = zero
       write cash-report-line from none-found-line
           after advancing 1 line.

    move "REPEATED DEPOSITS JUST UNDER THE REPORTING AMOUNT"
        to shl-text-out.
    write cash-report-line from section-header-line
        after advancing 3 lines.
    write cash-report-line from structuring-column-line
        after advancing 1 line.
    perform 300-check-structuring-para
        varying near-outer-index from 1 by 1
        until near-outer-index > near-deposit-count.
    if structuring-count = zero
       write cash-report-line from none-found-line
           after advancing 1 line.

    perform 900-cash-totals-para.
    close cash-report-file.
    close cash-filing-file.
    perform 400-rewrite-near-history-para.

    display "LARGE CASH DAYS: " large-cash-count
            "  STRUCTURING PATTERNS: " structuring-count.

    move "END"               to runlog-call-action.
    move cash-record-count   to runlog-call-count-1.
    move large-cash-count    to runlog-call-count-2.
    move structuring-count   to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    stop run.

*reads the shared filenames.dat control file, if present, and
*overrides this program's compiled-in file names with any matching
*logical-name entry it contains.  Missing file / missing entry just
*leaves the compiled-in default in dynamic-file-names alone.
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
        when "MRGSNAP"
            move fc-physical-name to merged-snapshot-file-name
        when "CASHFILE"
            move fc-physical-name to cash-filing-file-name
        when "CASHRPT"
            move fc-physical-name to cash-report-file-name
        when "CASHNEAR"
            move fc-physical-name to near-history-file-name
        when other
            continue
    end-evaluate.

*same list, same controlled stop prog2 itself applies.
050-load-bank-file-list-para.
    move zero to bank-file-count.
    move "N" to bank-list-eof-flag.
    open input bank-list-file.
    if bank-list-file-status = "00"
       read bank-list-file
            at end move "Y" to bank-list-eof-flag
       end-read
       perform 051-load-bank-file-entry-para
           until end-of-bank-list or bank-file-count = max-bank-files
       close bank-list-file
    else
       display "bankfiles.dat not found or unreadable - cannot continue"
       move 1 to return-code
       stop run
    end-if.

051-load-bank-file-entry-para.
    add 1 to bank-file-count.
    move bank-list-record to bank-file-entry(bank-file-count).
    read bank-list-file
         at end move "Y" to bank-list-eof-flag
    end-read.

*the companion detail list, position-matched to bankfiles.dat - a
*missing bankdtls.dat is a controlled stop, the same as transchk's.
052-load-detail-file-list-para.
    move zero to detail-file-count.
    move "N" to detail-list-eof-flag.
    open input detail-list-file.
    if detail-list-file-status = "00"
       read detail-list-file
            at end move "Y" to detail-list-eof-flag
       end-read
       perform 053-load-detail-file-entry-para
           until end-of-detail-list
              or detail-file-count = max-bank-files
       close detail-list-file
    else
       display "bankdtls.dat not found or unreadable - cannot continue"
       move 1 to return-code
       stop run
    end-if.

053-load-detail-file-entry-para.
    add 1 to detail-file-count.
    move detail-list-record to detail-file-entry(detail-file-count).
    read detail-list-file
         at end move "Y" to detail-list-eof-flag
    end-read.

*cash thresholds from cashparm.dat - the working-storage defaults
*apply when the file is missing or empty, the same as acctmove's
*moveparm.dat.
055-load-cash-params-para.
    open input cash-param-file.
    if cash-param-file-status = "00"
       read cash-param-file
            at end continue
            not at end
                if cp-report-amount is numeric
                   and cp-report-amount > zero
                   move cp-report-amount to report-amount
                end-if
                if cp-band-amount is numeric
                   and cp-band-amount > zero
                   move cp-band-amount to band-amount
                end-if
                if cp-window-days is numeric
                   and cp-window-days > zero
                   move cp-window-days to window-days
                end-if
                if cp-min-deposits is numeric
                   and cp-min-deposits > zero
                   move cp-min-deposits to min-deposits
                end-if
       end-read
       close cash-param-file.
    if band-amount > report-amount
       move report-amount to band-amount.
    compute band-floor = report-amount - band-amount.

*near deposits carried from earlier runs - only those dated inside
*the window ending on the business date are kept, and a prior pass
*over this same business date is dropped so the rerun replaces it.
*A missing file is the first run, with no history yet.
056-load-near-history-para.
    move run-date-raw to serial-conv-date.
    perform 145-date-to-serial-para.
    compute history-cutoff-serial =
        serial-day-number - window-days + 1.
    move "N" to near-history-eof-flag.
    open input near-history-file.
    if near-history-file-status = "00"
       read near-history-file
            at end move "Y" to near-history-eof-flag
       end-read
       perform 057-load-one-near-history-para
           until end-of-near-history
       close near-history-file.

057-load-one-near-history-para.
    move nh-trans-date to serial-conv-date.
    perform 145-date-to-serial-para.
    if nh-run-date = run-date-raw
       or serial-day-number < history-cutoff-serial
       add 1 to near-history-dropped
    else
       if near-deposit-count not < max-near-deposits
          add 1 to untracked-record-count
       else
          add 1 to near-history-kept
          add 1 to near-deposit-count
          move nh-acct-num   to nd-acct-num(near-deposit-count)
          move nh-trans-date to nd-trans-date(near-deposit-count)
          move nh-amount     to nd-amount(near-deposit-count)
          move nh-run-date   to nd-run-date(near-deposit-count)
          move serial-day-number
              to nd-serial-day(near-deposit-count).
    read near-history-file
         at end move "Y" to near-history-eof-flag
    end-read.

*names only - a missing snapshot leaves the names blank on the
*report and the filing, never a reason not to look at the cash.
060-load-account-names-para.
    move "N" to merged-snapshot-flag.
    open input merged-snapshot-file.
    if merged-snapshot-file-status = "00"
       read merged-snapshot-file
            at end move "Y" to merged-snapshot-flag
       end-read
       perform 061-load-one-name-para
           until end-of-merged-snapshot
              or name-entry-count = max-name-entries
       close merged-snapshot-file.

061-load-one-name-para.
    move merged-snapshot-record to merged-record-work.
    add 1 to name-entry-count.
    move mw-acct-num  to nt-acct-num(name-entry-count).
    move mw-acct-name to nt-acct-name(name-entry-count).
    read merged-snapshot-file
         at end move "Y" to merged-snapshot-flag
    end-read.

*one feed's detail file - a feed with no detail file has no cash to
*look at.
100-read-one-feed-para.
    if i > detail-file-count
       or detail-file-entry(i) = spaces
       continue
    else
       add 1 to feeds-read-count
       perform 110-read-feed-details-para.

110-read-feed-details-para.
    move detail-file-entry(i) to detail-filename.
    move "N" to detail-eof-flag.
    open input detail-file.
    if detail-file-status not = "00"
       move detail-filename(1:20) to filerr-call-file
       move "110-READDTL" to filerr-call-paragraph
       move detail-file-status to filerr-call-status
       call "filerr" using filerr-call-args
       stop run.
    read detail-file at end move "Y" to detail-eof-flag.
    perform 111-take-one-detail-para until end-of-detail-file.
    close detail-file.

*a cash record goes into its account's day total; a cash deposit
*inside the near band is also kept for the window check.
111-take-one-detail-para.
    add 1 to detail-read-count.
    if dtl-cash-deposit or dtl-cash-withdrawal
       add 1 to cash-record-count
       perform 120-post-cash-day-para
       if dtl-cash-deposit
          and dtl-amount not < band-floor
          and dtl-amount < report-amount
          perform 130-keep-near-deposit-para.
    read detail-file at end move "Y" to detail-eof-flag.

120-post-cash-day-para.
    move zero to cash-day-found-index.
    perform 121-match-cash-day-para
        varying cash-day-scan-index from 1 by 1
        until cash-day-scan-index > cash-day-count
           or cash-day-found-index > zero.
    if cash-day-found-index = zero
       and cash-day-count < max-cash-days
       add 1 to cash-day-count
       move cash-day-count to cash-day-found-index
       move dtl-acct-num   to cd-acct-num(cash-day-count)
       move dtl-trans-date to cd-trans-date(cash-day-count)
       move zero to cd-cash-in(cash-day-count)
                    cd-cash-out(cash-day-count)
                    cd-item-count(cash-day-count).
    if cash-day-found-index = zero
       add 1 to untracked-record-count
    else
       add 1 to cd-item-count(cash-day-found-index)
       if dtl-cash-deposit
          add dtl-amount to cd-cash-in(cash-day-found-index)
       else
          add dtl-amount to cd-cash-out(cash-day-found-index).

121-match-cash-day-para.
    if cd-acct-num(cash-day-scan-index) = dtl-acct-num
       and cd-trans-date(cash-day-scan-index) = dtl-trans-date
       move cash-day-scan-index to cash-day-found-index.

130-keep-near-deposit-para.
    add 1 to near-deposit-seen.
    if near-deposit-count < max-near-deposits
       add 1 to near-deposit-count
       move dtl-acct-num   to nd-acct-num(near-deposit-count)
       move dtl-trans-date to nd-trans-date(near-deposit-count)
       move dtl-amount     to nd-amount(near-deposit-count)
       move run-date-raw   to nd-run-date(near-deposit-count)
       move dtl-trans-date to serial-conv-date
       perform 145-date-to-serial-para
       move serial-day-number to nd-serial-day(near-deposit-count)
    else
       add 1 to untracked-record-count.

*turns the yyyymmdd in serial-conv-date into a running day count
*(serial-day-number), so two dates difference to real days across
*month and year boundaries.
145-date-to-serial-para.
    move serial-conv-date(1:4) to sd-year.
    move serial-conv-date(5:2) to sd-month.
    move serial-conv-date(7:2) to sd-day.
    if sd-month < 1 or sd-month > 12
       move 1 to sd-month.
    compute sd-prior-years = sd-year - 1.
    divide sd-prior-years by 4   giving sd-div-4.
    divide sd-prior-years by 100 giving sd-div-100.
    divide sd-prior-years by 400 giving sd-div-400.
    compute sd-leap-count = sd-div-4 - sd-div-100 + sd-div-400.
    compute serial-day-number =
        (sd-prior-years * 365) + sd-leap-count
          + days-before-month(sd-month) + sd-day.
    perform 146-serial-leap-test-para.
    if sd-month > 2 and sd-year-is-leap
       add 1 to serial-day-number.

*leap rule for the year being converted - every fourth year except
*centuries, which must divide by 400
146-serial-leap-test-para.
    move "N" to sd-leap-flag.
    divide sd-year by 4 giving sd-quotient
        remainder sd-remainder.
    if sd-remainder = zero
       move "Y" to sd-leap-flag
       divide sd-year by 100 giving sd-quotient
           remainder sd-remainder
       if sd-remainder = zero
          move "N" to sd-leap-flag
          divide sd-year by 400 giving sd-quotient
              remainder sd-remainder
          if sd-remainder = zero
             move "Y" to sd-leap-flag.

*one account-day - cash in or cash out at or over the reporting
*amount is a large-cash filing on its own.
200-check-large-cash-para.
    if cd-cash-in(cash-day-scan-index) not < report-amount
       or cd-cash-out(cash-day-scan-index) not < report-amount
       add 1 to large-cash-count
       move cd-acct-num(cash-day-scan-index) to mw-acct-num
       perform 250-find-account-name-para
       move run-date-raw  to cf-run-date
       move "LRGC"        to cf-filing-type
       move cd-acct-num(cash-day-scan-index)   to cf-acct-num
       move mw-acct-name                       to cf-acct-name
       move cd-trans-date(cash-day-scan-index) to cf-window-start
                                                  cf-window-end
       move cd-cash-in(cash-day-scan-index)    to cf-cash-in
       move cd-cash-out(cash-day-scan-index)   to cf-cash-out
       move cd-item-count(cash-day-scan-index) to cf-item-count
       write cash-filing-record
       move cf-acct-num     to lcd-acct-out
       move cf-acct-name    to lcd-name-out
       move cf-window-end   to lcd-date-out
       move cf-cash-in      to lcd-in-out
       move cf-cash-out     to lcd-cash-out
       move cf-item-count   to lcd-items-out
       write cash-report-line from large-cash-detail-line
           after advancing 1 line.

*the account's name for mw-acct-num into mw-acct-name - blank when
*the account is not in tonight's snapshot.
250-find-account-name-para.
    move spaces to mw-acct-name.
    move zero to name-found-index.
    perform 251-match-account-name-para
        varying name-scan-index from 1 by 1
        until name-scan-index > name-entry-count
           or name-found-index > zero.
    if name-found-index > zero
       move nt-acct-name(name-found-index) to mw-acct-name.

251-match-account-name-para.
    if nt-acct-num(name-scan-index) = mw-acct-num
       move name-scan-index to name-found-index.

*each of tonight's near deposits taken as the end of a window - the
*account's near deposits dated inside the window days up to and
*including it, tonight's and those carried from earlier runs, are
*counted, and enough of them flag the account once.  A window ending
*on a carried deposit was already judged the night it arrived.
300-check-structuring-para.
    move "N" to flagged-found-flag.
    if nd-run-date(near-outer-index) not = run-date-raw
       move "Y" to flagged-found-flag.
    perform 310-match-flagged-account-para
        varying flagged-scan-index from 1 by 1
        until flagged-scan-index > flagged-acct-count
           or account-already-flagged.
    if not account-already-flagged
       compute window-start-serial =
           nd-serial-day(near-outer-index) - window-days + 1
       move zero to window-deposit-count window-deposit-total
       move nd-trans-date(near-outer-index) to window-first-date
                                               window-last-date
       perform 320-count-window-deposit-para
           varying near-scan-index from 1 by 1
           until near-scan-index > near-deposit-count
       if window-deposit-count not < min-deposits
          perform 330-flag-structuring-para.

310-match-flagged-account-para.
    if flagged-acct-entry(flagged-scan-index)
       = nd-acct-num(near-outer-index)
       move "Y" to flagged-found-flag.

320-count-window-deposit-para.
    if nd-acct-num(near-scan-index) = nd-acct-num(near-outer-index)
       and nd-serial-day(near-scan-index) not < window-start-serial
       and nd-serial-day(near-scan-index)
           not > nd-serial-day(near-outer-index)
       add 1 to window-deposit-count
       add nd-amount(near-scan-index) to window-deposit-total
       if nd-trans-date(near-scan-index) < window-first-date
          move nd-trans-date(near-scan-index) to window-first-date.

330-flag-structuring-para.
    add 1 to structuring-count.
    if flagged-acct-count < 20000
       add 1 to flagged-acct-count
       move nd-acct-num(near-outer-index)
           to flagged-acct-entry(flagged-acct-count).
    move nd-acct-num(near-outer-index) to mw-acct-num.
    perform 250-find-account-name-para.
    move run-date-raw          to cf-run-date.
    move "STRC"                to cf-filing-type.
    move mw-acct-num           to cf-acct-num.
    move mw-acct-name          to cf-acct-name.
    move window-first-date     to cf-window-start.
    move window-last-date      to cf-window-end.
    move window-deposit-total  to cf-cash-in.
    move zero                  to cf-cash-out.
    move window-deposit-count  to cf-item-count.
    write cash-filing-record.
    move cf-acct-num           to sdl-acct-out.
    move cf-acct-name          to sdl-name-out.
    move cf-window-start       to sdl-from-out.
    move cf-window-end         to sdl-to-out.
    move cf-item-count         to sdl-count-out.
    move cf-cash-in            to sdl-total-out.
    write cash-report-line from structuring-detail-line
        after advancing 1 line.

*the near-deposit history written back whole - what was carried in
*and what tonight added.
400-rewrite-near-history-para.
    open output near-history-file.
    perform 401-write-one-near-history-para
        varying near-scan-index from 1 by 1
        until near-scan-index > near-deposit-count.
    close near-history-file.

401-write-one-near-history-para.
    move nd-acct-num(near-scan-index)   to nh-acct-num.
    move nd-trans-date(near-scan-index) to nh-trans-date.
    move nd-amount(near-scan-index)     to nh-amount.
    move nd-run-date(near-scan-index)   to nh-run-date.
    write near-history-record.

*the run's counts and the parameters behind them.
900-cash-totals-para.
    move "FEEDS WITH DETAIL READ:" to ctl-label.
    move feeds-read-count to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 3 lines.
    move "DETAIL RECORDS READ:" to ctl-label.
    move detail-read-count to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
    move "CASH RECORDS:" to ctl-label.
    move cash-record-count to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
    move "ACCOUNT-DAYS WITH CASH:" to ctl-label.
    move cash-day-count to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
    move "DEPOSITS IN THE NEAR BAND:" to ctl-label.
    move near-deposit-seen to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
    move "NEAR DEPOSITS CARRIED IN:" to ctl-label.
    move near-history-kept to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
    move "HISTORY DROPPED (AGED OR RERUN):" to ctl-label.
    move near-history-dropped to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
    move "CASH RECORDS NOT TRACKED (TABLE):" to ctl-label.
    move untracked-record-count to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
    move "LARGE-CASH DAYS FLAGGED:" to ctl-label.
    move large-cash-count to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
    move "STRUCTURING PATTERNS FLAGGED:" to ctl-label.
    move structuring-count to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.

    move "REPORTING AMOUNT:" to cal-label.
    move report-amount to cal-amount-out.
    write cash-report-line from cash-amount-line
        after advancing 2 lines.
    move "NEAR BAND BELOW IT:" to cal-label.
    move band-amount to cal-amount-out.
    write cash-report-line from cash-amount-line
        after advancing 1 line.
    move "WINDOW IN DAYS:" to ctl-label.
    move window-days to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
    move "NEAR DEPOSITS MAKING A PATTERN:" to ctl-label.
    move min-deposits to ctl-count-out.
    write cash-report-line from cash-total-line
        after advancing 1 line.
