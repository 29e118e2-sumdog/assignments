*****************************************************************
*
*  Program #1 companion - retmail
*
*  Returned-mail intake.  When the post office sends back a
*   correction letter or statement, the mailroom keys the
*   account number, return date, and reason into the returned-
*   mail file (retmail.dat); this step takes each one, finds the
*   account's address in the customer address file check-data
*   writes (custaddr.dat, the newest record for the account
*   winning), puts the account and that address on the
*   returned-mail list (undeliv.dat), and rewrites the address
*   file with the account's address flagged undeliverable so
*   corrltr and the statement run skip it from the next mailing
*   on.  check-data keeps the flag on while the feed repeats the
*   same address and takes the account off the list as soon as
*   a fresh address comes through.  A returned piece for an
*   account with no address on file is rejected on the intake
*   report (retmail.out) rather than listed, since there is no
*   address to hold it against.
*
*****************************************************************

identification division.

program-id.   retmail.
author.       Sumit Khanna.

environment division.

configuration section.
source-computer. GNU-Linux-IA32.

input-output section.
file-control.
    select filename-control-file assign to "filenames.dat"
        file status is filename-control-file-status.
    select returned-mail-file
        assign to dynamic returned-mail-file-name
        file status is returned-mail-file-status.
    select address-file assign to dynamic address-file-name
        file status is address-file-status.
    select undeliverable-file
        assign to dynamic undeliverable-file-name
        file status is undeliverable-file-status.
    select intake-report-file
        assign to dynamic intake-report-file-name.

data division.

file section.

*shared file-name control file (filenames.dat) - same control file
*and record layout check-data reads at its own startup.
fd  filename-control-file
        record contains 58 characters.
01  filename-control-record.
    05  fc-logical-name         pic x(8).
    05  fc-physical-name        pic x(50).

*one returned piece of mail as the mailroom keys it.
fd  returned-mail-file
        record contains 32 characters.
01  returned-mail-record.
    05  rm-acct-num             pic 9(4).
    05  rm-return-date          pic 9(8).
    05  rm-reason               pic x(20).

*the customer address file check-data writes - see prog1.cob's
*address-file fd.
fd  address-file
        record contains 47 characters.
01  address-file-record.
    05  adr-acct-num            pic 9(4).
    05  adr-address.
        10  adr-street          pic x(20).
        10  adr-city            pic x(15).
        10  adr-state           pic x(2).
        10  adr-zip             pic 9(5).
    05  adr-undeliverable-flag  pic x(1).
        88  address-undeliverable          value "U".

*the returned-mail list - see prog1.cob's undeliverable-file fd.
fd  undeliverable-file
        record contains 74 characters.
01  undeliverable-record.
    05  und-acct-num            pic 9(4).
    05  und-address             pic x(42).
    05  und-return-date         pic 9(8).
    05  und-reason              pic x(20).

fd  intake-report-file
        record contains 80 characters.
01  intake-report-line          pic x(80).

working-storage section.

01  file-eof-flags.
    05  returned-mail-eof-flag      pic x(1)   value "N".
        88  end-of-returned-mail               value "Y".
    05  address-eof-flag            pic x(1)   value "N".
        88  end-of-address-file                value "Y".
    05  undeliverable-eof-flag      pic x(1)   value "N".
        88  end-of-undeliverable-file          value "Y".
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".

01  filename-control-file-status   pic xx.
01  returned-mail-file-status      pic xx.
01  address-file-status            pic xx.
01  undeliverable-file-status      pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01  dynamic-file-names.
    05  returned-mail-file-name     pic x(50) value "retmail.dat".
    05  address-file-name           pic x(50) value "custaddr.dat".
    05  undeliverable-file-name     pic x(50) value "undeliv.dat".
    05  intake-report-file-name     pic x(50) value "retmail.out".

*the address file held whole, in file order, so it can be written
*back with the flags set - the newest record for an account is the
*last one found scanning forward.
01  address-table.
    05  address-entry-count     pic 9(4) value zero.
    05  max-address-entries     pic 9(4) value 9999.
    05  address-entry occurs 9999 times.
        10  at-acct-num         pic 9(4).
        10  at-address          pic x(42).
        10  at-undeliverable    pic x(1).
    05  address-scan-index      pic 9(5).
    05  address-found-index     pic 9(5) value zero.

*the returned-mail list held whole - an account already on it has
*its entry replaced by the newer return.
01  undeliverable-table.
    05  undeliverable-count         pic 9(5) value zero.
    05  max-undeliverable-entries   pic 9(5) value 10000.
    05  undeliverable-entry occurs 10000 times.
        10  ue-acct-num             pic 9(4).
        10  ue-address              pic x(42).
        10  ue-return-date          pic 9(8).
        10  ue-reason               pic x(20).
    05  undeliverable-index         pic 9(5).
    05  undeliverable-found-index   pic 9(5).

01  intake-counters.
    05  returned-read-count     pic 9(5) value zero.
    05  returned-listed-count   pic 9(5) value zero.
    05  returned-reject-count   pic 9(5) value zero.
    05  intake-reject-reason    pic x(30).

01  run-date-fields.
    05  run-date-raw            pic 9(8).
    05  run-date-display.
        10  run-date-yyyy       pic 9(4).
        10  filler              pic x(1) value "-".
        10  run-date-mm         pic 9(2).
        10  filler              pic x(1) value "-".
        10  run-date-dd         pic 9(2).

01  intake-report-templates.
    05  intake-report-header.
        10  filler              pic x(14) value spaces.
        10  filler              pic x(36)
            value "RETURNED MAIL - ADDRESSES FLAGGED".
        10  filler              pic x(10) value "RUN DATE: ".
        10  irh-date-out        pic x(10).

    05  intake-column-header.
        10  filler              pic x(4)  value "ACCT".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(8)  value "RETURNED".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(20) value "REASON".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(30) value "DISPOSITION".

    05  intake-detail-line.
        10  ird-acct-out        pic 9(4).
        10  filler              pic x(2)  value spaces.
        10  ird-date-out        pic 9(8).
        10  filler              pic x(2)  value spaces.
        10  ird-reason-out      pic x(20).
        10  filler              pic x(2)  value spaces.
        10  ird-disposition-out pic x(30).

    05  intake-address-line.
        10  filler              pic x(16) value spaces.
        10  ira-address-out     pic x(42).

    05  intake-total-line.
        10  filler              pic x(2)  value spaces.
        10  itl-label           pic x(30).
        10  itl-count-out       pic zzzz9.

01  runlog-call-args.
    05  runlog-call-action         pic x(5).
    05  runlog-call-job-name       pic x(20) value "RETMAIL".
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
    perform 150-set-run-date-para.
    perform 160-load-addresses-para.
    perform 170-load-undeliverable-para.

    open output intake-report-file.
    move run-date-display to irh-date-out.
    write intake-report-line from intake-report-header
        after advancing page.
    write intake-report-line from intake-column-header
        after advancing 2 lines.

    move "N" to returned-mail-eof-flag.
    open input returned-mail-file.
    if returned-mail-file-status = "00"
       read returned-mail-file
            at end move "Y" to returned-mail-eof-flag
       end-read
       perform 200-apply-one-return-para
           until end-of-returned-mail
       close returned-mail-file
    else
       display "retmail.dat not found - no returned mail applied".

    perform 400-intake-totals-para.
    close intake-report-file.

    if returned-listed-count > zero
       perform 500-rewrite-addresses-para
       perform 510-rewrite-undeliverable-para.

    display "RETURNED MAIL READ: " returned-read-count
            "  FLAGGED: " returned-listed-count
            "  REJECTED: " returned-reject-count.

    move "END"                 to runlog-call-action.
    move returned-read-count   to runlog-call-count-1.
    move returned-listed-count to runlog-call-count-2.
    move returned-reject-count to runlog-call-count-3.
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
        when "RETMAIL"
            move fc-physical-name to returned-mail-file-name
        when "ADDROUT"
            move fc-physical-name to address-file-name
        when "UNDELIV"
            move fc-physical-name to undeliverable-file-name
        when "RETMLOUT"
            move fc-physical-name to intake-report-file-name
        when other
            continue
    end-evaluate.

150-set-run-date-para.
    call "busdate" using run-date-raw.
    move run-date-raw(1:4) to run-date-yyyy.
    move run-date-raw(5:2) to run-date-mm.
    move run-date-raw(7:2) to run-date-dd.

*a missing address file means every returned piece is rejected -
*there is no address to flag.
160-load-addresses-para.
    move "N" to address-eof-flag.
    open input address-file.
    if address-file-status = "00"
       read address-file
            at end move "Y" to address-eof-flag
       end-read
       perform 161-load-one-address-para
           until end-of-address-file
              or address-entry-count = max-address-entries
       if not end-of-address-file
          display "custaddr.dat holds more than "
                  max-address-entries
                  " records - run stopped, nothing rewritten"
          move 1 to return-code
          stop run
       end-if
       close address-file
    else
       display "custaddr.dat not found - no addresses on file".

161-load-one-address-para.
    add 1 to address-entry-count.
    move adr-acct-num  to at-acct-num(address-entry-count).
    move adr-address   to at-address(address-entry-count).
    move adr-undeliverable-flag
        to at-undeliverable(address-entry-count).
    read address-file
         at end move "Y" to address-eof-flag
    end-read.

170-load-undeliverable-para.
    move "N" to undeliverable-eof-flag.
    open input undeliverable-file.
    if undeliverable-file-status = "00"
       read undeliverable-file
            at end move "Y" to undeliverable-eof-flag
       end-read
       perform 171-load-one-undeliverable-para
           until end-of-undeliverable-file
              or undeliverable-count = max-undeliverable-entries
       if not end-of-undeliverable-file
          display "undeliv.dat holds more than "
                  max-undeliverable-entries
                  " entries - run stopped, list not rewritten"
          move 1 to return-code
          stop run
       end-if
       close undeliverable-file.

171-load-one-undeliverable-para.
    add 1 to undeliverable-count.
    move und-acct-num    to ue-acct-num(undeliverable-count).
    move und-address     to ue-address(undeliverable-count).
    move und-return-date to ue-return-date(undeliverable-count).
    move und-reason      to ue-reason(undeliverable-count).
    read undeliverable-file
         at end move "Y" to undeliverable-eof-flag
    end-read.

*one returned piece - the account's newest address goes on the list
*and every address record the account has is flagged.  The newest
*is the last match scanning forward through the file.
200-apply-one-return-para.
    add 1 to returned-read-count.
    move spaces to intake-reject-reason.
    move zero to address-found-index.
    if rm-acct-num is not numeric
       move "ACCOUNT NUMBER NOT NUMERIC" to intake-reject-reason
    else
       perform 210-find-newest-address-para
           varying address-scan-index from 1 by 1
           until address-scan-index > address-entry-count
       if address-found-index = zero
          move "NO ADDRESS ON FILE" to intake-reject-reason.

    if intake-reject-reason = spaces
       perform 220-list-undeliverable-para
    else
       add 1 to returned-reject-count
       move "REJECTED - " to ird-disposition-out
       move intake-reject-reason to ird-disposition-out(12:19).

    move rm-acct-num    to ird-acct-out.
    move rm-return-date to ird-date-out.
    move rm-reason      to ird-reason-out.
    write intake-report-line from intake-detail-line
        after advancing 1 line.
    if intake-reject-reason = spaces
       move at-address(address-found-index) to ira-address-out
       write intake-report-line from intake-address-line
           after advancing 1 line.

    read returned-mail-file
         at end move "Y" to returned-mail-eof-flag
    end-read.

210-find-newest-address-para.
    if at-acct-num(address-scan-index) = rm-acct-num
       move address-scan-index to address-found-index.

220-list-undeliverable-para.
    move zero to undeliverable-found-index.
    perform 221-match-undeliverable-para
        varying undeliverable-index from 1 by 1
        until undeliverable-index > undeliverable-count
           or undeliverable-found-index > zero.
    if undeliverable-found-index = zero
       and undeliverable-count < max-undeliverable-entries
       add 1 to undeliverable-count
       move undeliverable-count to undeliverable-found-index.
    if undeliverable-found-index = zero
       add 1 to returned-reject-count
       move "REJECTED - LIST IS FULL" to ird-disposition-out
    else
       add 1 to returned-listed-count
       move rm-acct-num
           to ue-acct-num(undeliverable-found-index)
       move at-address(address-found-index)
           to ue-address(undeliverable-found-index)
       move rm-return-date
           to ue-return-date(undeliverable-found-index)
       move rm-reason
           to ue-reason(undeliverable-found-index)
       move "FLAGGED UNDELIVERABLE" to ird-disposition-out
       perform 222-flag-account-address-para
           varying address-scan-index from 1 by 1
           until address-scan-index > address-entry-count.

221-match-undeliverable-para.
    if ue-acct-num(undeliverable-index) = rm-acct-num
       move undeliverable-index to undeliverable-found-index.

222-flag-account-address-para.
    if at-acct-num(address-scan-index) = rm-acct-num
       move "U" to at-undeliverable(address-scan-index).

400-intake-totals-para.
    move "RETURNED PIECES READ:        " to itl-label.
    move returned-read-count to itl-count-out.
    write intake-report-line from intake-total-line
        after advancing 2 lines.
    move "ADDRESSES FLAGGED:           " to itl-label.
    move returned-listed-count to itl-count-out.
    write intake-report-line from intake-total-line
        after advancing 1 line.
    move "RETURNS REJECTED:            " to itl-label.
    move returned-reject-count to itl-count-out.
    write intake-report-line from intake-total-line
        after advancing 1 line.
    move "ACCOUNTS ON RETURNED LIST:   " to itl-label.
    move undeliverable-count to itl-count-out.
    write intake-report-line from intake-total-line
        after advancing 1 line.

*the address file written back in its original order with the
*flags set, the way xrefbld rewrites its link file whole.
500-rewrite-addresses-para.
    open output address-file.
    perform 501-write-one-address-para
        varying address-scan-index from 1 by 1
        until address-scan-index > address-entry-count.
    close address-file.

501-write-one-address-para.
    move at-acct-num(address-scan-index) to adr-acct-num.
    move at-address(address-scan-index)  to adr-address.
    move at-undeliverable(address-scan-index)
        to adr-undeliverable-flag.
    write address-file-record.

510-rewrite-undeliverable-para.
    open output undeliverable-file.
    perform 511-write-one-undeliverable-para
        varying undeliverable-index from 1 by 1
        until undeliverable-index > undeliverable-count.
    close undeliverable-file.

511-write-one-undeliverable-para.
    move ue-acct-num(undeliverable-index)    to und-acct-num.
    move ue-address(undeliverable-index)     to und-address.
    move ue-return-date(undeliverable-index) to und-return-date.
    move ue-reason(undeliverable-index)      to und-reason.
    write undeliverable-record.
