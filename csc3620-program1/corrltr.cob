*   count reaches the recycle aging threshold (recycleage.dat,
*   the same threshold check-data's own aging report uses).
*   The check numbers in the ERRORS column are expanded into
*   the full check-message text in the letter body.  An account
*   whose address is flagged undeliverable in custaddr.dat (mail
*   to it has come back - see retmail) gets no letter; it is
*   listed on the needs-new-address report (newaddr.out) for the
*   data-entry team to chase instead.
*
*****************************************************************

    select letter-template-file assign to dynamic letter-template-file-name
        file status is letter-template-file-status.
    select letter-file assign to dynamic letter-file-name.
    select address-file assign to dynamic address-file-name
        file status is address-file-status.
    select new-address-file assign to dynamic new-address-file-name.

data division.

        record contains 80 characters.
01  letter-line                 pic x(80).

*the customer address file check-data writes - see prog1.cob's
*address-file fd.  Only the undeliverable flag is used here.
fd  address-file
        record contains 47 characters.
01  address-file-record.
    05  adr-acct-num            pic 9(4).
    05  adr-street              pic x(20).
    05  adr-city                pic x(15).
    05  adr-state               pic x(2).
    05  adr-zip                 pic 9(5).
    05  adr-undeliverable-flag  pic x(1).

fd  new-address-file
        record contains 80 characters.
01  new-address-line            pic x(80).

working-storage section.

01  file-eof-flags.
        88  end-of-recycle-file                value "Y".
    05  letter-template-flag        pic x(1)   value "N".
        88  end-of-letter-template             value "Y".
    05  address-eof-flag            pic x(1)   value "N".
        88  end-of-address-file                value "Y".
    05  filename-control-file-flag  pic x(1)   value "N".
        88  end-of-filename-control-file       value "Y".

01  filename-control-file-status   pic xx.
01  address-file-status            pic xx.
01  exception-csv-file-status      pic xx.
01  recycle-file-status            pic xx.
01  recycle-age-param-file-status  pic xx.
    05  recycle-file-name          pic x(50) value "recycle.dat".
    05  letter-template-file-name  pic x(50) value "lettertpl.dat".
    05  letter-file-name           pic x(50) value "corrletters.out".
    05  address-file-name          pic x(50) value "custaddr.dat".
    05  new-address-file-name      pic x(50) value "newaddr.out".

*the same check messages check-data prints - the ERRORS column only
*carries the numbers, so the letter body expands them here.
    05  err-msg-16 pic x(35) value "16 Same person, two acct numbers   ".
    05  err-msg-17 pic x(35) value "17 Field too long for fixed layout ".
    05  err-msg-18 pic x(35) value "18 Name/birthdate differ from mastr".
    05  err-msg-19 pic x(35) value "19 Account closed on master        ".

01  error-message-table redefines error-message-area.
    05  err-msg-table              pic x(35) occurs 19 times.

*both template sections held whole so every letter just walks the
*right one - capped at 50 lines a section.
    05  recycle-acct-num            pic 9(4).
    05  recycle-aging-threshold     pic 9(2) value 3.

*the undeliverable flag per account, direct-indexed by account
*number - the account's newest address record decides it.
01  address-flag-variables.
    05  undeliverable-flags.
        10  undeliverable-flag      pic x(1) occurs 10000 times
                                    value space.
    05  new-address-count           pic 9(4) value zero.

*one exception.csv row pulled apart - same columns check-data
*writes, the errors column still as semicolon-separated numbers.
01  csv-row-fields.
        10  filler              pic x(4)  value spaces.
        10  lte-msg-out         pic x(35).

    05  new-address-header.
        10  filler              pic x(14) value spaces.
        10  filler              pic x(36)
            value "NEEDS NEW ADDRESS - LETTER HELD".
        10  filler              pic x(10) value "RUN DATE: ".
        10  nah-date-out        pic x(10).

    05  new-address-column-header.
        10  filler              pic x(4)  value "ACCT".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(26) value "NAME".
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(30) value "REASON".

    05  new-address-detail-line.
        10  nad-acct-out        pic x(4).
        10  filler              pic x(2)  value spaces.
        10  nad-first-out       pic x(10).
        10  filler              pic x(1)  value spaces.
        10  nad-last-out        pic x(15).
        10  filler              pic x(2)  value spaces.
        10  nad-reason-out      pic x(40).

    05  new-address-total-line.
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(30)
            value "LETTERS HELD FOR NEW ADDRESS:".
        10  nat-count-out       pic zzz9.

    05  letter-cycle-line.
        10  filler              pic x(34)
            value "CONSECUTIVE RUNS NOW REJECTED:    ".
    perform 145-load-recycle-counts-para.
    perform 146-load-recycle-threshold-para.
    perform 160-load-letter-template-para.
    perform 165-load-address-flags-para.

    open output new-address-file.
    move run-date-display to nah-date-out.
    write new-address-line from new-address-header
        after advancing page.
    write new-address-line from new-address-column-header
        after advancing 2 lines.

    open output letter-file.
    move "N" to exception-csv-file-flag.
               "no letters produced".
    close letter-file.

    move new-address-count to nat-count-out.
    write new-address-line from new-address-total-line
        after advancing 2 lines.
    close new-address-file.

    display "CORRECTION LETTERS WRITTEN: " letter-count
            "  STRONG WORDING: " strong-letter-count
            "  HELD FOR ADDRESS: " new-address-count.

    move "END"                to runlog-call-action.
    move letter-count         to runlog-call-count-1.
    move strong-letter-count  to runlog-call-count-2.
    move new-address-count    to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    stop run.
            move fc-physical-name to letter-template-file-name
        when "LETTROUT"
            move fc-physical-name to letter-file-name
        when "ADDROUT"
            move fc-physical-name to address-file-name
        when "NEWADDR"
            move fc-physical-name to new-address-file-name
        when other
            continue
    end-evaluate.
    move standard-template-line(template-line-index)
        to strong-template-line(template-line-index).

*the undeliverable flags - a missing address file flags nothing, and
*every letter goes out as it always has.
165-load-address-flags-para.
    move "N" to address-eof-flag.
    open input address-file.
    if address-file-status = "00"
       read address-file
            at end move "Y" to address-eof-flag
       end-read
       perform 166-load-one-address-flag-para
           until end-of-address-file
       close address-file.

166-load-one-address-flag-para.
    move adr-undeliverable-flag
        to undeliverable-flag(adr-acct-num + 1).
    read address-file
         at end move "Y" to address-eof-flag
    end-read.

*one exception.csv row - the header row is skipped, every other row
*becomes one letter under the wording its cycle count earns, unless
*mail to the account's address is coming back.
200-process-csv-row-para.
    if exception-csv-line(1:4) = "REC#"
       continue
    else
       perform 210-parse-csv-row-para
       if letter-acct-is-numeric
          and undeliverable-flag(letter-acct-num + 1) = "U"
          perform 280-hold-for-new-address-para
       else
          perform 220-write-one-letter-para.
    read exception-csv-file
         at end move "Y" to exception-csv-file-flag
    end-read.
           after advancing 1 line.

*one line per failed check, the number expanded to the full
*check-message text - a number outside 1-19 (a hand-edited csv)
*prints the raw token rather than vanishing.
270-write-error-lines-para.
    move spaces to lte-msg-out.
    if error-number-text(error-number-index) is numeric
       move error-number-text(error-number-index)
           to error-number-value
       if error-number-value >= 1 and error-number-value <= 19
          move err-msg-table(error-number-value) to lte-msg-out
       else
          move error-number-text(error-number-index)
       move error-number-text(error-number-index) to lte-msg-out.
    write letter-line from letter-error-line
        after advancing 1 line.

*a letter held back because its address is undeliverable - listed so
*the team can get a fresh address through the feed before the
*correction request is sent.
280-hold-for-new-address-para.
    add 1 to new-address-count.
    move csv-tok-acct(1:4) to nad-acct-out.
    move csv-tok-first     to nad-first-out.
    move csv-tok-last      to nad-last-out.
    move "ADDRESS UNDELIVERABLE - MAIL RETURNED"
        to nad-reason-out.
    write new-address-line from new-address-detail-line
        after advancing 1 line.
