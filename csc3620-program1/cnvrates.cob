*****************************************************************
*
*  Program #1 companion - cnvrates
*
*  One-time conversion of the interest rate table (intrates.dat)
*   from the undated 6-character layout - one rate per credit
*   rating - into the effective-dated 14-character layout
*   check-data, intaccr, and ratemaint now read, which keeps
*   every rate a rating has carried with the date it took
*   effect.  Each old rate becomes one dated record; the date
*   it is given comes from the command line, and left off it
*   is zero, meaning in force from before any history was
*   kept.  Run once at cutover:
*     cnvrates oldrates newrates [yyyymmdd]
*
*****************************************************************

identification division.

program-id.   cnvrates.
author.       Sumit Khanna.

environment division.

configuration section.
source-computer. GNU-Linux-IA32.

input-output section.
file-control.
    select old-rate-file assign to dynamic old-file-name
        file status is old-rate-file-status.
    select new-rate-file assign to dynamic new-file-name.

data division.

file section.

*the prior undated layout - rating letter and rate.
fd  old-rate-file
        record contains 6 characters.
01  old-rate-record.
    05  old-rating              pic x(1).
    05  old-rate                pic 9v9999.

*the effective-dated layout - see intaccr.cob's fd.
fd  new-rate-file
        record contains 14 characters.
01  new-rate-record.
    05  new-rating              pic x(1).
    05  new-effective-date      pic 9(8).
    05  new-rate                pic 9v9999.

working-storage section.

01  file-flags.
    05  old-rate-flag          pic x(1) value "N".
        88  end-of-old-rates         value "Y".

01  old-rate-file-status       pic xx.

01  conversion-file-names.
    05  cmd-line-param         pic x(80).
    05  old-file-name          pic x(50).
    05  new-file-name          pic x(50).
    05  effective-date-text    pic x(8).
    05  effective-date-9 redefines effective-date-text pic 9(8).

01  conversion-counters.
    05  converted-count        pic 9(6) value zero.

procedure division.


main section.

main-paragraph.
    accept cmd-line-param from command-line.
    move spaces to old-file-name.
    move spaces to new-file-name.
    move spaces to effective-date-text.
    unstring cmd-line-param delimited by all " "
        into old-file-name new-file-name effective-date-text
    end-unstring.

    if old-file-name = spaces or new-file-name = spaces
       display "usage: cnvrates oldrates newrates [yyyymmdd]"
       move 1 to return-code
       stop run.

    if effective-date-text = spaces
       move zero to effective-date-9.
    if effective-date-text is not numeric
       display "effective date must be 8 digits, yyyymmdd"
       move 1 to return-code
       stop run.

    open input old-rate-file.
    if old-rate-file-status not = "00"
       display "cannot open " old-file-name " - nothing converted"
       move 1 to return-code
       stop run.

    open output new-rate-file.
    read old-rate-file
         at end move "Y" to old-rate-flag
    end-read.
    perform 100-convert-one-record-para until end-of-old-rates.
    close old-rate-file.
    close new-rate-file.

    display "RATE RECORDS CONVERTED: " converted-count.
    stop run.

*one rate across unchanged, dated from the command line.
100-convert-one-record-para.
    move old-rating       to new-rating.
    move effective-date-9 to new-effective-date.
    move old-rate         to new-rate.
    write new-rate-record.
    add 1 to converted-count.
    read old-rate-file
         at end move "Y" to old-rate-flag
    end-read.
