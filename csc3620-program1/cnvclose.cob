*****************************************************************
*
*  Program #1 companion - cnvclose
*
*  One-time conversion for the account-closure cutover.  The
*   customer master record grew from 54 to 63 characters to
*   carry the account status and close date, and the two files
*   that hold master records in the master's own layout grew
*   with it - custarch's archive (custarch.dat, 54 to 63) and
*   the archive register (archreg.dat, 63 to 72).  A file
*   written in the old length reads misaligned under the new
*   definition, so each is run through here once at cutover,
*   the same way cnvcmast migrated the master for the last-name
*   key.  Every old record comes across as an open account -
*   blank status, zero close date.  The file to convert and the
*   old and new names come from the command line:
*     cnvclose MASTER|ARCHIVE|REGISTER oldfile newfile
*
*****************************************************************

identification division.

program-id.   cnvclose.
author.       Sumit Khanna.

environment division.

configuration section.
source-computer. GNU-Linux-IA32.

input-output section.
file-control.
    select old-master-file assign to dynamic old-file-name
        organization is indexed
        access mode is sequential
        record key is old-acct-num
        alternate record key is old-last-name with duplicates
        file status is old-file-status.
    select new-master-file assign to dynamic new-file-name
        organization is indexed
        access mode is dynamic
        record key is new-acct-num
        alternate record key is new-last-name with duplicates
        file status is new-file-status.
    select old-archive-file assign to dynamic old-file-name
        file status is old-file-status.
    select new-archive-file assign to dynamic new-file-name
        file status is new-file-status.
    select old-register-file assign to dynamic old-file-name
        file status is old-file-status.
    select new-register-file assign to dynamic new-file-name
        file status is new-file-status.

data division.

file section.

*the master under its 54-character definition, both keys.
fd  old-master-file
        record contains 54 characters.
01  old-master-record.
    05  old-acct-num            pic 9(4).
    05  old-last-name           pic x(15).
    05  old-record-rest         pic x(35).

*the master as custmast now maintains it.
fd  new-master-file
        record contains 63 characters.
01  new-master-record.
    05  new-acct-num            pic 9(4).
    05  new-last-name           pic x(15).
    05  new-record-rest         pic x(35).
    05  new-account-status      pic x(1).
    05  new-close-date          pic 9(8).

*the archive - purged master records in the old master layout.
fd  old-archive-file
        record contains 54 characters.
01  old-archive-record          pic x(54).

fd  new-archive-file
        record contains 63 characters.
01  new-archive-record.
    05  new-archive-master      pic x(54).
    05  new-archive-status      pic x(1).
    05  new-archive-close-date  pic 9(8).

*the archive register - action and run date ahead of the record.
fd  old-register-file
        record contains 63 characters.
01  old-register-record.
    05  old-reg-action-date     pic x(9).
    05  old-reg-master          pic x(54).

fd  new-register-file
        record contains 72 characters.
01  new-register-record.
    05  new-reg-action-date     pic x(9).
    05  new-reg-master          pic x(54).
    05  new-reg-status          pic x(1).
    05  new-reg-close-date      pic 9(8).

working-storage section.

01  file-flags.
    05  old-file-flag          pic x(1) value "N".
        88  end-of-old-file          value "Y".

01  old-file-status            pic xx.
01  new-file-status            pic xx.

01  conversion-file-names.
    05  cmd-line-param         pic x(120).
    05  conversion-mode        pic x(8).
        88  converting-master        value "MASTER".
        88  converting-archive       value "ARCHIVE".
        88  converting-register      value "REGISTER".
    05  old-file-name          pic x(50).
    05  new-file-name          pic x(50).

01  conversion-counters.
    05  converted-count        pic 9(6) value zero.

procedure division.


main section.

main-paragraph.
    accept cmd-line-param from command-line.
    move spaces to conversion-mode.
    move spaces to old-file-name.
    move spaces to new-file-name.
    unstring cmd-line-param delimited by all " "
        into conversion-mode old-file-name new-file-name
    end-unstring.

    if old-file-name = spaces or new-file-name = spaces
       or not (converting-master or converting-archive
               or converting-register)
       display "usage: cnvclose MASTER|ARCHIVE|REGISTER "
               "oldfile newfile"
       move 1 to return-code
       stop run.

    evaluate true
        when converting-master
             open input old-master-file
        when converting-archive
             open input old-archive-file
        when converting-register
             open input old-register-file
    end-evaluate.
    if old-file-status not = "00"
       display "cannot open " old-file-name " - nothing converted"
       move 1 to return-code
       stop run.

    evaluate true
        when converting-master
             open output new-master-file
             perform 100-read-old-master-para
             perform 110-convert-master-record-para
                 until end-of-old-file
             close old-master-file
             close new-master-file
        when converting-archive
             open output new-archive-file
             perform 200-read-old-archive-para
             perform 210-convert-archive-record-para
                 until end-of-old-file
             close old-archive-file
             close new-archive-file
        when converting-register
             open output new-register-file
             perform 300-read-old-register-para
             perform 310-convert-register-record-para
                 until end-of-old-file
             close old-register-file
             close new-register-file
    end-evaluate.

    display conversion-mode " RECORDS CONVERTED: " converted-count.
    stop run.

100-read-old-master-para.
    read old-master-file
         at end move "Y" to old-file-flag
    end-read.

*one master record across as an open account - the write under the
*new definition rebuilds both indexes.
110-convert-master-record-para.
    move old-acct-num    to new-acct-num.
    move old-last-name   to new-last-name.
    move old-record-rest to new-record-rest.
    move space           to new-account-status.
    move zero            to new-close-date.
    write new-master-record.
    add 1 to converted-count.
    perform 100-read-old-master-para.

200-read-old-archive-para.
    read old-archive-file
         at end move "Y" to old-file-flag
    end-read.

210-convert-archive-record-para.
    move old-archive-record to new-archive-master.
    move space              to new-archive-status.
    move zero               to new-archive-close-date.
    write new-archive-record.
    add 1 to converted-count.
    perform 200-read-old-archive-para.

300-read-old-register-para.
    read old-register-file
         at end move "Y" to old-file-flag
    end-read.

310-convert-register-record-para.
    move old-reg-action-date to new-reg-action-date.
    move old-reg-master      to new-reg-master.
    move space               to new-reg-status.
    move zero                to new-reg-close-date.
    write new-register-record.
    add 1 to converted-count.
    perform 300-read-old-register-para.
