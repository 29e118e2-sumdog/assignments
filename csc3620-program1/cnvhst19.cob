*****************************************************************
*
*  Program #1 companion - cnvhst19
*
*  One-time conversion of a run-history file (checkhist.dat)
*   written in the 93-character layout (eighteen per-check
*   failure counts) into the current 97-character layout that
*   carries the nineteenth check (account closed on master).
*   Same reasoning as cnvhist before it: a history that mixes
*   the two layouts reads misaligned and the trend report's
*   trailing averages quietly go wrong.  Run once at cutover;
*   old records gain a zero count for check 19.  Old and new
*   file names come from the command line:
*     cnvhst19 oldhistory newhistory
*
*****************************************************************

identification division.

program-id.   cnvhst19.
author.       Sumit Khanna.

environment division.

configuration section.
source-computer. GNU-Linux-IA32.

input-output section.
file-control.
    select old-history-file assign to dynamic old-file-name
        file status is old-history-file-status.
    select new-history-file assign to dynamic new-file-name.

data division.

file section.

*the prior history layout with eighteen per-check counts.
fd  old-history-file
        record contains 93 characters.
01  old-history-record.
    05  old-run-counts          pic x(21).
    05  old-check-fails         pic x(72).

*the current layout - the nineteenth count on the end.
fd  new-history-file
        record contains 97 characters.
01  new-history-record.
    05  new-run-counts          pic x(21).
    05  new-check-fails         pic x(72).
    05  new-check-19-count      pic 9(4).

working-storage section.

01  file-flags.
    05  old-history-flag       pic x(1) value "N".
        88  end-of-old-history       value "Y".

01  old-history-file-status    pic xx.

01  conversion-file-names.
    05  cmd-line-param         pic x(80).
    05  old-file-name          pic x(50).
    05  new-file-name          pic x(50).

01  conversion-counters.
    05  converted-count        pic 9(6) value zero.

procedure division.


main section.

main-paragraph.
    accept cmd-line-param from command-line.
    move spaces to old-file-name.
    move spaces to new-file-name.
    unstring cmd-line-param delimited by all " "
        into old-file-name new-file-name
    end-unstring.

    if old-file-name = spaces or new-file-name = spaces
       display "usage: cnvhst19 oldhistory newhistory"
       move 1 to return-code
       stop run.

    open input old-history-file.
    if old-history-file-status not = "00"
       display "cannot open " old-file-name " - nothing converted"
       move 1 to return-code
       stop run.

    open output new-history-file.
    read old-history-file
         at end move "Y" to old-history-flag
    end-read.
    perform 100-convert-one-record-para until end-of-old-history.
    close old-history-file.
    close new-history-file.

    display "HISTORY RECORDS CONVERTED: " converted-count.
    stop run.

*one record across unchanged plus a zero count for the check that
*didn't exist when the record was written.
100-convert-one-record-para.
    move old-run-counts  to new-run-counts.
    move old-check-fails to new-check-fails.
    move zero            to new-check-19-count.
    write new-history-record.
    add 1 to converted-count.
    read old-history-file
         at end move "Y" to old-history-flag
    end-read.
