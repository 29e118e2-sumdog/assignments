*************************************
* Program #2 companion - bankinq
* Sumit Khanna
*  Terminal inquiry against the bank
*   account master prog2 maintains
*   (bankmast.dat).  Accepts an
*   eight-digit account number,
*   reads the master on it, and shows
*   the account's name, type, state,
*   last balance and item count, the
*   bank file it comes from, the date
*   it first appeared, the date it
*   was last active and last seen,
*   and its status - so "when did
*   this account first show up" is
*   one lookup instead of a search
*   through old merged files, the
*   way custinq answers the same
*   kind of call for the customer
*   master.
*************************************

identification division.

program-id. bankinq.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select bank-master-file
        assign to dynamic bank-master-file-name
        organization is indexed
        access mode is dynamic
        record key is bm-acct-num
        file status is bank-master-file-status.
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

*same master record prog2 maintains - see prog2.cob's fd for the
*field-by-field story.
fd bank-master-file record contains 117 characters.
01 bank-master-record.
    05 bm-acct-num           pic 9(8).
    05 bm-acct-name          pic x(25).
    05 bm-acct-type          pic x(1).
    05 bm-state              pic x(4).
    05 bm-acct-bal           pic s9(8)v99 sign is leading separate.
    05 bm-trans-count        pic 9(4).
    05 bm-source-file        pic x(20).
    05 bm-open-date          pic 9(8).
    05 bm-last-activity-date pic 9(8).
    05 bm-last-seen-date     pic 9(8).
    05 bm-last-update-date   pic 9(8).
    05 bm-absent-runs        pic 9(3).
    05 bm-account-status     pic x(1).
       88 bm-status-active         value "A".
       88 bm-status-dormant        value "D".
       88 bm-status-overdrawn      value "O".
       88 bm-status-closed         value "C".
    05 bm-close-date         pic 9(8).

working-storage section.

01 file-flags.
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

01 filename-control-file-status  pic xx.
01 bank-master-file-status       pic xx.

01 bank-master-file-name         pic x(50) value "bankmast.dat".

01 lookup-variables.
    05 lookup-acct-num       pic 9(8).
    05 more-lookups-flag     pic x(1) value "Y".
       88 more-lookups-requested    value "Y" "y".

01 display-work-fields.
    05 balance-edited        pic -zzzzzzz9.99.
    05 status-text           pic x(10).

procedure division.


main section.

main-paragraph.
    perform 045-load-filenames-para.
    open input bank-master-file.
    if bank-master-file-status not = "00"
       display "bankmast.dat not found or unreadable."
       move 1 to return-code
       stop run.
    perform 100-process-one-inquiry-para
        until not more-lookups-requested.
    close bank-master-file.
    stop run.

*reads the shared filenames.dat control file, if present, and
*overrides this program's compiled-in file names with any matching
*logical-name entry it contains.  Missing file / missing entry just
*leaves the compiled-in default alone.
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
        when "BANKMAST"
            move fc-physical-name to bank-master-file-name
        when other
            continue
    end-evaluate.

*one inquiry - a keyed read on the account number asked for.
100-process-one-inquiry-para.
    display "Enter account number (8 digit) & <Ret>:".
    accept lookup-acct-num.

    move lookup-acct-num to bm-acct-num.
    read bank-master-file
         invalid key
             display "Account " lookup-acct-num
                     " is not on the bank account master."
         not invalid key
             perform 110-display-account-para
    end-read.

    display "Look up another account? (Y/N) & <Ret>:".
    accept more-lookups-flag.

110-display-account-para.
    move bm-acct-bal to balance-edited.
    evaluate true
        when bm-status-active    move "ACTIVE"    to status-text
        when bm-status-dormant   move "DORMANT"   to status-text
        when bm-status-overdrawn move "OVERDRAWN" to status-text
        when bm-status-closed    move "CLOSED"    to status-text
        when other               move "UNKNOWN"   to status-text
    end-evaluate.
    display "Account:       " bm-acct-num.
    display "Name:          " bm-acct-name.
    display "Type:          " bm-acct-type
            "   State: " bm-state.
    display "Balance:       " balance-edited
            "   Items: " bm-trans-count.
    display "Bank file:     " bm-source-file.
    display "First seen:    " bm-open-date.
    display "Last active:   " bm-last-activity-date.
    display "Last seen:     " bm-last-seen-date.
    display "Status:        " status-text.
    if bm-status-closed
       display "Closed:        " bm-close-date
               " after " bm-absent-runs " absent run(s)"
    else
    if bm-absent-runs > zero
       display "Absent:        " bm-absent-runs " run(s)".
