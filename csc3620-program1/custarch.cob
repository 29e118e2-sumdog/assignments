*same master record custmast maintains - see custmast.cob's fd for
*the field-by-field story.
fd  customer-master-file
        record contains 63 characters.
01  customer-master-record.
    05  cust-acct-num           pic 9(4).
    05  cust-last-name          pic x(15).
    05  cust-balance            pic 9(5)v99.
    05  cust-balance-sign       pic x(1).
    05  cust-last-seen          pic 9(8).
    05  cust-account-status     pic x(1).
        88  cust-account-closed            value "C".
    05  cust-close-date         pic 9(8).

*the purged accounts in the master's own layout, appended run after
*run - what comes out of here goes straight back in through the
*restore utility.
fd  archive-file
        record contains 63 characters.
01  archive-record              pic x(63).

*the cumulative register of archive events - action A here, action
*R when the restore utility puts a record back - so what left the
*master and when is always on record.
fd  archive-register-file
        record contains 72 characters.
01  archive-register-record.
    05  arg-action              pic x(1).
    05  arg-run-date            pic 9(8).
    05  arg-record              pic x(63).

*how many days without an appearance in the feed make an account
*archivable - read at start of run so the retention can move
