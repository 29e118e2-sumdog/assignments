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

*the purged accounts in the master's own layout, as custarch wrote
*them.
fd  archive-file
        record contains 63 characters.
01  archive-record              pic x(63).

*the cumulative register of archive events - see custarch.cob.
fd  archive-register-file
        record contains 72 characters.
01  archive-register-record.
    05  arg-action              pic x(1).
    05  arg-run-date            pic 9(8).
    05  arg-record              pic x(63).

working-storage section.

01  archive-table.
    05  archive-entry-count     pic 9(5) value zero.
    05  max-archive-entries     pic 9(5) value 20000.
    05  archive-entry           pic x(63) occurs 20000 times.
    05  archive-scan-index      pic 9(5).
    05  archive-match-index     pic 9(5) value zero.

