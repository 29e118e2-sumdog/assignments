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

working-storage section.

    display "Balance:   " balance-edited " " cust-balance-sign.
    display "Rating:    " cust-credit-rating.
    display "Last seen: " cust-last-seen.
    if cust-account-closed
       display "Status:    CLOSED " cust-close-date.
