*   on file too so they are never proposed again), and cuts a
*   combined per-customer exposure view (xrefview.out) over the
*   confirmed links - the customer's own balance plus every
*   linked bank balance in one place.  A customer custmast has
*   marked closed has its confirmed links retired (status X) and
*   is never proposed for new ones.
*
*****************************************************************

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

*tonight's merged snapshot, as prog2 wrote it.
fd  merged-snapshot-file

*one record per judged customer/bank account pair - C for a
*confirmed link the exposure view reads, R for a pair the clerk
*rejected so it is never proposed again, X for a confirmed link
*retired because the customer account was closed.
fd  link-file
        record contains 13 characters.
01  link-record.
    05  linked-bank-total       pic s9(10)v99.
    05  combined-exposure       pic s9(10)v99.
    05  view-link-count         pic 9(3).
    05  retired-link-count      pic 9(4) value zero.

01  report-templates.
    05  candidate-report-header.
            value "CANDIDATE PAIRS PROPOSED:     ".
        10  cnf-count-out       pic zzz9.

    05  retired-footer-line.
        10  filler              pic x(2)  value spaces.
        10  filler              pic x(30)
            value "LINKS RETIRED - ACCT CLOSED:  ".
        10  rtf-count-out       pic zzz9.

    05  exposure-view-header.
        10  filler              pic x(14) value spaces.
        10  evh-title           pic x(40)
    perform 400-exposure-view-para.

    display "CANDIDATES PROPOSED: " candidate-count
            "  DECISIONS APPLIED: " decision-applied-count
            "  LINKS RETIRED: " retired-link-count.

    move "END"                   to runlog-call-action.
    move candidate-count         to runlog-call-count-1.
*every master record's name against every bank record's - an exact
*25-character match not already judged is a candidate pair for the
*clerk.  The match name strings last-first, the same packing
*hashfeed gives customer-name.  A closed customer takes no new
*links, and any it still holds confirmed are retired here.
200-propose-candidates-para.
    open output candidate-report-file.
    write candidate-report-line from candidate-report-header
    move candidate-count to cnf-count-out.
    write candidate-report-line from candidate-footer-line
        after advancing 2 lines.
    move retired-link-count to rtf-count-out.
    write candidate-report-line from retired-footer-line
        after advancing 1 line.
    close candidate-report-file.

210-scan-one-customer-para.
         at end move "Y" to customer-master-flag
    end-read.
    if not end-of-customer-master
       and cust-account-closed
       perform 230-retire-one-link-para
           varying link-scan-index from 1 by 1
           until link-scan-index > link-entry-count.
    if not end-of-customer-master
       and not cust-account-closed
       move spaces to master-match-name
       string cust-last-name  delimited by "  "
              " "             delimited by size
          write candidate-report-line from candidate-detail-line
              after advancing 1 line.

230-retire-one-link-para.
    if lk-cust-acct(link-scan-index) = cust-acct-num
       and lk-status(link-scan-index) = "C"
       move "X" to lk-status(link-scan-index)
       add 1 to retired-link-count.

*the judged pairs back to disk whole, same rewrite convention
*genpurge uses on its own registry.
300-rewrite-link-file-para.
