        file status is exception-csv-file-status.
    select disposition-report-file
        assign to dynamic disposition-report-file-name.
    select severity-rule-file assign to "sevrules.dat"
        file status is severity-rule-file-status.

data division.

    05  fc-logical-name         pic x(8).
    05  fc-physical-name        pic x(50).

*check-data's severity rules (see prog1.cob) - a check tonight's
*policy has made warning-only or switched off cannot hold a
*correction back either.
fd  severity-rule-file
        record contains 41 characters.
01  severity-rule-record.
    05  sr-check-num            pic x(2).
    05  sr-severity             pic x(1).
    05  sr-effective-date       pic x(8).
    05  sr-description          pic x(30).

*the review queue check-data wrote this run - record number as shown
*on the printed review report plus the original input record.
fd  review-data-file
01  exception-file-status          pic xx.
01  valid-csv-file-status          pic xx.
01  exception-csv-file-status      pic xx.
01  severity-rule-file-status      pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
    05  interest-test               pic 9(4)v99.
    05  balance-test                pic 9(5)v99.

*the severity in force tonight for each check, by the same rules
*check-data applies - only whether a check still counts matters here.
01  check-severity-table.
    05  check-severity-entry occurs 19 times.
        10  check-severity          pic x(1).
            88  check-not-enforced             value "W" "O".
        10  check-rule-date         pic 9(8).
    05  severity-check-index        pic 9(2).
    05  severity-rule-eof-flag      pic x(1) value "N".
        88  end-of-severity-rules          value "Y".

*fields used to build a csv row from the reviewed record's fields -
*same editing conventions as check-data's own csv rows.
01  csv-fields.
    perform 140-load-filenames-para.
    perform 145-operator-sign-on-para.
    perform 150-set-run-date-para.
    perform 155-load-severity-rules-para.
    perform 160-load-review-queue-para.

    open extend valid-file.
    move run-date-raw(5:2) to run-date-mm.
    move run-date-raw(7:2) to run-date-dd.

*the latest rule per check already in effect on the run date, the
*way check-data reads the same file - no file, every check counts,
*and checks 17 and 19 always do.
155-load-severity-rules-para.
    perform 156-clear-severity-para
        varying severity-check-index from 1 by 1
        until severity-check-index > 19.
    move "N" to severity-rule-eof-flag.
    open input severity-rule-file.
    if severity-rule-file-status = "00"
       read severity-rule-file
            at end move "Y" to severity-rule-eof-flag
       end-read
       perform 157-apply-severity-rule-para
           until end-of-severity-rules
       close severity-rule-file.

156-clear-severity-para.
    move "H"  to check-severity(severity-check-index).
    move zero to check-rule-date(severity-check-index).

157-apply-severity-rule-para.
    if sr-check-num is numeric
       and sr-effective-date is numeric
       and sr-effective-date not > run-date-raw
       and (sr-severity = "H" or "R" or "W" or "O")
       move sr-check-num to severity-check-index
       if severity-check-index >= 1 and severity-check-index <= 19
          and severity-check-index not = 17
          and severity-check-index not = 19
          and sr-effective-date >= check-rule-date(severity-check-index)
          move sr-severity to check-severity(severity-check-index)
          move sr-effective-date
              to check-rule-date(severity-check-index).
    read severity-rule-file
         at end move "Y" to severity-rule-eof-flag
    end-read.

*loads the whole review queue check-data wrote this run, so the
*clerk's dispositions can be matched by record number no matter
*what order they were keyed in.

*one failed check on the corrected record - number buffered for
*the csv list, message straight onto the disposition report under
*the record pair.  A check tonight's rules do not enforce is not a
*failure at all.
690-record-check-failure-para.
    if not check-not-enforced(current-correction-check)
       add 1 to correction-error-count
       move current-correction-check
           to correction-error-num(correction-error-count).

250-report-unmatched-para.
    move "NO SUCH REC#" to dd-decision-out.
