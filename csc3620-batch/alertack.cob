***************************************
* Nightly driver companion - alertack
*  Sumit Khanna - Dr. Hume's 3620
*
*  Takes the open nightly alert.  When
*   the batch stops, nightly pages the
*   on-call list in oncall.dat and
*   keeps escalating down it until the
*   alert in nightalr.dat is marked
*   taken.  The on-call operator runs
*   this utility to do exactly that:
*   it shows what stopped and when,
*   records who took the alert and at
*   what time on the alert itself,
*   and appends an ALACK line to
*   run-log.out so the morning review
*   shows who answered.  Operators
*   need level 1 or better for
*   ALERTACK in operids.dat.
***************************************

identification division.

program-id. alertack.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select alert-file assign to "nightalr.dat"
        file status is alert-file-status.
    select run-log-file assign to "run-log.out"
        organization is sequential
        file status is run-log-file-status.

data division.

file section.

*same record nightly writes - see nightly.cob's alert fd.
fd alert-file record contains 76 characters.
01 alert-record.
    05 al-step-name       pic x(8).
    05 al-failure-type    pic x(9).
    05 al-date            pic 9(8).
    05 al-time            pic 9(6).
    05 al-level           pic 9(2).
    05 al-contact         pic x(20).
    05 al-ack-flag        pic x(1).
       88 al-acknowledged          value "Y".
    05 al-ack-by          pic x(8).
    05 al-ack-date        pic 9(8).
    05 al-ack-time        pic 9(6).

fd run-log-file record contains 80 characters.
01 run-log-line              pic x(80).

working-storage section.

01 alert-file-status         pic xx.
01 run-log-file-status       pic xx.

*who is at the terminal - filled at sign-on by the shared opauth
*subprogram; level 1 takes an alert.
01 opauth-call-args.
    05 oa-operator-id    pic x(8).
    05 oa-program-name   pic x(8) value "ALERTACK".
    05 oa-level-found    pic 9(1).

01 ack-stamp-fields.
    05 ack-stamp-date    pic 9(8).
    05 ack-stamp-time    pic 9(8).

*the acknowledgment line appended to run-log.out - runlog's leading
*columns, ALACK in the action column, then the alert's step and
*type and the operator who took it.
01 ack-output-line.
    05 ak-name-out       pic x(20).
    05 filler            pic x(2) value spaces.
    05 filler            pic x(5) value "ALACK".
    05 filler            pic x(2) value spaces.
    05 ak-date-out       pic 9(8).
    05 filler            pic x(1) value spaces.
    05 ak-time-out       pic 9(6).
    05 filler            pic x(2) value spaces.
    05 ak-type-out       pic x(9).
    05 filler            pic x(4) value " BY ".
    05 ak-operator-out   pic x(8).
    05 filler            pic x(13) value spaces.

procedure division.


main section.

main-paragraph.
    display "Operator ID (8 char) & <Ret>:".
    accept oa-operator-id.
    call "opauth" using opauth-call-args.
    if oa-level-found < 1
       display "Operator " oa-operator-id
               " is not authorized to take nightly alerts."
       move 1 to return-code
       stop run.

    open input alert-file.
    if alert-file-status not = "00"
       display "nightalr.dat not found - there is no nightly "
               "alert to take."
       stop run.
    read alert-file
         at end
             display "nightalr.dat is empty - there is no nightly "
                     "alert to take."
             close alert-file
             stop run
    end-read.
    close alert-file.

    display "NIGHTLY ALERT: " al-failure-type
            " AT STEP " al-step-name.
    display "  RAISED " al-date " " al-time
            "   LAST SENT TO " al-contact.
    if al-acknowledged
       display "  ALREADY TAKEN BY " al-ack-by
               " ON " al-ack-date " " al-ack-time
       stop run.

    perform 100-take-alert-para.
    perform 110-log-ack-para.
    display "ALERT TAKEN BY " oa-operator-id
            " - ESCALATION STOPS AT THE NEXT CHECK".
    move 0 to return-code.
    stop run.

*the alert marked taken and put back whole - nightly's next check
*sees the flag and pages no one else.
100-take-alert-para.
    accept ack-stamp-date from date yyyymmdd.
    accept ack-stamp-time from time.
    move "Y"                 to al-ack-flag.
    move oa-operator-id      to al-ack-by.
    move ack-stamp-date      to al-ack-date.
    move ack-stamp-time(1:6) to al-ack-time.
    open output alert-file.
    write alert-record.
    close alert-file.

110-log-ack-para.
    move al-step-name    to ak-name-out.
    move al-ack-date     to ak-date-out.
    move al-ack-time     to ak-time-out.
    move al-failure-type to ak-type-out.
    move oa-operator-id  to ak-operator-out.
    open extend run-log-file.
    if run-log-file-status not = "00"
       open output run-log-file.
    write run-log-line from ack-output-line.
    close run-log-file.
