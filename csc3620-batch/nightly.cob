*   crash mid-step always reruns that
*   whole step rather than resuming it
*   half-done.
*  A batch that stops - fatal step,
*   timeout, deadline miss, or a
*   failed preflight - raises an
*   alert to the on-call contacts in
*   oncall.dat, escalating down the
*   list until someone runs alertack.
*  A new business day does not start
*   until the day before it has been
*   signed off on the balancing sheet
*   (or released by override) through
*   balsign.
***************************************

identification division.
        file status is run-log-file-status.
    select status-board-file assign to "batchstat.dat"
        file status is status-board-file-status.
    select oncall-file assign to "oncall.dat"
        file status is oncall-file-status.
    select alert-param-file assign to "alertparm.dat"
        file status is alert-param-file-status.
    select alert-file assign to "nightalr.dat"
        file status is alert-file-status.
    select sign-off-file assign to "balsign.dat"
        organization is sequential
        file status is sign-off-file-status.

data division.

    05 bst-start-time   pic 9(6).
    05 bst-elapsed-min  pic 9(4).

*the on-call list in escalation order - who gets the alert first,
*who gets it next when nobody answers, and the OS command that
*reaches each of them (the alert text is piped to it on standard
*input, so mail, a pager gateway, or a wall all fit).
fd oncall-file record contains 70 characters.
01 oncall-record.
    05 oc-contact-name    pic x(20).
    05 oc-notify-command  pic x(50).

*minutes an alert waits for an acknowledgment before it escalates
*to the next contact - missing or zero means 15.
fd alert-param-file record contains 3 characters.
01 alert-param-record     pic 9(3).

*the open alert - one record, rewritten whole like the status
*board: what stopped, when, who it has reached so far, and who
*took it once alertack has been run.
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

*the balancing-sheet releases balsign records - one per business
*day signed off (S) or overridden (O); only the date matters here.
fd sign-off-file record contains 34 characters.
01 sign-off-record.
    05 so-business-date   pic 9(8).
    05 so-action          pic x(1).
    05 so-operator-id     pic x(8).
    05 so-sign-date       pic 9(8).
    05 so-sign-time       pic 9(6).
    05 so-break-count     pic 9(3).

working-storage section.

01 file-flags.
01 deadline-param-file-status  pic xx.
01 run-log-file-status         pic xx.
01 status-board-file-status    pic xx.
01 oncall-file-status          pic xx.
01 alert-param-file-status     pic xx.
01 alert-file-status           pic xx.
01 sign-off-file-status        pic xx.

*"nightlyrun.ckpt" is opened OUTPUT (fresh file) for a normal run and
*EXTEND (append to what a prior, interrupted run already finished)
    05 cmd-token-3         pic x(20).
    05 business-date       pic 9(8) value zero.

*the business day the last batch ran for (busdate.dat as it stood
*before tonight's date replaces it) and whether balsign has
*released it.
01 sign-off-controls.
    05 prior-business-date pic 9(8) value zero.
    05 sign-off-eof-flag   pic x(1) value "N".
       88 end-of-sign-off          value "Y".
    05 prior-released-flag pic x(1) value "N".
       88 prior-day-released       value "Y".

*batch step table loaded from batchsteps.dat - capped at 10 steps,
*the same practical ceiling prog3's trans-file-list uses for its own
*control-file-driven list.
    05 filler            pic x(9) value "DEADLINE ".
    05 dl-deadline-out   pic 9(4).

*what stopped the batch, for the alert - set wherever the stop is
*decided: FATAL, TIMEOUT, DEADLINE, or PREFLIGHT.
01 alert-controls.
    05 alert-type          pic x(9) value spaces.
    05 alert-step-name     pic x(8) value spaces.
    05 alert-escalate-minutes pic 9(3) value 15.
    05 alert-wait-minutes  pic 9(3).
    05 alert-stamp-date    pic 9(8).
    05 alert-stamp-time    pic 9(8).
    05 preflight-tally     pic 9(2).
    05 member-timeout-flag pic x(1).
       88 member-timed-out         value "Y".
    05 alert-ack-seen-flag pic x(1) value "N".
       88 alert-ack-seen           value "Y".
    05 oncall-eof-flag     pic x(1) value "N".
       88 end-of-oncall            value "Y".
    05 alert-command       pic x(200).
    05 sleep-command       pic x(10) value "sleep 60".

*the on-call list loaded from oncall.dat - ten contacts is more
*escalation than any night needs.
01 oncall-table.
    05 contact-count       pic 9(2) value zero.
    05 contact-index       pic 9(2) value zero.
    05 contact-entry       occurs 10 times.
        10 ct-contact-name  pic x(20).
        10 ct-notify-command pic x(50).

*the alert line appended to run-log.out - runlog's leading columns,
*ALERT in the action column, the failure type and who it went to
*(or how the escalation ended).
01 alert-output-line.
    05 at-name-out       pic x(20).
    05 filler            pic x(2) value spaces.
    05 filler            pic x(5) value "ALERT".
    05 filler            pic x(2) value spaces.
    05 at-date-out       pic 9(8).
    05 filler            pic x(1) value spaces.
    05 at-time-out       pic 9(6).
    05 filler            pic x(2) value spaces.
    05 at-type-out       pic x(9).
    05 filler            pic x(1) value spaces.
    05 at-note-out       pic x(24).

01 overrun-stamp-fields.
    05 ov-stamp-date     pic 9(8).
    05 ov-stamp-time     pic 9(8).

    if step-failed
       display "NIGHTLY BATCH STOPPED - A FATAL STEP FAILED"
       perform 400-raise-alert-para thru 409-alert-done
       move 1 to return-code
    else
       if nonfatal-fail-count > zero
             move cmd-token-3(1:8) to business-date.
    if business-date = zero
       accept business-date from date yyyymmdd.
    perform 107-check-prior-sign-off-para.
    open output business-date-file.
    move business-date to business-date-record.
    write business-date-record.
    display "BUSINESS DATE FOR THIS BATCH: " business-date.


*the last batch's business day must be released before a new one
*starts - a RESTART, or a rerun of that same day, is still that
*day's batch and is never held.  A missing busdate.dat means there
*has been no batch before this one.
107-check-prior-sign-off-para.
    move zero to prior-business-date.
    open input business-date-file.
    if business-date-file-status = "00"
       read business-date-file
            at end continue
            not at end
                if business-date-record is numeric
                   move business-date-record to prior-business-date
                end-if
       end-read
       close business-date-file.
    if prior-business-date = zero
       or prior-business-date = business-date
       or restart-requested
       continue
    else
       move "N" to prior-released-flag
       move "N" to sign-off-eof-flag
       open input sign-off-file
       if sign-off-file-status = "00"
          perform 108-read-sign-off-para
              until end-of-sign-off or prior-day-released
          close sign-off-file
       end-if
       if not prior-day-released
          display "BUSINESS DATE " prior-business-date
                  " HAS NOT BEEN SIGNED OFF - RUN balsign TO SIGN"
          display "OFF ITS BALANCING SHEET OR OVERRIDE; NIGHTLY "
                  "BATCH NOT STARTED"
          move 1 to return-code
          stop run.

108-read-sign-off-para.
    read sign-off-file
         at end move "Y" to sign-off-eof-flag
         not at end
             if so-business-date = prior-business-date
                move "Y" to prior-released-flag
             end-if
    end-read.


*the overall deadline from batchdead.dat - zero or a missing file
*means the batch runs to completion however long it takes.  The
*batch's own start time is noted here so the deadline compare can
       end-if
       if clock-rel-minutes > deadline-rel-minutes
          move "Y" to step-failed-flag
          move "DEADLINE" to alert-type
          move bs-step-name(step-index) to alert-step-name
          move batch-deadline-hhmm to dl-deadline-out
          perform 291-record-deadline-para
          display "BATCH DEADLINE " batch-deadline-hhmm
           ".tmo"                   delimited by size
        into probe-file-name
    end-string.
    move "N" to member-timeout-flag.
    open input probe-file.
    if probe-file-status = "00"
       close probe-file
       move "Y" to member-timeout-flag
       move bs-step-name(step-index) to overrun-step-name
       move bs-max-minutes(step-index) to ov-limit-out
       perform 290-record-overrun-para
          display "CONTINUING - STEP IS NON-FATAL"
       else
          move "Y" to step-failed-flag
          if member-timed-out
             move "TIMEOUT" to alert-type
          else
             perform 430-classify-failure-para
          end-if
          move bs-step-name(step-index) to alert-step-name
       end-if
    else
       move "COMPLETE" to bs-state(step-index)
          display "CONTINUING - STEP IS NON-FATAL"
          move 0 to return-code
       else
          move "Y" to step-failed-flag
          if return-code = 124 and bs-max-minutes(step-index) > zero
             move "TIMEOUT" to alert-type
          else
             perform 430-classify-failure-para
          end-if
          move bs-step-name(step-index) to alert-step-name.


******************************************
*Operator Alert Section
*  --the batch has stopped: tell the
*    first on-call contact, wait the
*    configured minutes for alertack
*    to mark the alert taken, and move
*    down the list each time nobody
*    answers
*  --the driver holds its nonzero
*    exit until the alert is taken or
*    the list runs out, so whatever
*    follows it in the schedule still
*    sees the failure
******************************************
400-raise-alert-para.
    perform 401-load-alert-config-para.
    accept alert-stamp-date from date yyyymmdd.
    accept alert-stamp-time from time.
    move alert-step-name       to al-step-name.
    move alert-type            to al-failure-type.
    move alert-stamp-date      to al-date.
    move alert-stamp-time(1:6) to al-time.
    move zero                  to al-level.
    move spaces                to al-contact.
    move "N"                   to al-ack-flag.
    move spaces                to al-ack-by.
    move zero                  to al-ack-date al-ack-time.
    move "N" to alert-ack-seen-flag.
    perform 403-write-alert-file-para.
    if contact-count = zero
       move "NO ON-CALL CONTACTS" to at-note-out
       perform 404-log-alert-para
       display "oncall.dat missing or empty - alert logged only"
       go to 409-alert-done.

    move 1 to contact-index.
    perform 410-notify-contact-para thru 419-notify-done
        until contact-index > contact-count
           or alert-ack-seen.
    if not alert-ack-seen
       move "UNACKNOWLEDGED" to at-note-out
       perform 404-log-alert-para
       display "ALERT NOT ACKNOWLEDGED - ON-CALL LIST EXHAUSTED".

409-alert-done.
    exit.

*the contact list and the escalation interval.
401-load-alert-config-para.
    move zero to contact-count.
    move "N" to oncall-eof-flag.
    open input oncall-file.
    if oncall-file-status = "00"
       perform 402-read-oncall-entry-para
           until end-of-oncall or contact-count = 10
       close oncall-file.
    open input alert-param-file.
    if alert-param-file-status = "00"
       read alert-param-file
            at end continue
            not at end
                if alert-param-record is numeric
                   and alert-param-record > zero
                   move alert-param-record
                       to alert-escalate-minutes
                end-if
       end-read
       close alert-param-file.

402-read-oncall-entry-para.
    read oncall-file
         at end move "Y" to oncall-eof-flag
         not at end
             if oc-contact-name not = spaces
                add 1 to contact-count
                move oc-contact-name
                    to ct-contact-name(contact-count)
                move oc-notify-command
                    to ct-notify-command(contact-count)
             end-if
    end-read.

403-write-alert-file-para.
    open output alert-file.
    write alert-record.
    close alert-file.

404-log-alert-para.
    move al-step-name    to at-name-out.
    move al-failure-type to at-type-out.
    accept ov-stamp-date from date yyyymmdd.
    accept ov-stamp-time from time.
    move ov-stamp-date      to at-date-out.
    move ov-stamp-time(1:6) to at-time-out.
    open extend run-log-file.
    if run-log-file-status not = "00"
       open output run-log-file.
    write run-log-line from alert-output-line.
    close run-log-file.

*one rung of the escalation - an acknowledgment that lands between
*waits is honored before the next contact is paged.  The first
*contact is always paged; the alert file holds only tonight's
*record by then, but nobody can have taken it before anyone was
*told.
410-notify-contact-para.
    if contact-index > 1
       perform 421-check-alert-ack-para
       if alert-ack-seen
          go to 419-notify-done.
    move contact-index to al-level.
    move ct-contact-name(contact-index) to al-contact.
    perform 403-write-alert-file-para.

    move spaces to alert-command.
    string "echo 'NIGHTLY BATCH ALERT - " delimited by size
           al-failure-type              delimited by " "
           " AT STEP "                  delimited by size
           al-step-name                 delimited by " "
           " ON "                       delimited by size
           al-date                      delimited by size
           " "                          delimited by size
           al-time                      delimited by size
           " - ACKNOWLEDGE WITH alertack' | "
                                        delimited by size
           ct-notify-command(contact-index) delimited by "  "
        into alert-command
    end-string.
    call "SYSTEM" using alert-command.
    move 0 to return-code.
    move ct-contact-name(contact-index) to at-note-out.
    perform 404-log-alert-para.
    display "ALERT SENT TO " ct-contact-name(contact-index).

    move zero to alert-wait-minutes.
    perform 420-wait-for-ack-para
        until alert-wait-minutes not < alert-escalate-minutes
           or alert-ack-seen.
    add 1 to contact-index.

419-notify-done.
    exit.

420-wait-for-ack-para.
    call "SYSTEM" using sleep-command.
    move 0 to return-code.
    add 1 to alert-wait-minutes.
    perform 421-check-alert-ack-para.

421-check-alert-ack-para.
    open input alert-file.
    if alert-file-status = "00"
       read alert-file
            at end continue
            not at end
                if al-acknowledged
                   move "Y" to alert-ack-seen-flag
                   display "ALERT ACKNOWLEDGED BY " al-ack-by
                end-if
       end-read
       close alert-file.

*a fatal failure of the preflight step is reported as its own type
*- a missing feed calls for a different first move than a crashed
*program.
430-classify-failure-para.
    move zero to preflight-tally.
    inspect bs-step-command(step-index) tallying preflight-tally
        for all "preflight".
    if preflight-tally > zero
       move "PREFLIGHT" to alert-type
    else
       move "FATAL" to alert-type.
