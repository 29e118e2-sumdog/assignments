*   the on-loan state on inquiry and
*   idxmaint refuses to delete a
*   recording while it is out.
*   A patron can place a hold on a
*   recording that is out; holds
*   queue first come, first served
*   (circholds.dat), a check-in with
*   a hold waiting goes to the hold
*   shelf for the first borrower in
*   line instead of the stacks, and
*   only that borrower can check it
*   out while it sits there.  The
*   pickup window is holdparm.dat
*   (default 7 days); circhold ages
*   the shelf nightly.  Every
*   borrower must be on the borrower
*   master borrmaint keeps
*   (borrowers.dat): a check-out or
*   hold is refused for an unknown,
*   suspended, or expired borrower,
*   and a check-out for one already
*   at their loan limit.  A late
*   check-in is fined per day late
*   up to a per-item maximum
*   (finparm.dat), posted to the
*   borrower ledger (borrledg.dat)
*   with the desk's payments and
*   waivers; a borrower owing more
*   than the block threshold cannot
*   check out.  A waiver needs an
*   operator sign-on (opauth, level
*   2 for CIRCMAIN).  Every loan
*   closed by a check-in is kept on
*   the loan history (circhist.dat)
*   for usagerpt.  A check-out
*   warns when the recording's last
*   condition grade (condhist.dat,
*   kept by condmaint) is below the
*   lending grade (condparm.dat,
*   default 3) or it is waiting for
*   repair or withdrawal.
***************************************

identification division.
      file status is circulation-file-status.
    select loan-period-param-file assign to "circparm.dat"
      file status is loan-period-param-file-status.
    select hold-file assign to dynamic hold-file-name
      file status is hold-file-status.
    select hold-param-file assign to "holdparm.dat"
      file status is hold-param-file-status.
    select history-file assign to dynamic history-file-name
      file status is history-file-status.
    select condition-file assign to dynamic condition-file-name
      file status is condition-file-status.
    select cond-param-file assign to "condparm.dat"
      file status is cond-param-file-status.
    select fine-param-file assign to "finparm.dat"
      file status is fine-param-file-status.
    select ledger-file assign to dynamic ledger-file-name
      file status is ledger-file-status.
    select borrower-file  assign to dynamic borrower-file-name
      organization is indexed
      access mode is dynamic
      record key is bor-borrower-id
      file status is borrower-file-status.
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.

    05 cir-out-date      pic 9(8).
    05 cir-due-date      pic 9(8).

*one record per completed loan, written at check-in and never
*rewritten - the permanent record of what circulates.
fd history-file record contains 65 characters.
01 history-record.
    05 his-ckey          pic x(31).
    05 his-borrower-id   pic x(10).
    05 his-out-date      pic 9(8).
    05 his-due-date      pic 9(8).
    05 his-return-date   pic 9(8).

*how many days a loan runs - defaults to 14 if the parameter file
*is missing or empty.
fd loan-period-param-file record contains 3 characters.
01 loan-period-param-record  pic 9(3).

*one record per hold, in the order the holds were placed - W
*waiting in line for a recording still out, R ready on the hold
*shelf for this borrower until the pickup-by date.
fd hold-file record contains 66 characters.
01 hold-record.
    05 hld-ckey          pic x(31).
    05 hld-borrower-id   pic x(10).
    05 hld-placed-date   pic 9(8).
    05 hld-status        pic x(1).
    05 hld-ready-date    pic 9(8).
    05 hld-pickup-by-date pic 9(8).

*how many days a recording waits on the hold shelf for its borrower
*- defaults to 7 if the parameter file is missing or empty.
fd hold-param-file record contains 3 characters.
01 hold-param-record  pic 9(3).

*same condition record condmaint writes - see condmaint.cob.
fd condition-file record contains 89 characters.
01 condition-record.
    05 cnd-ckey            pic x(31).
    05 cnd-assessed-date   pic 9(8).
    05 cnd-grade           pic 9(1).
    05 cnd-damage-note     pic x(40).
    05 cnd-assessor        pic x(8).
    05 cnd-disposition     pic x(1).

*the lowest condition grade lent without a warning - defaults to 3
*if the file is missing or empty.
fd cond-param-file record contains 1 characters.
01 cond-param-record  pic 9(1).

*the overdue fine per day late, the most one late item can be
*fined, and the unpaid balance past which a borrower is blocked -
*defaults 0.25, 10.00, and 10.00 if the file is missing or empty.
fd fine-param-file record contains 19 characters.
01 fine-param-record.
    05 fp-daily-rate       pic 9(3)v99.
    05 fp-max-per-item     pic 9(5)v99.
    05 fp-block-threshold  pic 9(5)v99.

*the borrower ledger - appended to, never rewritten.  F a fine
*assessed at check-in (with the ckey and days late), P a payment
*taken at the desk, W a fine waived (with the operator who signed
*for it).  A borrower's unpaid balance is fines less payments and
*waivers.
fd ledger-file record contains 68 characters.
01 ledger-record.
    05 led-borrower-id     pic x(10).
    05 led-entry-date      pic 9(8).
    05 led-entry-type      pic x(1).
       88 led-fine                value "F".
       88 led-payment             value "P".
       88 led-waiver              value "W".
    05 led-amount          pic 9(5)v99.
    05 led-ckey            pic x(31).
    05 led-days-late       pic 9(3).
    05 led-oper-id         pic x(8).

*same borrower record borrmaint maintains - see borrmaint.cob.
fd borrower-file record contains 118 characters.
01 borrower-record.
    05 bor-borrower-id     pic x(10).
    05 bor-last-name       pic x(15).
    05 bor-first-name      pic x(10).
    05 bor-phone           pic x(12).
    05 bor-street          pic x(25).
    05 bor-city            pic x(15).
    05 bor-state           pic x(2).
    05 bor-zip             pic x(10).
    05 bor-status          pic x(1).
       88 bor-active              value "A".
       88 bor-suspended           value "S".
       88 bor-expired             value "E".
    05 bor-loan-limit      pic 9(2).
    05 bor-expiry-date     pic 9(8).
    05 bor-registered-date pic 9(8).

*same control file and record layout filenames.dat's other readers
*(prog3.cob's 045-load-filenames-para) use.
fd filename-control-file record contains 58 characters.
    05 circ-action         pic x(1).
       88 circ-out-requested       value "O" "o".
       88 circ-in-requested        value "I" "i".
       88 circ-hold-requested      value "H" "h".
       88 circ-pay-requested       value "P" "p".
       88 circ-quit-requested      value "Q" "q".
    05 ledger-entry-type   pic x(1).
       88 ledger-payment-keyed     value "P" "p".
       88 ledger-waiver-keyed      value "W" "w".
    05 record-found-flag   pic x(1) value "N".
       88 record-found             value "Y".
    05 borrower-ok-flag    pic x(1) value "N".
       88 borrower-in-good-standing value "Y".
    05 borrower-master-flag pic x(1) value "N".
       88 borrower-master-open     value "Y".

01 borrower-id-input       pic x(10).
01 borrower-loans-out      pic 9(4) value zero.

01 indexed-file-name       pic x(50) value "indexed.dat".
01 circulation-file-name   pic x(50) value "circloans.dat".
01 hold-file-name          pic x(50) value "circholds.dat".
01 borrower-file-name      pic x(50) value "borrowers.dat".
01 ledger-file-name        pic x(50) value "borrledg.dat".
01 history-file-name       pic x(50) value "circhist.dat".
01 condition-file-name     pic x(50) value "condhist.dat".

01 circulation-file-status        pic xx.
01 loan-period-param-file-status  pic xx.
01 hold-file-status               pic xx.
01 hold-param-file-status         pic xx.
01 borrower-file-status           pic xx.
01 fine-param-file-status         pic xx.
01 ledger-file-status             pic xx.
01 history-file-status            pic xx.
01 condition-file-status          pic xx.
01 cond-param-file-status         pic xx.
01 filename-control-file-status   pic xx.

01 filename-control-flags.
       88 end-of-filename-control-file      value "Y".
    05 circulation-eof-flag pic x(1) value "N".
       88 end-of-circulation-file           value "Y".
    05 hold-eof-flag        pic x(1) value "N".
       88 end-of-hold-file                  value "Y".
    05 ledger-eof-flag      pic x(1) value "N".
       88 end-of-ledger-file                value "Y".
    05 condition-eof-flag   pic x(1) value "N".
       88 end-of-condition-file             value "Y".

*the session's loan table - current loans in, the whole file
*rewritten from here at quit.
    05 loan-scan-index    pic 9(4).
    05 loan-found-index   pic 9(4) value zero.

*the session's hold queue - placement order is first-come order,
*so the table is never re-sequenced; a filled or cancelled hold is
*marked and left out of the rewrite at quit.
01 hold-table.
    05 hold-entry-count   pic 9(4) value zero.
    05 max-hold-entries   pic 9(4) value 2000.
    05 hold-entry occurs 2000 times.
        10 ht-ckey            pic x(31).
        10 ht-borrower-id     pic x(10).
        10 ht-placed-date     pic 9(8).
        10 ht-status          pic x(1).
           88 ht-waiting             value "W".
           88 ht-ready               value "R".
           88 ht-filled              value "F".
        10 ht-ready-date      pic 9(8).
        10 ht-pickup-by-date  pic 9(8).
    05 hold-scan-index    pic 9(4).
    05 hold-found-index   pic 9(4) value zero.
    05 hold-ready-index   pic 9(4) value zero.
    05 hold-queue-position pic 9(4) value zero.

*every borrower's unpaid balance, built from the ledger at start
*and kept current as the session posts fines and payments.
01 balance-table.
    05 balance-entry-count pic 9(4) value zero.
    05 max-balance-entries pic 9(4) value 2000.
    05 balance-entry occurs 2000 times.
        10 bt-borrower-id     pic x(10).
        10 bt-balance         pic s9(7)v99.
    05 balance-scan-index  pic 9(4).
    05 balance-found-index pic 9(4) value zero.
    05 balance-lookup-id   pic x(10).

*every recording ever assessed, at its latest condition entry.
01 condition-table.
    05 cond-entry-count    pic 9(4) value zero.
    05 max-cond-entries    pic 9(4) value 3000.
    05 cond-entry occurs 3000 times.
        10 ct-ckey            pic x(31).
        10 ct-grade           pic 9(1).
        10 ct-damage-note     pic x(40).
        10 ct-disposition     pic x(1).
           88 ct-repair             value "R".
           88 ct-withdraw           value "W" "A".
    05 cond-scan-index     pic 9(4).
    05 cond-found-index    pic 9(4) value zero.

01 lending-grade           pic 9(1) value 3.

01 fine-controls.
    05 fine-daily-rate     pic 9(3)v99 value 0.25.
    05 fine-max-per-item   pic 9(5)v99 value 10.00.
    05 fine-block-threshold pic 9(5)v99 value 10.00.
    05 fine-days-late      pic 9(3).
    05 fine-amount         pic 9(7)v99.
    05 fine-amount-out     pic 9(5)v99.
    05 balance-edited      pic -zzzzzz9.99.
    05 amount-edited       pic zzzz9.99.

*an amount keyed at the desk - seven digits, the last two cents.
01 amount-input            pic x(7).
01 amount-input-value redefines amount-input pic 9(5)v99.

*who signed for a waiver - filled by the shared opauth subprogram.
01 opauth-call-args.
    05 oa-operator-id    pic x(8).
    05 oa-program-name   pic x(8) value "CIRCMAIN".
    05 oa-level-found    pic 9(1).

01 loan-period-days        pic 9(3) value 14.
01 hold-pickup-days        pic 9(3) value 7.

01 session-counters.
    05 checkout-count      pic 9(4) value zero.
    05 checkin-count       pic 9(4) value zero.
    05 hold-placed-count   pic 9(4) value zero.
    05 fine-count          pic 9(4) value zero.
    05 ledger-entry-count  pic 9(4) value zero.

*today and the due date stepped forward from it a day at a time,
*honoring month lengths and the leap-year rule the same way
     perform 050-load-loan-period-para.
     call "busdate" using run-date-raw.
     perform 060-load-loan-table-para.
     perform 070-load-hold-table-para.
     perform 080-load-balance-table-para.
     perform 085-load-condition-table-para.
     open extend ledger-file.
     if ledger-file-status = "35"
        open output ledger-file.
     open extend history-file.
     if history-file-status = "35"
        open output history-file.
     open input indexed-file.
     open input borrower-file.
     if borrower-file-status = "00"
        move "Y" to borrower-master-flag
     else
        display "borrowers.dat not found - no borrower can be "
                "lent to until borrmaint registers one.".
     perform 100-process-circulation
         until not more-circ-requested.
     close indexed-file.
     if borrower-master-open
        close borrower-file.
     perform 300-rewrite-loan-file-para.
     perform 350-rewrite-hold-file-para.
     close ledger-file.
     close history-file.
     display "Check-outs: " checkout-count
             "  Check-ins: " checkin-count
             "  Holds placed: " hold-placed-count.
     display "Fines: " fine-count
             "  Payments/waivers: " ledger-entry-count.
     stop run.


*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching INDEXED,
*    CIRCLOAN, CIRCHOLD, BORROWER,
*    BORRLEDG, CIRCHIST and CONDHIST
*    entries, the same way prog3.cob
*    does
******************************************
045-load-filenames-para.
     move "N" to filename-control-file-flag.
             move fc-physical-name to indexed-file-name
         when "CIRCLOAN"
             move fc-physical-name to circulation-file-name
         when "CIRCHOLD"
             move fc-physical-name to hold-file-name
         when "BORROWER"
             move fc-physical-name to borrower-file-name
         when "BORRLEDG"
             move fc-physical-name to ledger-file-name
         when "CIRCHIST"
             move fc-physical-name to history-file-name
         when "CONDHIST"
             move fc-physical-name to condition-file-name
         when other
             continue
     end-evaluate.
        end-read
        close loan-period-param-file.

     open input hold-param-file.
     if hold-param-file-status = "00"
        read hold-param-file
             at end continue
             not at end
                 if hold-param-record > zero
                    move hold-param-record to hold-pickup-days
                 end-if
        end-read
        close hold-param-file.

     open input fine-param-file.
     if fine-param-file-status = "00"
        read fine-param-file
             at end continue
             not at end
                 move fp-daily-rate      to fine-daily-rate
                 move fp-max-per-item    to fine-max-per-item
                 move fp-block-threshold to fine-block-threshold
        end-read
        close fine-param-file.

     open input cond-param-file.
     if cond-param-file-status = "00"
        read cond-param-file
             at end continue
             not at end
                 if cond-param-record > zero
                    move cond-param-record to lending-grade
                 end-if
        end-read
        close cond-param-file.

*the current loans whole into storage - a missing file just means
*nothing is out.
060-load-loan-table-para.
          at end move "Y" to circulation-eof-flag
     end-read.

*the hold queue whole into storage, in file order - a missing file
*just means nobody is waiting.
070-load-hold-table-para.
     move "N" to hold-eof-flag.
     open input hold-file.
     if hold-file-status = "00"
        read hold-file
             at end move "Y" to hold-eof-flag
        end-read
        perform 071-load-one-hold-para
            until end-of-hold-file
               or hold-entry-count = max-hold-entries
        close hold-file.

071-load-one-hold-para.
     add 1 to hold-entry-count.
     move hld-ckey           to ht-ckey(hold-entry-count).
     move hld-borrower-id    to ht-borrower-id(hold-entry-count).
     move hld-placed-date    to ht-placed-date(hold-entry-count).
     move hld-status         to ht-status(hold-entry-count).
     move hld-ready-date     to ht-ready-date(hold-entry-count).
     move hld-pickup-by-date to ht-pickup-by-date(hold-entry-count).
     read hold-file
          at end move "Y" to hold-eof-flag
     end-read.

*every borrower's unpaid balance off the ledger - a missing ledger
*just means nobody owes anything.
080-load-balance-table-para.
     move "N" to ledger-eof-flag.
     open input ledger-file.
     if ledger-file-status = "00"
        read ledger-file
             at end move "Y" to ledger-eof-flag
        end-read
        perform 081-load-one-ledger-entry-para
            until end-of-ledger-file
        close ledger-file.

*each recording's latest condition off the history - a missing file
*just means nothing has been assessed.
085-load-condition-table-para.
     move "N" to condition-eof-flag.
     open input condition-file.
     if condition-file-status = "00"
        read condition-file
             at end move "Y" to condition-eof-flag
        end-read
        perform 086-load-one-condition-para
            until end-of-condition-file
        close condition-file.

086-load-one-condition-para.
     move zero to cond-found-index.
     perform 087-match-condition-para
         varying cond-scan-index from 1 by 1
         until cond-scan-index > cond-entry-count
            or cond-found-index > zero.
     if cond-found-index = zero
        and cond-entry-count < max-cond-entries
        add 1 to cond-entry-count
        move cond-entry-count to cond-found-index.
     if cond-found-index > zero
        move cnd-ckey        to ct-ckey(cond-found-index)
        move cnd-grade       to ct-grade(cond-found-index)
        move cnd-damage-note to ct-damage-note(cond-found-index)
        move cnd-disposition to ct-disposition(cond-found-index).
     read condition-file
          at end move "Y" to condition-eof-flag
     end-read.

087-match-condition-para.
     if ct-ckey(cond-scan-index) = cnd-ckey
        move cond-scan-index to cond-found-index.

081-load-one-ledger-entry-para.
     move led-borrower-id to balance-lookup-id.
     perform 180-find-balance-para.
     if balance-found-index > zero
        if led-fine
           add led-amount to bt-balance(balance-found-index)
        else
           subtract led-amount
               from bt-balance(balance-found-index).
     read ledger-file
          at end move "Y" to ledger-eof-flag
     end-read.


******************************************
*Circulation Procedure Section

***ask what to do and to which recording
101-accept-action.
    display "Action - check-(O)ut check-(I)n (H)old (P)ay (Q)uit"
            " & <Ret>:".
    accept circ-action.
    if circ-quit-requested
       move "N" to more-circ-flag
       go to 110-done.
    if circ-pay-requested
       perform 450-payment-para
       go to 110-done.
    if not circ-out-requested and not circ-in-requested
       and not circ-hold-requested
       display "Invalid action - must be O, I, H, P, or Q."
       go to 110-done.

    display "Enter label (15 char) & <Ret>:".

102-apply-action.
    perform 150-find-loan-para.
    perform 160-find-ready-hold-para.
    if circ-out-requested
       perform 200-check-out-para
    else
    if circ-in-requested
       perform 250-check-in-para
    else
       perform 400-place-hold-para.

***End of Section
110-done.
    exit.


******************************************
*Hold Lookup Section
*  --finds the hold (if any) the ckey
*    is sitting on the hold shelf for
******************************************
160-find-ready-hold-para section.

161-find.
    move zero to hold-ready-index.
    perform 162-match-ready-hold-para
        varying hold-scan-index from 1 by 1
        until hold-scan-index > hold-entry-count
           or hold-ready-index > zero.
    go to 169-done.

162-match-ready-hold-para.
    if ht-ckey(hold-scan-index) = ckey
       and ht-ready(hold-scan-index)
       move hold-scan-index to hold-ready-index.

169-done.
    exit.


******************************************
*Borrower Check Section
*  --the borrower keyed must be on the
*    borrower master, active, and not
*    past their expiry date
******************************************
170-check-borrower-para section.

171-check.
    move "N" to borrower-ok-flag.
    if not borrower-master-open
       display "Borrower master unavailable - refused."
       go to 179-done.
    move borrower-id-input to bor-borrower-id.
    move "N" to record-found-flag.
    read borrower-file
        invalid key continue
        not invalid key move "Y" to record-found-flag
    end-read.
    if not record-found
       display "Borrower " borrower-id-input
               " is not registered - refused."
       go to 179-done.
    if bor-suspended
       display "Borrower " borrower-id-input
               " is suspended - refused."
       go to 179-done.
    if bor-expired or bor-expiry-date < run-date-raw
       display "Borrower " borrower-id-input
               " registration expired " bor-expiry-date
               " - refused."
       go to 179-done.
    display "Borrower: " bor-first-name " " bor-last-name.
    move "Y" to borrower-ok-flag.
    go to 179-done.

*how many recordings the borrower keyed has out right now.
175-count-borrower-loans-para.
    move zero to borrower-loans-out.
    perform 176-count-one-loan-para
        varying loan-scan-index from 1 by 1
        until loan-scan-index > loan-entry-count.

176-count-one-loan-para.
    if ln-borrower-id(loan-scan-index) = borrower-id-input
       and ln-returned-flag(loan-scan-index) = "N"
       add 1 to borrower-loans-out.

179-done.
    exit.


******************************************
*Balance Lookup Section
*  --finds (or opens) the balance entry
*    for balance-lookup-id
******************************************
180-find-balance-para section.

181-find.
    move zero to balance-found-index.
    perform 182-match-balance-para
        varying balance-scan-index from 1 by 1
        until balance-scan-index > balance-entry-count
           or balance-found-index > zero.
    if balance-found-index = zero
       if balance-entry-count < max-balance-entries
          add 1 to balance-entry-count
          move balance-entry-count to balance-found-index
          move balance-lookup-id
              to bt-borrower-id(balance-entry-count)
          move zero to bt-balance(balance-entry-count)
       else
          display "Borrower balance table is full.".
    go to 189-done.

182-match-balance-para.
    if bt-borrower-id(balance-scan-index) = balance-lookup-id
       move balance-scan-index to balance-found-index.

189-done.
    exit.


******************************************
*Check-out Section
*  --refused when the recording is not
    if not record-found
       display "No recording found for that ckey."
       go to 210-done.
    perform 205-warn-condition-para.

    if loan-entry-count = max-loan-entries
       display "Loan table is full - check-out refused."
    if borrower-id-input = spaces
       display "A borrower ID is required - check-out refused."
       go to 210-done.
    perform 170-check-borrower-para.
    if not borrower-in-good-standing
       go to 210-done.
    move borrower-id-input to balance-lookup-id.
    perform 180-find-balance-para.
    if balance-found-index > zero
       if bt-balance(balance-found-index) > fine-block-threshold
          move bt-balance(balance-found-index) to balance-edited
          display "Borrower owes " balance-edited
                  " in fines - check-out refused until paid."
          go to 210-done.
    perform 175-count-borrower-loans-para.
    if borrower-loans-out not < bor-loan-limit
       display "Borrower is at their loan limit of "
               bor-loan-limit " - check-out refused."
       go to 210-done.

    if hold-ready-index > zero
       if ht-borrower-id(hold-ready-index) not = borrower-id-input
          display "That recording is on the hold shelf for "
                  ht-borrower-id(hold-ready-index)
                  " - check-out refused."
          go to 210-done
       else
          move "F" to ht-status(hold-ready-index)
          display "Hold filled.".

    perform 220-compute-due-date-para.
    add 1 to loan-entry-count.
    move "N"               to ln-returned-flag(loan-entry-count).
    add 1 to checkout-count.
    display "Checked out - due back " due-date-num ".".
    go to 210-done.

*a warning only - the desk decides whether a worn recording goes
*out.
205-warn-condition-para.
    move zero to cond-found-index.
    perform 206-match-condition-para
        varying cond-scan-index from 1 by 1
        until cond-scan-index > cond-entry-count
           or cond-found-index > zero.
    if cond-found-index > zero
       if ct-repair(cond-found-index)
          display "WARNING - this recording is in the repair queue."
       else
       if ct-withdraw(cond-found-index)
          display "WARNING - this recording is marked for withdrawal."
       else
       if ct-grade(cond-found-index) < lending-grade
          display "WARNING - condition grade "
                  ct-grade(cond-found-index)
                  " is below the lending grade of " lending-grade
          display "          " ct-damage-note(cond-found-index).

206-match-condition-para.
    if ct-ckey(cond-scan-index) = ckey
       move cond-scan-index to cond-found-index.

210-done.
    exit.
        varying step-count from 1 by 1
        until step-count > loan-period-days.

*today stepped forward hold-pickup-days days - the last day the
*hold shelf keeps a recording for its borrower.
225-compute-pickup-date-para.
    move run-date-raw to due-date-num.
    perform 221-step-forward-one-day-para
        varying step-count from 1 by 1
        until step-count > hold-pickup-days.

221-step-forward-one-day-para.
    move days-in-month(due-mm) to month-day-limit.
    if due-mm = 2

******************************************
*Check-in Section
*  --marks the live loan returned and
*    keeps it on the loan history; the
*    rewrite at quit drops it from the
*    loan file
******************************************
250-check-in-para section.

       go to 260-done.
    move "Y" to ln-returned-flag(loan-found-index).
    add 1 to checkin-count.
    move ckey                            to his-ckey.
    move ln-borrower-id(loan-found-index) to his-borrower-id.
    move ln-out-date(loan-found-index)   to his-out-date.
    move ln-due-date(loan-found-index)   to his-due-date.
    move run-date-raw                    to his-return-date.
    write history-record.
    display "Checked in from "
            ln-borrower-id(loan-found-index) ".".
    if ln-due-date(loan-found-index) < run-date-raw
       perform 265-assess-fine-para.

    move zero to hold-found-index.
    perform 252-match-waiting-hold-para
        varying hold-scan-index from 1 by 1
        until hold-scan-index > hold-entry-count
           or hold-found-index > zero.
    if hold-found-index = zero
       display "No holds - return it to the stacks."
       go to 260-done.
    move "R" to ht-status(hold-found-index).
    move run-date-raw to ht-ready-date(hold-found-index).
    perform 225-compute-pickup-date-para.
    move due-date-num to ht-pickup-by-date(hold-found-index).
    display "HOLD - put it on the hold shelf for "
            ht-borrower-id(hold-found-index)
            ", pickup by " due-date-num ".".
    go to 260-done.

*first come, first served - the earliest waiting hold in the table.
252-match-waiting-hold-para.
    if ht-ckey(hold-scan-index) = ckey
       and ht-waiting(hold-scan-index)
       move hold-scan-index to hold-found-index.

*days late counted by stepping the due date forward to today, the
*fine the daily rate for each, capped at the per-item maximum, and
*posted to the borrower's ledger.
265-assess-fine-para.
    move ln-due-date(loan-found-index) to due-date-num.
    move zero to fine-days-late.
    perform 266-count-one-late-day-para
        until due-date-num not < run-date-raw
           or fine-days-late = 999.
    compute fine-amount = fine-days-late * fine-daily-rate.
    if fine-amount > fine-max-per-item
       move fine-max-per-item to fine-amount.
    if fine-amount > zero
       move fine-amount to fine-amount-out
       move ln-borrower-id(loan-found-index) to led-borrower-id
       move run-date-raw    to led-entry-date
       move "F"             to led-entry-type
       move fine-amount-out to led-amount
       move ckey            to led-ckey
       move fine-days-late  to led-days-late
       move spaces          to led-oper-id
       write ledger-record
       add 1 to fine-count
       move ln-borrower-id(loan-found-index) to balance-lookup-id
       perform 180-find-balance-para
       if balance-found-index > zero
          add fine-amount-out to bt-balance(balance-found-index)
       end-if
       move fine-amount-out to amount-edited
       display "LATE " fine-days-late " day(s) - fined "
               amount-edited ".".

266-count-one-late-day-para.
    perform 221-step-forward-one-day-para.
    add 1 to fine-days-late.

260-done.
    exit.

320-done.
    exit.


******************************************
*Hold File Rewrite Section
*  --the open holds (waiting or on the
*    shelf) back to disk whole, in
*    placement order
******************************************
350-rewrite-hold-file-para section.

351-rewrite.
    open output hold-file.
    perform 360-write-one-hold-para
        varying hold-scan-index from 1 by 1
        until hold-scan-index > hold-entry-count.
    close hold-file.
    go to 370-done.

360-write-one-hold-para.
    if ht-waiting(hold-scan-index) or ht-ready(hold-scan-index)
       move ht-ckey(hold-scan-index)        to hld-ckey
       move ht-borrower-id(hold-scan-index) to hld-borrower-id
       move ht-placed-date(hold-scan-index) to hld-placed-date
       move ht-status(hold-scan-index)      to hld-status
       move ht-ready-date(hold-scan-index)  to hld-ready-date
       move ht-pickup-by-date(hold-scan-index)
           to hld-pickup-by-date
       write hold-record.

370-done.
    exit.


******************************************
*Place Hold Section
*  --only on a recording in the catalog
*    that is out on loan; a borrower
*    cannot hold what they have out or
*    queue twice for the same ckey
******************************************
400-place-hold-para section.

401-place-hold.
    move "N" to record-found-flag.
    read indexed-file
        invalid key continue
        not invalid key move "Y" to record-found-flag
    end-read.
    if not record-found
       display "No recording found for that ckey."
       go to 410-done.
    if loan-found-index = zero
       display "That recording is not out - no hold needed."
       go to 410-done.
    if hold-entry-count = max-hold-entries
       display "Hold table is full - hold refused."
       go to 410-done.

    display "Borrower ID (10 char) & <Ret>:".
    accept borrower-id-input.
    if borrower-id-input = spaces
       display "A borrower ID is required - hold refused."
       go to 410-done.
    perform 170-check-borrower-para.
    if not borrower-in-good-standing
       go to 410-done.
    if ln-borrower-id(loan-found-index) = borrower-id-input
       display "That borrower has the recording out now "
               "- hold refused."
       go to 410-done.

    move zero to hold-found-index.
    move zero to hold-queue-position.
    perform 402-scan-queue-para
        varying hold-scan-index from 1 by 1
        until hold-scan-index > hold-entry-count
           or hold-found-index > zero.
    if hold-found-index > zero
       display "That borrower already has a hold on it."
       go to 410-done.

    add 1 to hold-entry-count.
    move ckey              to ht-ckey(hold-entry-count).
    move borrower-id-input to ht-borrower-id(hold-entry-count).
    move run-date-raw      to ht-placed-date(hold-entry-count).
    move "W"               to ht-status(hold-entry-count).
    move zero              to ht-ready-date(hold-entry-count).
    move zero              to ht-pickup-by-date(hold-entry-count).
    add 1 to hold-placed-count.
    add 1 to hold-queue-position.
    display "Hold placed - number " hold-queue-position " in line.".
    go to 410-done.

402-scan-queue-para.
    if ht-ckey(hold-scan-index) = ckey
       and (ht-waiting(hold-scan-index) or ht-ready(hold-scan-index))
       add 1 to hold-queue-position
       if ht-borrower-id(hold-scan-index) = borrower-id-input
          move hold-scan-index to hold-found-index.

410-done.
    exit.


******************************************
*Payment Section
*  --shows what the borrower owes, takes
*    a payment or a waiver against it;
*    a waiver needs a signed-on operator
******************************************
450-payment-para section.

451-payment.
    display "Borrower ID (10 char) & <Ret>:".
    accept borrower-id-input.
    if borrower-id-input = spaces
       display "A borrower ID is required."
       go to 460-done.
    move borrower-id-input to balance-lookup-id.
    perform 180-find-balance-para.
    if balance-found-index = zero
       go to 460-done.
    move bt-balance(balance-found-index) to balance-edited.
    display "Borrower owes " balance-edited ".".
    if bt-balance(balance-found-index) not > zero
       display "Nothing owing."
       go to 460-done.

    display "(P)ayment or (W)aiver & <Ret>:".
    accept ledger-entry-type.
    if not ledger-payment-keyed and not ledger-waiver-keyed
       display "Must be P or W - nothing posted."
       go to 460-done.
    move spaces to oa-operator-id.
    if ledger-waiver-keyed
       display "Operator ID for the waiver (8 char) & <Ret>:"
       accept oa-operator-id
       call "opauth" using opauth-call-args
       if oa-level-found < 2
          display "Operator " oa-operator-id
                  " may not waive fines - nothing posted."
          go to 460-done.

    display "Amount (7 digits, last two cents - 0000250 = 2.50)"
            " & <Ret>:".
    accept amount-input.
    if amount-input is not numeric or amount-input-value = zero
       display "Amount must be seven digits above zero "
               "- nothing posted."
       go to 460-done.
    if amount-input-value > bt-balance(balance-found-index)
       display "More than is owed - nothing posted."
       go to 460-done.

    move borrower-id-input  to led-borrower-id.
    move run-date-raw       to led-entry-date.
    if ledger-waiver-keyed
       move "W" to led-entry-type
    else
       move "P" to led-entry-type.
    move amount-input-value to led-amount.
    move spaces             to led-ckey.
    move zero               to led-days-late.
    move oa-operator-id     to led-oper-id.
    write ledger-record.
    add 1 to ledger-entry-count.
    subtract amount-input-value from bt-balance(balance-found-index).
    move bt-balance(balance-found-index) to balance-edited.
    display "Posted - borrower now owes " balance-edited ".".

460-done.
    exit.
