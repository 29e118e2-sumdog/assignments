***************************************
* Program #3 companion - condmaint
*  Sumit Khanna - Dr. Hume's 3620
*
*  Prompt-driven condition tracking
*   for the recordings catalog.  An
*   assessment of a ckey - grade 1
*   (unplayable) to 5 (as new), a
*   note of the damage, who assessed
*   it, and what is to be done (K
*   keep, R repair, W withdraw) - is
*   appended to the condition
*   history (condhist.dat); the
*   latest entry for a ckey is its
*   condition now.  A recording back
*   from repair is regraded here.  A
*   proposed withdrawal is approved
*   here at level 3, once nothing has
*   the recording out: approval
*   writes prog3's "D" transaction to
*   today's withdrawal file
*   (condYYYYMMDD.dat) and lists that
*   file in transfiles.dat, the way
*   acqorder does for adds.  The
*   stacks walk can post assessments
*   in bulk through shelfinv; the
*   repair and withdrawal queues are
*   condrpt; circmain warns at
*   check-out below the lending
*   grade.  The session opens with an
*   operator sign-on against
*   operids.dat (level 2).
***************************************

identification division.

program-id. condmaint.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select indexed-file   assign to dynamic indexed-file-name
      organization is indexed
      access mode is dynamic
      record key is ckey
      alternate record key is genre with duplicates
      alternate record key is composer with duplicates.
    select condition-file assign to dynamic condition-file-name
      file status is condition-file-status.
    select circulation-file assign to dynamic circulation-file-name
      file status is circulation-file-status.
    select delete-trans-file assign to dynamic delete-trans-file-name
      file status is delete-trans-file-status.
    select trans-list-file assign to "transfiles.dat"
      file status is trans-list-file-status.
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.

data division.

file section.
fd indexed-file record contains 163 characters.
01 indexed-file-record.
    15 ckey      pic x(31).
    15 composer  pic x(20).
    15 title     pic x(25).
    15 soloist   pic x(15).
    15 orchestra pic x(20).
    15 conductor pic x(15).
    15 genre     pic x(15).
    15 media-type pic x(4).
    15 acq-date  pic x(8).
    15 shelf-loc pic x(10).

*one record per condition event against a ckey, appended and never
*rewritten - the latest for a ckey is its condition now.  K keep on
*the shelf, R in the repair queue, F back from repair, W withdrawal
*proposed, A withdrawal approved.
fd condition-file record contains 89 characters.
01 condition-record.
    05 cnd-ckey            pic x(31).
    05 cnd-assessed-date   pic 9(8).
    05 cnd-grade           pic 9(1).
    05 cnd-damage-note     pic x(40).
    05 cnd-assessor        pic x(8).
    05 cnd-disposition     pic x(1).
       88 cnd-keep                value "K".
       88 cnd-repair              value "R".
       88 cnd-repaired            value "F".
       88 cnd-withdraw            value "W".
       88 cnd-withdrawn           value "A".

*same loan record circmain writes - see circmain.cob.
fd circulation-file record contains 57 characters.
01 circulation-record.
    05 cir-ckey          pic x(31).
    05 cir-borrower-id   pic x(10).
    05 cir-out-date      pic 9(8).
    05 cir-due-date      pic 9(8).

*same transaction record prog3 reads - see prog3.cob's trans-file.
fd delete-trans-file record contains 164 characters.
01 trans-file-record.
    10 t-ckey      pic x(31).
    10 t-data      pic x(132).
    10 t-trans     pic x(1).

*same list prog3 loads its transaction files from.
fd trans-list-file record contains 50 characters.
01 trans-list-record pic x(50).

*same control file and record layout filenames.dat's other readers
*(prog3.cob's 045-load-filenames-para) use.
fd filename-control-file record contains 58 characters.
01 filename-control-file-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

working-storage section.

01 maint-ckey              pic x(31).

01 maint-flags.
    05 more-maint-flag     pic x(1) value "Y".
       88 more-maint-requested     value "Y" "y".
    05 maint-action        pic x(1).
       88 maint-assess-requested   value "A" "a".
       88 maint-repaired-requested value "F" "f".
       88 maint-approve-requested  value "P" "p".
       88 maint-history-requested  value "H" "h".
       88 maint-quit-requested     value "Q" "q".
    05 record-found-flag   pic x(1) value "N".
       88 record-found             value "Y".
    05 confirm-flag        pic x(1).
       88 action-confirmed         value "Y" "y".
    05 condition-eof-flag  pic x(1) value "N".
       88 end-of-condition-file    value "Y".
    05 circulation-eof-flag pic x(1) value "N".
       88 end-of-circulation-file  value "Y".
    05 trans-list-eof-flag pic x(1) value "N".
       88 end-of-trans-list        value "Y".
    05 listed-flag         pic x(1) value "N".
       88 delete-file-listed       value "Y".
    05 loan-out-flag       pic x(1) value "N".
       88 recording-on-loan        value "Y".

*the ckey's condition as it stands - its latest history entry.
01 current-condition.
    05 cur-found-flag      pic x(1) value "N".
       88 cur-assessed             value "Y".
    05 cur-assessed-date   pic 9(8).
    05 cur-grade           pic 9(1).
    05 cur-damage-note     pic x(40).
    05 cur-assessor        pic x(8).
    05 cur-disposition     pic x(1).
       88 cur-repair               value "R".
       88 cur-withdraw             value "W".
       88 cur-withdrawn            value "A".

01 condition-field-input.
    05 input-grade         pic x(1).
    05 input-damage-note   pic x(40).
    05 input-disposition   pic x(1).
       88 input-keep               value "K" "k".
       88 input-repair             value "R" "r".
       88 input-withdraw           value "W" "w".

01 run-date-raw            pic 9(8).

*today's withdrawal file - every withdrawal approved today goes to
*the one file, so prog3 sees one dated entry per day.
01 delete-trans-file-name.
    05 filler              pic x(4)  value "cond".
    05 dtf-run-date        pic 9(8).
    05 filler              pic x(4)  value ".dat".
    05 filler              pic x(34) value spaces.

*who is at the terminal - filled at sign-on by the shared opauth
*subprogram; level 2 runs the program, level 3 approves a
*withdrawal.
01 opauth-call-args.
    05 oa-operator-id    pic x(8).
    05 oa-program-name   pic x(8) value "CONDMAIN".
    05 oa-level-found    pic 9(1).

01 indexed-file-name       pic x(50) value "indexed.dat".
01 condition-file-name     pic x(50) value "condhist.dat".
01 circulation-file-name   pic x(50) value "circloans.dat".

01 condition-file-status         pic xx.
01 circulation-file-status       pic xx.
01 delete-trans-file-status      pic xx.
01 trans-list-file-status        pic xx.
01 filename-control-file-status  pic xx.

01 filename-control-flags.
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

procedure division.


main section.

******************************************
*Entry point for program
* --sign the operator on, open the
*   catalog, then prompt for condition
*   actions until done
* --done
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     perform 044-operator-sign-on-para.
     call "busdate" using run-date-raw.
     move run-date-raw to dtf-run-date.
     open input indexed-file.
     perform 100-process-condition until not more-maint-requested.
     close indexed-file.
     stop run.


******************************************
*File-name Control Section
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching INDEXED,
*    CONDHIST and CIRCLOAN entries, the
*    same way prog3.cob does
******************************************
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
         when "INDEXED"
             move fc-physical-name to indexed-file-name
         when "CONDHIST"
             move fc-physical-name to condition-file-name
         when "CIRCLOAN"
             move fc-physical-name to circulation-file-name
         when other
             continue
     end-evaluate.


*sign-on - the operator's level for this program comes from
*operids.dat through the shared opauth subprogram; below level 2
*the session never opens.
044-operator-sign-on-para.
     display "Operator ID (8 char) & <Ret>:".
     accept oa-operator-id.
     call "opauth" using opauth-call-args.
     if oa-level-found < 2
        display "Operator " oa-operator-id
                " is not authorized for condition tracking."
        move 1 to return-code
        stop run.


******************************************
*Condition Procedure Section
*  --prompts for an action and the ckey
*    it applies to, finds the catalog
*    record and its condition now
******************************************
100-process-condition section.

101-accept-action.
    display "Action - (A)ssess (F)ixed a(P)prove withdrawal"
            " (H)istory (Q)uit & <Ret>:".
    accept maint-action.
    if maint-quit-requested
       move "N" to more-maint-flag
       go to 110-done.
    if not maint-assess-requested
       and not maint-repaired-requested
       and not maint-approve-requested
       and not maint-history-requested
       display "Invalid action - must be A, F, P, H, or Q."
       go to 110-done.

    display "Enter ckey (31 char) & <Ret>:".
    accept maint-ckey.
    move maint-ckey to ckey.
    move "N" to record-found-flag.
    read indexed-file
        invalid key continue
        not invalid key move "Y" to record-found-flag
    end-read.
    if not record-found
       display "No catalog record for that ckey."
       go to 110-done.
    display "Title:     " title "   Shelf: " shelf-loc.

    if maint-history-requested
       perform 500-list-history
       go to 110-done.

    perform 550-find-current-condition.
    if cur-assessed
       display "Condition: grade " cur-grade " on " cur-assessed-date
               " by " cur-assessor " - " cur-disposition
       display "           " cur-damage-note
    else
       display "Condition: never assessed.".
    if cur-withdrawn
       display "That recording is already withdrawn."
       go to 110-done.

    evaluate true
        when maint-assess-requested
             perform 200-assess-condition
        when maint-repaired-requested
             perform 300-back-from-repair
        when maint-approve-requested
             perform 400-approve-withdrawal
    end-evaluate.

***End of Section
110-done.
    exit.


******************************************
*Assessment Section
*  --a grade, the damage, and what is to
*    be done with the recording
******************************************
200-assess-condition section.

201-assess.
    perform 560-accept-grade-and-note.
    if input-grade is not numeric
       or input-grade < "1" or input-grade > "5"
       display "Grade must be 1 to 5 - nothing recorded."
       go to 210-done.
    display "(K)eep (R)epair (W)ithdraw & <Ret>:".
    accept input-disposition.
    if not input-keep and not input-repair and not input-withdraw
       display "Must be K, R, or W - nothing recorded."
       go to 210-done.

    move maint-ckey        to cnd-ckey.
    move run-date-raw      to cnd-assessed-date.
    move input-grade       to cnd-grade.
    move input-damage-note to cnd-damage-note.
    move oa-operator-id    to cnd-assessor.
    evaluate true
        when input-keep   move "K" to cnd-disposition
        when input-repair move "R" to cnd-disposition
        when other        move "W" to cnd-disposition
    end-evaluate.
    perform 570-append-condition.
    display "Assessment recorded.".

210-done.
    exit.


******************************************
*Repair Return Section
*  --a recording back from repair is
*    regraded and goes back on the shelf
******************************************
300-back-from-repair section.

301-repaired.
    if not cur-repair
       display "That recording is not in the repair queue."
       go to 310-done.
    perform 560-accept-grade-and-note.
    if input-grade is not numeric
       or input-grade < "1" or input-grade > "5"
       display "Grade must be 1 to 5 - nothing recorded."
       go to 310-done.

    move maint-ckey        to cnd-ckey.
    move run-date-raw      to cnd-assessed-date.
    move input-grade       to cnd-grade.
    move input-damage-note to cnd-damage-note.
    move oa-operator-id    to cnd-assessor.
    move "F"               to cnd-disposition.
    perform 570-append-condition.
    display "Back from repair - return it to the stacks.".

310-done.
    exit.


******************************************
*Withdrawal Approval Section
*  --a proposed withdrawal, approved at
*    level 3 while nothing has it out,
*    becomes prog3's delete
******************************************
400-approve-withdrawal section.

401-approve.
    if oa-level-found < 3
       display "Withdrawal approval needs authority level 3 "
               "- refused."
       go to 410-done.
    if not cur-withdraw
       display "No withdrawal has been proposed for that recording."
       go to 410-done.
    perform 580-check-on-loan.
    if recording-on-loan
       display "That recording is out on loan - approve it "
               "once it is back."
       go to 410-done.
    display "Approve withdrawal and delete from the catalog? (Y/N)"
            " & <Ret>:".
    accept confirm-flag.
    if not action-confirmed
       display "Approval abandoned."
       go to 410-done.

    move spaces     to trans-file-record.
    move maint-ckey to t-ckey.
    move "D"        to t-trans.
    open extend delete-trans-file.
    if delete-trans-file-status = "35"
       open output delete-trans-file.
    if delete-trans-file-status not = "00"
       display delete-trans-file-name " open failed with status "
               delete-trans-file-status
       go to 410-done.
    write trans-file-record.
    close delete-trans-file.
    perform 450-list-delete-file-para.

    move maint-ckey        to cnd-ckey.
    move run-date-raw      to cnd-assessed-date.
    move cur-grade         to cnd-grade.
    move cur-damage-note   to cnd-damage-note.
    move oa-operator-id    to cnd-assessor.
    move "A"               to cnd-disposition.
    perform 570-append-condition.
    display "Withdrawal approved - delete written to "
            delete-trans-file-name.
    go to 410-done.

***today's withdrawal file goes on transfiles.dat once, however many
***withdrawals are approved into it
450-list-delete-file-para.
    move "N" to listed-flag.
    move "N" to trans-list-eof-flag.
    open input trans-list-file.
    if trans-list-file-status = "00"
       read trans-list-file
            at end move "Y" to trans-list-eof-flag
       end-read
       perform 451-check-one-list-entry-para
           until end-of-trans-list or delete-file-listed
       close trans-list-file.
    if not delete-file-listed
       open extend trans-list-file
       if trans-list-file-status = "35"
          open output trans-list-file
       end-if
       move delete-trans-file-name to trans-list-record
       write trans-list-record
       close trans-list-file.

451-check-one-list-entry-para.
    if trans-list-record = delete-trans-file-name
       move "Y" to listed-flag.
    read trans-list-file
         at end move "Y" to trans-list-eof-flag
    end-read.

410-done.
    exit.


******************************************
*Common Condition Section
*  --the history listing, the condition
*    now, the shared prompts, the append,
*    and the loan check
******************************************
500-list-history section.

501-list.
    move "N" to cur-found-flag.
    move "N" to condition-eof-flag.
    open input condition-file.
    if condition-file-status = "00"
       read condition-file
            at end move "Y" to condition-eof-flag
       end-read
       perform 502-list-one-entry
           until end-of-condition-file
       close condition-file.
    if not cur-assessed
       display "No condition history for that ckey.".
    go to 509-done.

502-list-one-entry.
    if cnd-ckey = maint-ckey
       move "Y" to cur-found-flag
       display cnd-assessed-date " grade " cnd-grade " "
               cnd-disposition " " cnd-assessor " " cnd-damage-note.
    read condition-file
         at end move "Y" to condition-eof-flag
    end-read.

509-done.
    exit.

550-find-current-condition section.

551-find.
    move "N" to cur-found-flag.
    move space to cur-disposition.
    move "N" to condition-eof-flag.
    open input condition-file.
    if condition-file-status = "00"
       read condition-file
            at end move "Y" to condition-eof-flag
       end-read
       perform 552-take-one-entry
           until end-of-condition-file
       close condition-file.
    go to 559-done.

552-take-one-entry.
    if cnd-ckey = maint-ckey
       move "Y"               to cur-found-flag
       move cnd-assessed-date to cur-assessed-date
       move cnd-grade         to cur-grade
       move cnd-damage-note   to cur-damage-note
       move cnd-assessor      to cur-assessor
       move cnd-disposition   to cur-disposition.
    read condition-file
         at end move "Y" to condition-eof-flag
    end-read.

559-done.
    exit.

560-accept-grade-and-note section.

561-accept.
    display "Grade 1 (unplayable) to 5 (as new) (1 digit) & <Ret>:".
    accept input-grade.
    display "Damage note (40 char) & <Ret>:".
    accept input-damage-note.

569-done.
    exit.

570-append-condition section.

571-append.
    open extend condition-file.
    if condition-file-status = "35"
       open output condition-file.
    write condition-record.
    close condition-file.

579-done.
    exit.

580-check-on-loan section.

581-check.
    move "N" to loan-out-flag.
    move "N" to circulation-eof-flag.
    open input circulation-file.
    if circulation-file-status = "00"
       read circulation-file
            at end move "Y" to circulation-eof-flag
       end-read
       perform 582-check-one-loan
           until end-of-circulation-file or recording-on-loan
       close circulation-file.
    go to 589-done.

582-check-one-loan.
    if cir-ckey = maint-ckey
       move "Y" to loan-out-flag.
    read circulation-file
         at end move "Y" to circulation-eof-flag
    end-read.

589-done.
    exit.
