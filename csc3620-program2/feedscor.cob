*************************************
* Program #2 companion - feedscor
* Sumit Khanna
*  Monthly per-provider feed quality
*   scorecard.  A bad bank feed used
*   to surface one symptom at a time
*   - state-code rejects one night,
*   survivorship losers another,
*   control-record mismatches in
*   between.  prog2 now appends each
*   feed's counts to the feed
*   quality history (feedhist.dat)
*   every run; this step totals that
*   history by provider (the
*   bankfiles.dat entry) for the
*   month being scored and the month
*   before it, works out each
*   provider's defect rate - state
*   rejects plus cross-file
*   duplicates lost, per thousand
*   records received - and ranks the
*   providers worst first: control
*   failures first, then defect
*   rate.  Each line carries the
*   prior month's rate and the trend
*   between them, so data quality
*   can be taken to the provider
*   with facts.  The month scored is
*   the run date's month, or a
*   YYYYMM given on the command line.
*************************************

identification division.

program-id. feedscor.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select feed-history-file
        assign to dynamic feed-history-file-name
        file status is feed-history-file-status.
    select scorecard-file assign to dynamic scorecard-file-name.
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

*prog2's feed quality history - see prog2.cob's fd.
fd feed-history-file record contains 84 characters.
01 feed-history-record.
    05 fh-run-date           pic 9(8).
    05 fh-feed-slot          pic 9(1).
    05 fh-feed-name          pic x(50).
    05 fh-received-count     pic 9(6).
    05 fh-state-reject-count pic 9(6).
    05 fh-dup-lost-count     pic 9(6).
    05 fh-below-thresh-count pic 9(6).
    05 fh-control-status     pic x(1).
       88 fh-controls-failed       value "F".

fd scorecard-file record contains 100 characters.
01 scorecard-line           pic x(100).

working-storage section.

01 file-flags.
    05 feed-history-eof-flag  pic x(1) value "N".
       88 end-of-feed-history         value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

01 filename-control-file-status   pic xx.
01 feed-history-file-status       pic xx.

*dynamic file names - defaulted to this program's own compiled-in
*names, overridden by a matching entry in filenames.dat if present.
01 dynamic-file-names.
    05 feed-history-file-name pic x(50) value "feedhist.dat".
    05 scorecard-file-name    pic x(50) value "feedscor.out".

01 cmd-line-param         pic x(80).

01 run-date-raw           pic 9(8).

*the month scored and the month before it, as YYYYMM.
01 score-month-fields.
    05 score-month            pic 9(6).
    05 score-month-parts redefines score-month.
        10 score-year         pic 9(4).
        10 score-mm           pic 9(2).
    05 prior-month            pic 9(6).
    05 prior-month-parts redefines prior-month.
        10 prior-year         pic 9(4).
        10 prior-mm           pic 9(2).
    05 history-month          pic 9(6).
    05 month-slot             pic 9(1).

*one entry per provider found in either month - slot 1 holds the
*month scored, slot 2 the month before.
01 provider-table.
    05 provider-count          pic 9(2) value zero.
    05 max-providers           pic 9(2) value 20.
    05 provider-entry occurs 20 times.
        10 pv-feed-name        pic x(50).
        10 pv-month occurs 2 times.
            15 pm-run-count        pic 9(4).
            15 pm-received-count   pic 9(8).
            15 pm-reject-count     pic 9(8).
            15 pm-dup-lost-count   pic 9(8).
            15 pm-below-count      pic 9(8).
            15 pm-control-failures pic 9(4).
            15 pm-defect-rate      pic 9(4)v9.
    05 provider-scan-index     pic 9(2).
    05 provider-found-index    pic 9(2) value zero.
    05 providers-dropped       pic 9(5) value zero.

*providers with a feed in the month scored, worst first.
01 rank-table.
    05 rank-count              pic 9(2) value zero.
    05 rank-entry occurs 20 times.
        10 rk-provider         pic 9(2).
    05 rank-scan-index         pic 9(2).
    05 rank-insert-point       pic 9(2).
    05 rank-shift-index        pic 9(2).
    05 rank-candidate          pic 9(2).
    05 rank-compare            pic 9(2).
    05 rank-worse-flag         pic x(1).
       88 candidate-is-worse          value "Y".

01 scorecard-counters.
    05 history-read-count      pic 9(7) value zero.
    05 history-used-count      pic 9(7) value zero.

01 report-templates.
    05 scorecard-header.
        10 filler              pic x(20) value spaces.
        10 filler              pic x(36)
            value "BANK FEED QUALITY SCORECARD - MONTH ".
        10 sch-month-out       pic 9(6).
        10 filler              pic x(12) value "  PRIOR:    ".
        10 sch-prior-out       pic 9(6).

    05 scorecard-column-line.
        10 filler              pic x(5)  value "RANK".
        10 filler              pic x(21) value "PROVIDER".
        10 filler              pic x(6)  value "RUNS".
        10 filler              pic x(10) value "  RECEIVED".
        10 filler              pic x(9)  value "  REJECTS".
        10 filler              pic x(9)  value "     DUPS".
        10 filler              pic x(9)  value "    DROPS".
        10 filler              pic x(6)  value "  CTLF".
        10 filler              pic x(8)  value "   RATE".
        10 filler              pic x(8)  value "  PRIOR".
        10 filler              pic x(8)  value "  TREND".

    05 scorecard-detail-line.
        10 scd-rank-out        pic z9.
        10 filler              pic x(3)  value spaces.
        10 scd-provider-out    pic x(20).
        10 filler              pic x(1)  value spaces.
        10 scd-runs-out        pic zzz9.
        10 filler              pic x(2)  value spaces.
        10 scd-received-out    pic zzzzzzz9.
        10 filler              pic x(1)  value spaces.
        10 scd-rejects-out     pic zzzzzzz9.
        10 filler              pic x(1)  value spaces.
        10 scd-dups-out        pic zzzzzzz9.
        10 filler              pic x(1)  value spaces.
        10 scd-drops-out       pic zzzzzzz9.
        10 filler              pic x(2)  value spaces.
        10 scd-ctlf-out        pic zzz9.
        10 filler              pic x(2)  value spaces.
        10 scd-rate-out        pic zzz9.9.
        10 filler              pic x(2)  value spaces.
        10 scd-prior-out       pic x(6).
        10 filler              pic x(2)  value spaces.
        10 scd-trend-out       pic x(7).

    05 scorecard-note-line.
        10 filler              pic x(2)  value spaces.
        10 scn-text-out        pic x(60).

    05 scorecard-total-line.
        10 filler              pic x(2)  value spaces.
        10 sct-label           pic x(40).
        10 sct-count-out       pic zzzzzz9.

01 prior-rate-edit         pic zzz9.9.

01 runlog-call-args.
    05 runlog-call-action      pic x(5).
    05 runlog-call-job-name    pic x(20) value "FEEDSCOR".
    05 runlog-call-count-1     pic 9(7).
    05 runlog-call-count-2     pic 9(7).
    05 runlog-call-count-3     pic 9(7).

procedure division.


main section.

main-paragraph.
    move "START" to runlog-call-action.
    move zero    to runlog-call-count-1
                     runlog-call-count-2
                     runlog-call-count-3.
    call "runlog" using runlog-call-args.

    call "busdate" using run-date-raw.
    perform 040-determine-score-month-para.
    perform 045-load-filenames-para.

    move "N" to feed-history-eof-flag.
    open input feed-history-file.
    if feed-history-file-status not = "00"
       display "feedhist.dat not found or unreadable - "
               "cannot continue"
       move 1 to return-code
       stop run.
    read feed-history-file
         at end move "Y" to feed-history-eof-flag
    end-read.
    perform 100-total-one-history-para
        until end-of-feed-history.
    close feed-history-file.

    perform 200-rate-one-provider-para
        varying provider-scan-index from 1 by 1
        until provider-scan-index > provider-count.
    perform 300-rank-one-provider-para
        varying provider-scan-index from 1 by 1
        until provider-scan-index > provider-count.
    perform 400-write-scorecard-para.

    display "HISTORY RECORDS READ: " history-read-count
            "  PROVIDERS RANKED: " rank-count.

    move "END"              to runlog-call-action.
    move history-read-count to runlog-call-count-1.
    move history-used-count to runlog-call-count-2.
    move rank-count         to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    stop run.

*a YYYYMM on the command line scores that month - the way to re-cut
*a past month - otherwise the run date's own month is scored.
040-determine-score-month-para.
    accept cmd-line-param from command-line.
    if cmd-line-param(1:6) is numeric
       and cmd-line-param(5:2) > "00"
       and cmd-line-param(5:2) < "13"
       move cmd-line-param(1:6) to score-month
    else
       move run-date-raw(1:6) to score-month.
    move score-month to prior-month.
    if score-mm = 1
       subtract 1 from prior-year
       move 12 to prior-mm
    else
       subtract 1 from prior-mm.

*reads the shared filenames.dat control file, if present, and
*overrides this program's compiled-in file names with any matching
*logical-name entry it contains.  Missing file / missing entry just
*leaves the compiled-in default in dynamic-file-names alone.
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
        when "FEEDHIST"
            move fc-physical-name to feed-history-file-name
        when "FEEDSCOR"
            move fc-physical-name to scorecard-file-name
        when other
            continue
    end-evaluate.

*one history record into its provider's month - anything outside
*the two months is passed over.
100-total-one-history-para.
    add 1 to history-read-count.
    move fh-run-date(1:6) to history-month.
    move zero to month-slot.
    if history-month = score-month
       move 1 to month-slot
    else
    if history-month = prior-month
       move 2 to month-slot.
    if month-slot > zero
       perform 110-find-provider-para
       if provider-found-index > zero
          add 1 to history-used-count
          add 1 to pm-run-count(provider-found-index, month-slot)
          add fh-received-count
              to pm-received-count(provider-found-index, month-slot)
          add fh-state-reject-count
              to pm-reject-count(provider-found-index, month-slot)
          add fh-dup-lost-count
              to pm-dup-lost-count(provider-found-index, month-slot)
          add fh-below-thresh-count
              to pm-below-count(provider-found-index, month-slot)
          if fh-controls-failed
             add 1 to pm-control-failures
                 (provider-found-index, month-slot).
    read feed-history-file
         at end move "Y" to feed-history-eof-flag
    end-read.

*finds (or opens) the provider entry for fh-feed-name.
110-find-provider-para.
    move zero to provider-found-index.
    perform 111-match-provider-para
        varying provider-scan-index from 1 by 1
        until provider-scan-index > provider-count
           or provider-found-index > zero.
    if provider-found-index = zero
       if provider-count < max-providers
          add 1 to provider-count
          move provider-count to provider-found-index
          move fh-feed-name to pv-feed-name(provider-count)
          move zero to pm-run-count(provider-count, 1)
                       pm-received-count(provider-count, 1)
                       pm-reject-count(provider-count, 1)
                       pm-dup-lost-count(provider-count, 1)
                       pm-below-count(provider-count, 1)
                       pm-control-failures(provider-count, 1)
                       pm-defect-rate(provider-count, 1)
                       pm-run-count(provider-count, 2)
                       pm-received-count(provider-count, 2)
                       pm-reject-count(provider-count, 2)
                       pm-dup-lost-count(provider-count, 2)
                       pm-below-count(provider-count, 2)
                       pm-control-failures(provider-count, 2)
                       pm-defect-rate(provider-count, 2)
       else
          add 1 to providers-dropped.

111-match-provider-para.
    if pv-feed-name(provider-scan-index) = fh-feed-name
       move provider-scan-index to provider-found-index.

*defects per thousand records received, for both months.
200-rate-one-provider-para.
    if pm-received-count(provider-scan-index, 1) > zero
       compute pm-defect-rate(provider-scan-index, 1) rounded =
           (pm-reject-count(provider-scan-index, 1)
            + pm-dup-lost-count(provider-scan-index, 1)) * 1000
           / pm-received-count(provider-scan-index, 1).
    if pm-received-count(provider-scan-index, 2) > zero
       compute pm-defect-rate(provider-scan-index, 2) rounded =
           (pm-reject-count(provider-scan-index, 2)
            + pm-dup-lost-count(provider-scan-index, 2)) * 1000
           / pm-received-count(provider-scan-index, 2).

*every provider with a feed in the month scored goes into the
*ranking ahead of the first provider it is worse than.
300-rank-one-provider-para.
    if pm-run-count(provider-scan-index, 1) > zero
       move provider-scan-index to rank-candidate
       compute rank-insert-point = rank-count + 1
       perform 310-find-rank-point-para
           varying rank-scan-index from rank-count by -1
           until rank-scan-index < 1
       add 1 to rank-count
       perform 320-shift-rank-down-para
           varying rank-shift-index from rank-count by -1
           until rank-shift-index not > rank-insert-point
       move rank-candidate to rk-provider(rank-insert-point).

310-find-rank-point-para.
    move rk-provider(rank-scan-index) to rank-compare.
    perform 330-compare-providers-para.
    if candidate-is-worse
       move rank-scan-index to rank-insert-point.

320-shift-rank-down-para.
    move rk-provider(rank-shift-index - 1)
        to rk-provider(rank-shift-index).

*a control failure outweighs any defect rate - a feed that failed
*its own trailer did not arrive whole.
330-compare-providers-para.
    move "N" to rank-worse-flag.
    if pm-control-failures(rank-candidate, 1)
       > pm-control-failures(rank-compare, 1)
       move "Y" to rank-worse-flag
    else
    if pm-control-failures(rank-candidate, 1)
       = pm-control-failures(rank-compare, 1)
       and pm-defect-rate(rank-candidate, 1)
           > pm-defect-rate(rank-compare, 1)
       move "Y" to rank-worse-flag.

400-write-scorecard-para.
    open output scorecard-file.
    move score-month to sch-month-out.
    move prior-month to sch-prior-out.
    write scorecard-line from scorecard-header
        after advancing page.
    write scorecard-line from scorecard-column-line
        after advancing 2 lines.
    perform 410-write-ranked-provider-para
        varying rank-scan-index from 1 by 1
        until rank-scan-index > rank-count.

    if rank-count = zero
       move "NO FEED HISTORY FOR THE MONTH SCORED" to scn-text-out
       write scorecard-line from scorecard-note-line
           after advancing 2 lines.
    move "RATE = (STATE REJECTS + DUPS LOST) PER 1000 RECEIVED"
        to scn-text-out.
    write scorecard-line from scorecard-note-line
        after advancing 2 lines.
    move "CTLF = RUNS THE HEADER/TRAILER CONTROLS FAILED"
        to scn-text-out.
    write scorecard-line from scorecard-note-line
        after advancing 1 line.

    move "HISTORY RECORDS READ:" to sct-label.
    move history-read-count to sct-count-out.
    write scorecard-line from scorecard-total-line
        after advancing 2 lines.
    move "HISTORY RECORDS IN THE TWO MONTHS:" to sct-label.
    move history-used-count to sct-count-out.
    write scorecard-line from scorecard-total-line
        after advancing 1 line.
    if providers-dropped > zero
       move "RECORDS PAST THE PROVIDER TABLE - SKIPPED:"
           to sct-label
       move providers-dropped to sct-count-out
       write scorecard-line from scorecard-total-line
           after advancing 1 line.
    close scorecard-file.

410-write-ranked-provider-para.
    move rk-provider(rank-scan-index) to provider-found-index.
    move rank-scan-index to scd-rank-out.
    move pv-feed-name(provider-found-index) to scd-provider-out.
    move pm-run-count(provider-found-index, 1) to scd-runs-out.
    move pm-received-count(provider-found-index, 1)
        to scd-received-out.
    move pm-reject-count(provider-found-index, 1) to scd-rejects-out.
    move pm-dup-lost-count(provider-found-index, 1) to scd-dups-out.
    move pm-below-count(provider-found-index, 1) to scd-drops-out.
    move pm-control-failures(provider-found-index, 1)
        to scd-ctlf-out.
    move pm-defect-rate(provider-found-index, 1) to scd-rate-out.
    if pm-run-count(provider-found-index, 2) = zero
       move spaces to scd-prior-out
       move "NEW" to scd-trend-out
    else
       move pm-defect-rate(provider-found-index, 2)
           to prior-rate-edit
       move prior-rate-edit to scd-prior-out
       evaluate true
           when pm-control-failures(provider-found-index, 1)
                > pm-control-failures(provider-found-index, 2)
                move "WORSE" to scd-trend-out
           when pm-defect-rate(provider-found-index, 1)
                > pm-defect-rate(provider-found-index, 2)
                move "WORSE" to scd-trend-out
           when pm-defect-rate(provider-found-index, 1)
                < pm-defect-rate(provider-found-index, 2)
                move "BETTER" to scd-trend-out
           when other
                move "STEADY" to scd-trend-out
       end-evaluate.
    write scorecard-line from scorecard-detail-line
        after advancing 1 line.
