    05  runlog-call-count-2     pic 9(7).
    05  runlog-call-count-3     pic 9(7).

*control total posted for the end-of-day balancing sheet.
01  ctltot-call-args.
    05  ctltot-call-job-name    pic x(20) value "HASHFEED".
    05  ctltot-call-total-name  pic x(12) value "WRITTEN".
    05  ctltot-call-total-value pic 9(9).

procedure division.
main-line-para.
    move "START" to runlog-call-action.
    move zero        to runlog-call-count-3.
    call "runlog" using runlog-call-args.

    move fed-count   to ctltot-call-total-value.
    call "ctltot" using ctltot-call-args.

    stop run.

*reads the shared filenames.dat control file, if present, and
