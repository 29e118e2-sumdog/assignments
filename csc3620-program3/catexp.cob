***************************************
* Program #3 companion - catexp
*  Sumit Khanna - Dr. Hume's 3620
*
*  Export of the catalog prog3
*   maintains (indexed.dat) for the
*   public-facing catalog, which had
*   only ever been refreshed by hand
*   from updated-dump.dat.
*  FULL on the command line writes
*   every recording as a "|"
*   delimited line (catfull.dat) for
*   a complete load.  Otherwise only
*   what changed since the last
*   export is sent (catincr.dat):
*   every audit-trail event past the
*   stored watermark (expmark.dat) -
*   add, change, delete, rekey, or
*   merge - in the order it happened,
*   with the recording as it stood
*   after it, so the receiving side
*   replays them in order.  The
*   watermark is the date and the
*   count of records on that date
*   last sent, so a day's events
*   written after an export go out
*   with the next one and nothing is
*   sent twice.  Archives the
*   audit rollover (audarch) has cut
*   are read ahead of the live trail
*   the way auditrpt reads them.
*  With no watermark on file the run
*   is a full export.  A full rebuild
*   of indexed.dat from
*   recordings.dat is not audited, so
*   a FULL export follows one.
*  Each export writes a control line
*   (catexp.ctl) with the record
*   count per action for the
*   receiving side to check against.
***************************************

identification division.

program-id. catexp.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select indexed-file   assign to dynamic indexed-file-name
      organization is indexed
      access mode is sequential
      record key is ckey
      file status is indexed-file-status.
    select audit-file     assign to dynamic audit-file-name
      file status is audit-file-status.
    select archive-index-file assign to "audarchx.dat"
      file status is archive-index-file-status.
    select mark-file      assign to dynamic mark-file-name
      file status is mark-file-status.
    select export-file    assign to dynamic export-file-name.
    select control-file   assign to dynamic control-file-name.
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.

data division.

file section.
*same record prog3 maintains - see prog3.cob's indexed-file fd.
fd indexed-file record contains 163 characters.
01 indexed-file-record.
    05 ckey      pic x(31).
    05 composer  pic x(20).
    05 title     pic x(25).
    05 soloist   pic x(15).
    05 orchestra pic x(20).
    05 conductor pic x(15).
    05 genre     pic x(15).
    05 media-type pic x(4).
    05 acq-date  pic x(8).
    05 shelf-loc pic x(10).

*same audit record layout prog3 and idxmaint write - see prog3.cob's
*audit-file fd for the field-by-field story.
fd audit-file record contains 352 characters.
01 audit-file-record.
    05 audit-ckey          pic x(31).
    05 audit-trans-date    pic 9(8).
    05 audit-changed-flags pic x(9).
    05 audit-before-image.
        10 audit-composer-old   pic x(20).
        10 audit-title-old      pic x(25).
        10 audit-soloist-old    pic x(15).
        10 audit-orchestra-old  pic x(20).
        10 audit-conductor-old  pic x(15).
        10 audit-genre-old      pic x(15).
        10 audit-media-old      pic x(4).
        10 audit-acq-old        pic x(8).
        10 audit-shelf-old      pic x(10).
    05 audit-after-image.
        10 audit-composer-new   pic x(20).
        10 audit-title-new      pic x(25).
        10 audit-soloist-new    pic x(15).
        10 audit-orchestra-new  pic x(20).
        10 audit-conductor-new  pic x(15).
        10 audit-genre-new      pic x(15).
        10 audit-media-new      pic x(4).
        10 audit-acq-new        pic x(8).
        10 audit-shelf-new      pic x(10).
    05 audit-action        pic x(1).
    05 audit-ckey-new      pic x(31).
    05 audit-oper-id       pic x(8).

*the archive index audarch maintains - one entry per rolled-over
*archive with the date range it actually holds.
fd archive-index-file record contains 66 characters.
01 archive-index-record.
    05 ax-from-date    pic 9(8).
    05 ax-to-date      pic 9(8).
    05 ax-file-name    pic x(50).

*how far the last export got: the audit-trans-date of the last
*trail record it covered, how many records stamped that date it
*covered, and the date it ran.
fd mark-file record contains 22 characters.
01 mark-record.
    05 mark-audit-date     pic 9(8).
    05 mark-audit-seq      pic 9(6).
    05 mark-run-date       pic 9(8).

fd export-file record contains 250 characters.
01 export-line             pic x(250).

fd control-file record contains 120 characters.
01 control-line            pic x(120).

*same control file and record layout filenames.dat's other readers
*(prog3.cob's 045-load-filenames-para) use.
fd filename-control-file record contains 58 characters.
01 filename-control-file-record.
    05 fc-logical-name      pic x(8).
    05 fc-physical-name     pic x(50).

working-storage section.

01 file-names.
    05 indexed-file-name   pic x(50) value "indexed.dat".
    05 audit-file-name     pic x(50) value "audit-trail.dat".
    05 live-audit-file-name pic x(50).
    05 mark-file-name      pic x(50) value "expmark.dat".
    05 full-export-name    pic x(50) value "catfull.dat".
    05 incr-export-name    pic x(50) value "catincr.dat".
    05 export-file-name    pic x(50).
    05 control-file-name   pic x(50) value "catexp.ctl".

01 indexed-file-status           pic xx.
01 audit-file-status             pic xx.
01 archive-index-file-status     pic xx.
01 mark-file-status              pic xx.
01 filename-control-file-status  pic xx.

01 file-flags.
    05 indexed-eof-flag    pic x(1) value "N".
       88 end-of-indexed-file      value "Y".
    05 audit-file-flag     pic x(1) value "N".
       88 end-of-audit-file        value "Y".
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".
    05 trail-missing-flag  pic x(1) value "N".
       88 trail-file-missing       value "Y".

01 run-mode-controls.
    05 cmd-line-param      pic x(80).
    05 full-tally          pic 9(4) value zero.
    05 export-mode         pic x(1) value "I".
       88 full-export              value "F".
       88 incremental-export       value "I".
    05 run-date-raw        pic 9(8).

*where the last export stopped, and where this one has got to
*walking the trail - the date of the record in hand and its place
*among that date's records.
01 watermark-fields.
    05 old-mark-date       pic 9(8) value zero.
    05 old-mark-seq        pic 9(6) value zero.
    05 old-mark-run-date   pic 9(8) value zero.
    05 scan-date           pic 9(8) value zero.
    05 scan-seq            pic 9(6) value zero.

*the archives on file and which of them the export has to read.
01 archive-index-table.
    05 archive-entry-count pic 9(2) value zero.
    05 max-archive-entries pic 9(2) value 50.
    05 archive-entry occurs 50 times.
        10 at-from-date    pic 9(8).
        10 at-to-date      pic 9(8).
        10 at-file-name    pic x(50).
    05 archive-scan-index  pic 9(2).
    05 archive-index-eof-flag pic x(1) value "N".
       88 end-of-archive-index     value "Y".

01 export-counters.
    05 full-count          pic 9(6) value zero.
    05 add-count           pic 9(6) value zero.
    05 change-count        pic 9(6) value zero.
    05 delete-count        pic 9(6) value zero.
    05 rekey-count         pic 9(6) value zero.
    05 merge-count         pic 9(6) value zero.
    05 export-total        pic 9(6) value zero.

*one export line is built a field at a time, a "|" after each.
01 export-build-fields.
    05 export-pointer      pic 9(3).
    05 export-field        pic x(31).
    05 export-action       pic x(1).
    05 export-ckey         pic x(31).
    05 export-ckey-new     pic x(31).
    05 export-image.
        10 exp-composer    pic x(20).
        10 exp-title       pic x(25).
        10 exp-soloist     pic x(15).
        10 exp-orchestra   pic x(20).
        10 exp-conductor   pic x(15).
        10 exp-genre       pic x(15).
        10 exp-media       pic x(4).
        10 exp-acq-date    pic x(8).
        10 exp-shelf       pic x(10).

*the control line the receiving side checks the export against.
01 export-control-line.
    05 filler              pic x(7)  value "CATEXP|".
    05 ecl-mode-out        pic x(11).
    05 filler              pic x(1)  value "|".
    05 ecl-run-date-out    pic 9(8).
    05 filler              pic x(1)  value "|".
    05 ecl-from-date-out   pic 9(8).
    05 filler              pic x(1)  value "|".
    05 ecl-from-seq-out    pic 9(6).
    05 filler              pic x(1)  value "|".
    05 ecl-to-date-out     pic 9(8).
    05 filler              pic x(1)  value "|".
    05 ecl-to-seq-out      pic 9(6).
    05 filler              pic x(3)  value "|F=".
    05 ecl-full-out        pic 9(6).
    05 filler              pic x(3)  value "|A=".
    05 ecl-add-out         pic 9(6).
    05 filler              pic x(3)  value "|C=".
    05 ecl-change-out      pic 9(6).
    05 filler              pic x(3)  value "|D=".
    05 ecl-delete-out      pic 9(6).
    05 filler              pic x(3)  value "|R=".
    05 ecl-rekey-out       pic 9(6).
    05 filler              pic x(3)  value "|M=".
    05 ecl-merge-out       pic 9(6).
    05 filler              pic x(7)  value "|TOTAL=".
    05 ecl-total-out       pic 9(6).

procedure division.


main section.

******************************************
*Entry point for program
* --decide full or incremental, write
*   the export, walk the trail to the
*   new watermark, write the control
*   line, and store the watermark
* --done
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     call "busdate" using run-date-raw.
     perform 050-determine-mode-para.
     perform 055-load-archive-index-para.

     if full-export
        move full-export-name to export-file-name
     else
        move incr-export-name to export-file-name.
     open output export-file.
     if full-export
        perform 100-export-full-catalog.

*the trail is walked in both modes - an incremental export sends
*what is past the old watermark, a full one only needs to know
*where the trail ends so the next incremental starts there
     move audit-file-name to live-audit-file-name.
     perform 070-scan-one-archive-para
         varying archive-scan-index from 1 by 1
         until archive-scan-index > archive-entry-count.
     move live-audit-file-name to audit-file-name.
     perform 080-scan-one-file-para.
     close export-file.

     if trail-file-missing and incremental-export
        display "Audit trail file missing - watermark left at "
                old-mark-date "; rerun once it is restored."
        move 1 to return-code
        stop run.

     perform 090-write-control-para.
     perform 095-store-watermark-para.

     if full-export
        display "FULL export: " full-count " recording(s) to "
                export-file-name
     else
        display "Incremental export: " export-total
                " change(s) to " export-file-name.
     stop run.


******************************************
*File-name Control Section
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching entries, the
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
         when "AUDIT"
             move fc-physical-name to audit-file-name
         when "EXPMARK"
             move fc-physical-name to mark-file-name
         when "EXPFULL"
             move fc-physical-name to full-export-name
         when "EXPINCR"
             move fc-physical-name to incr-export-name
         when "EXPCTL"
             move fc-physical-name to control-file-name
         when other
             continue
     end-evaluate.


******************************************
*Mode Section
*  --FULL on the command line, or no
*    watermark yet, is a full export;
*    anything else is incremental from
*    the stored watermark
******************************************
050-determine-mode-para.
     accept cmd-line-param from command-line.
     move zero to full-tally.
     inspect cmd-line-param tallying full-tally for all "FULL".
     if full-tally > zero
        move "F" to export-mode.

     open input mark-file.
     if mark-file-status = "00"
        read mark-file
             at end move "F" to export-mode
             not at end
                 move mark-audit-date to old-mark-date
                 move mark-audit-seq  to old-mark-seq
                 move mark-run-date   to old-mark-run-date
        end-read
        close mark-file
     else
        if incremental-export
           display "No export watermark on file - "
                   "running a full export."
           move "F" to export-mode.

*the archive index into storage - a missing index just means no
*rollover has ever run and only the live trail is read.
055-load-archive-index-para.
     move "N" to archive-index-eof-flag.
     open input archive-index-file.
     if archive-index-file-status = "00"
        read archive-index-file
             at end move "Y" to archive-index-eof-flag
        end-read
        perform 056-load-one-archive-entry-para
            until end-of-archive-index
               or archive-entry-count = max-archive-entries
        close archive-index-file.

056-load-one-archive-entry-para.
     add 1 to archive-entry-count.
     move ax-from-date to at-from-date(archive-entry-count).
     move ax-to-date   to at-to-date(archive-entry-count).
     move ax-file-name to at-file-name(archive-entry-count).
     read archive-index-file
          at end move "Y" to archive-index-eof-flag
     end-read.

*an archive wholly older than the watermark holds nothing to send
*and cannot move the watermark, so only the rest are read - a full
*export reads the newest one only, for where the trail ends.
070-scan-one-archive-para.
     if (incremental-export
         and at-to-date(archive-scan-index) >= old-mark-date)
        or (full-export
         and archive-scan-index = archive-entry-count)
        move at-file-name(archive-scan-index) to audit-file-name
        perform 080-scan-one-file-para.

*walks whichever file audit-file-name currently points at.
080-scan-one-file-para.
     move "N" to audit-file-flag.
     open input audit-file.
     if audit-file-status = "00"
        read audit-file
             at end move "Y" to audit-file-flag
        end-read
        perform 200-scan-one-event until end-of-audit-file
        close audit-file
     else
        move "Y" to trail-missing-flag
        display audit-file-name(1:30)
                " not found or unreadable.".

*one fixed line: mode, run date, the watermark the export starts
*after and the one it ends on, and the count per action.
090-write-control-para.
     open output control-file.
     if full-export
        move "FULL"        to ecl-mode-out
     else
        move "INCREMENTAL" to ecl-mode-out.
     move run-date-raw   to ecl-run-date-out.
     move old-mark-date  to ecl-from-date-out.
     move old-mark-seq   to ecl-from-seq-out.
     move scan-date      to ecl-to-date-out.
     move scan-seq       to ecl-to-seq-out.
     move full-count     to ecl-full-out.
     move add-count      to ecl-add-out.
     move change-count   to ecl-change-out.
     move delete-count   to ecl-delete-out.
     move rekey-count    to ecl-rekey-out.
     move merge-count    to ecl-merge-out.
     move export-total   to ecl-total-out.
     write control-line from export-control-line.
     close control-file.

*the trail's end becomes the watermark - kept where it was when the
*trail has had nothing written since.
095-store-watermark-para.
     if scan-date = zero
        move old-mark-date to scan-date
        move old-mark-seq  to scan-seq.
     open output mark-file.
     move scan-date    to mark-audit-date.
     move scan-seq     to mark-audit-seq.
     move run-date-raw to mark-run-date.
     write mark-record.
     close mark-file.


******************************************
*Full Export Section
*  --every recording on indexed.dat as
*    an "F" line, in key order
******************************************
100-export-full-catalog section.

101-open.
    open input indexed-file.
    if indexed-file-status not = "00"
       display indexed-file-name(1:30) " not found or unreadable."
       close export-file
       move 1 to return-code
       stop run.
    move "N" to indexed-eof-flag.
    read indexed-file next record
         at end move "Y" to indexed-eof-flag
    end-read.
    perform 110-export-one-recording until end-of-indexed-file.
    close indexed-file.
    go to 190-done.

110-export-one-recording.
    add 1 to full-count.
    add 1 to export-total.
    move "F"        to export-action.
    move ckey       to export-ckey.
    move spaces     to export-ckey-new.
    move composer   to exp-composer.
    move title      to exp-title.
    move soloist    to exp-soloist.
    move orchestra  to exp-orchestra.
    move conductor  to exp-conductor.
    move genre      to exp-genre.
    move media-type to exp-media.
    move acq-date   to exp-acq-date.
    move shelf-loc  to exp-shelf.
    perform 300-write-export-line.
    read indexed-file next record
         at end move "Y" to indexed-eof-flag
    end-read.

***End of Section
190-done.
    exit.


******************************************
*Trail Section
*  --one audit record: placed against
*    the watermark by its date and its
*    place among that date's records,
*    and past it, sent as it happened:
*    an add or change with the record
*    after it, a delete by key, a rekey
*    old key to new with the record, a
*    merge survivor with its folded
*    record and the duplicate key
******************************************
200-scan-one-event section.

201-place.
    if audit-trans-date = scan-date
       add 1 to scan-seq
    else
       move audit-trans-date to scan-date
       move 1 to scan-seq.
    if full-export
       go to 280-read-next.
    if scan-date < old-mark-date
       go to 280-read-next.
    if scan-date = old-mark-date
       and scan-seq not > old-mark-seq
       go to 280-read-next.

    move audit-action   to export-action.
    move audit-ckey     to export-ckey.
    move audit-ckey-new to export-ckey-new.
    evaluate audit-action
        when "A"
            add 1 to add-count
            move audit-after-image to export-image
        when "C"
            add 1 to change-count
            move audit-after-image to export-image
        when "D"
            add 1 to delete-count
            move spaces to export-image
        when "R"
            add 1 to rekey-count
            move audit-after-image to export-image
        when "M"
            add 1 to merge-count
            move audit-after-image to export-image
        when other
            go to 280-read-next
    end-evaluate.
    add 1 to export-total.
    perform 300-write-export-line.

280-read-next.
    read audit-file
         at end move "Y" to audit-file-flag
    end-read.
    go to 290-done.

***End of Section
290-done.
    exit.


******************************************
*Export Line Section
*  --action|ckey|new ckey|composer|title|
*    soloist|orchestra|conductor|genre|
*    media|acquired|shelf, the keys at
*    full width, trailing spaces dropped
*    from every other field
******************************************
300-write-export-line section.

301-build.
    move spaces to export-line.
    move 1 to export-pointer.
    move export-action   to export-field.
    perform 310-append-field.
    move export-ckey     to export-field.
    perform 320-append-key-field.
    move export-ckey-new to export-field.
    perform 320-append-key-field.
    move exp-composer    to export-field.
    perform 310-append-field.
    move exp-title       to export-field.
    perform 310-append-field.
    move exp-soloist     to export-field.
    perform 310-append-field.
    move exp-orchestra   to export-field.
    perform 310-append-field.
    move exp-conductor   to export-field.
    perform 310-append-field.
    move exp-genre       to export-field.
    perform 310-append-field.
    move exp-media       to export-field.
    perform 310-append-field.
    move exp-acq-date    to export-field.
    perform 310-append-field.
    move exp-shelf       to export-field.
    perform 310-append-field.
    write export-line.
    go to 390-done.

310-append-field.
    string export-field delimited by "  "
           "|"          delimited by size
        into export-line
        with pointer export-pointer
    end-string.

***a ckey runs label, prefix, and number together with their own
***padding inside it, so it goes out whole at its full 31
320-append-key-field.
    string export-field delimited by size
           "|"          delimited by size
        into export-line
        with pointer export-pointer
    end-string.

***End of Section
390-done.
    exit.
