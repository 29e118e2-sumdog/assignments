***************************************
* Program #3 companion - acqorder
*  Sumit Khanna - Dr. Hume's 3620
*
*  Prompt-driven acquisitions order
*   file (acqorders.dat).  New
*   recordings were ordered on paper
*   and cataloging keyed an "A"
*   transaction for prog3 by hand
*   when the box came in.  Now each
*   order is entered here - vendor,
*   order date, and the composer,
*   title, and label expected - and
*   gets the next order number.
*   Receiving an order takes the
*   catalog number off the box and
*   the descriptive fields, writes
*   the "A" transaction to today's
*   add file (acqYYYYMMDD.dat) with
*   today as the acquisition date,
*   and lists that file in
*   transfiles.dat for prog3's next
*   run.  An order can also be
*   cancelled.  Outstanding orders
*   are aged by acqaging.  The
*   session opens with an operator
*   sign-on against operids.dat
*   (level 2).
***************************************

identification division.

program-id. acqorder.
author.     Sumit Khanna.

environment division.

configuration section.
source-computer. VAX-Alpha.

input-output section.
file-control.
    select order-file  assign to dynamic order-file-name
      organization is indexed
      access mode is dynamic
      record key is ord-number
      file status is order-file-status.
    select add-trans-file assign to dynamic add-trans-file-name
      file status is add-trans-file-status.
    select trans-list-file assign to "transfiles.dat"
      file status is trans-list-file-status.
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.

data division.

file section.
*one record per order, keyed on the order number - O open until
*the recording arrives, R received (with the date and the ckey it
*was catalogued under), X cancelled.
fd order-file record contains 142 characters.
01 order-record.
    05 ord-number          pic 9(6).
    05 ord-vendor          pic x(20).
    05 ord-order-date      pic 9(8).
    05 ord-composer        pic x(20).
    05 ord-title           pic x(25).
    05 ord-label           pic x(15).
    05 ord-status          pic x(1).
       88 ord-open                value "O".
       88 ord-received            value "R".
       88 ord-cancelled           value "X".
    05 ord-status-date     pic 9(8).
    05 ord-ckey            pic x(31).
    05 ord-oper-id         pic x(8).

*same transaction record prog3 reads - see prog3.cob's trans-file.
fd add-trans-file record contains 164 characters.
01 trans-file-record.
    10 t-ckey.
      15 t-label     pic x(15).
      15 t-prefix    pic x(6).
      15 t-number    pic x(10).
    10 t-data.
      15 t-composer  pic x(20).
      15 t-title     pic x(25).
      15 t-soloist   pic x(15).
      15 t-orchestra pic x(20).
      15 t-conductor pic x(15).
      15 t-genre     pic x(15).
      15 t-media     pic x(4).
      15 t-acq-date  pic x(8).
      15 t-shelf     pic x(10).
    10 t-code.
      15 t-trans     pic x(1).

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

01 maint-order-number      pic 9(6).
01 maint-order-text redefines maint-order-number pic x(6).
01 next-order-number       pic 9(6) value zero.

01 maint-flags.
    05 more-maint-flag     pic x(1) value "Y".
       88 more-maint-requested     value "Y" "y".
    05 maint-action        pic x(1).
       88 maint-new-requested      value "N" "n".
       88 maint-receive-requested  value "R" "r".
       88 maint-cancel-requested   value "C" "c".
       88 maint-quit-requested     value "Q" "q".
    05 record-found-flag   pic x(1) value "N".
       88 record-found             value "Y".
    05 confirm-flag        pic x(1).
       88 action-confirmed         value "Y" "y".
    05 order-eof-flag      pic x(1) value "N".
       88 end-of-order-file        value "Y".
    05 trans-list-eof-flag pic x(1) value "N".
       88 end-of-trans-list        value "Y".
    05 listed-flag         pic x(1) value "N".
       88 add-file-listed          value "Y".

*the fields keyed for a new order and at receipt.
01 order-field-input.
    05 input-vendor        pic x(20).
    05 input-order-date    pic x(8).
    05 input-composer      pic x(20).
    05 input-title         pic x(25).
    05 input-label         pic x(15).
    05 input-prefix        pic x(6).
    05 input-number        pic x(10).
    05 input-soloist       pic x(15).
    05 input-orchestra     pic x(20).
    05 input-conductor     pic x(15).
    05 input-genre         pic x(15).
    05 input-media         pic x(4).
    05 input-shelf         pic x(10).

01 run-date-raw            pic 9(8).

*today's add file - every recording received today goes to the one
*file, so prog3 sees one dated entry per day of receiving.
01 add-trans-file-name.
    05 filler              pic x(3)  value "acq".
    05 atf-run-date        pic 9(8).
    05 filler              pic x(4)  value ".dat".
    05 filler              pic x(35) value spaces.

*who is at the terminal - filled at sign-on by the shared opauth
*subprogram; level 2 runs the program.
01 opauth-call-args.
    05 oa-operator-id    pic x(8).
    05 oa-program-name   pic x(8) value "ACQORDER".
    05 oa-level-found    pic 9(1).

01 order-file-name         pic x(50) value "acqorders.dat".

01 order-file-status             pic xx.
01 add-trans-file-status         pic xx.
01 trans-list-file-status        pic xx.
01 filename-control-file-status  pic xx.

01 session-counters.
    05 orders-entered-count pic 9(4) value zero.
    05 orders-received-count pic 9(4) value zero.

01 filename-control-flags.
    05 filename-control-file-flag pic x(1) value "N".
       88 end-of-filename-control-file      value "Y".

procedure division.


main section.

******************************************
*Entry point for program
* --sign the operator on, open the
*   order file, then prompt for order
*   actions until done
* --done
*******************************************
main-paragraph.
     perform 045-load-filenames-para.
     perform 044-operator-sign-on-para.
     call "busdate" using run-date-raw.
     move run-date-raw to atf-run-date.
     perform 050-open-order-file-para.
     perform 100-process-order until not more-maint-requested.
     close order-file.
     display "Orders entered: " orders-entered-count
             "  Received: " orders-received-count.
     stop run.


******************************************
*File-name Control Section
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in order
*    file name with a matching ACQORDER
*    entry, the same way prog3.cob does
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
         when "ACQORDER"
             move fc-physical-name to order-file-name
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
                " is not authorized for acquisitions orders."
        move 1 to return-code
        stop run.

*the very first session has no order file on disk yet (status 35)
*and builds an empty one; the next order number follows the highest
*already on file.
050-open-order-file-para.
     open i-o order-file.
     if order-file-status = "35"
        open output order-file
        close order-file
        open i-o order-file.
     if order-file-status not = "00"
        display "acqorders.dat open failed with status "
                order-file-status
        move 1 to return-code
        stop run.
     move zero to ord-number.
     move "N" to order-eof-flag.
     start order-file key is not less than ord-number
         invalid key move "Y" to order-eof-flag.
     perform 051-read-next-order-para until end-of-order-file.
     add 1 to next-order-number.

051-read-next-order-para.
     read order-file next record
          at end move "Y" to order-eof-flag
          not at end move ord-number to next-order-number
     end-read.


******************************************
*Order Procedure Section
*  --prompts for an action and, for a
*    receipt or cancel, the order it
*    applies to
******************************************
100-process-order section.

101-accept-action.
    display "Action - (N)ew order (R)eceive (C)ancel (Q)uit & <Ret>:".
    accept maint-action.
    if maint-quit-requested
       move "N" to more-maint-flag
       go to 110-done.
    if maint-new-requested
       perform 200-new-order
       go to 110-done.
    if not maint-receive-requested
       and not maint-cancel-requested
       display "Invalid action - must be N, R, C, or Q."
       go to 110-done.

    display "Order number (6 digit) & <Ret>:".
    accept maint-order-text.
    if maint-order-text is not numeric
       display "Order number must be six digits."
       go to 110-done.
    move maint-order-number to ord-number.
    move "N" to record-found-flag.
    read order-file
        invalid key continue
        not invalid key move "Y" to record-found-flag
    end-read.
    if not record-found
       display "No order found for that number."
       go to 110-done.
    perform 520-display-current-order.
    if not ord-open
       display "That order is no longer open."
       go to 110-done.

    if maint-receive-requested
       perform 300-receive-order
    else
       perform 400-cancel-order.

***End of Section
110-done.
    exit.


******************************************
*New Order Section
*  --records what was ordered from whom;
*    a blank order date is today
******************************************
200-new-order section.

201-new.
    display "Vendor (20 char) & <Ret>:".
    accept input-vendor.
    display "Order date (yyyymmdd, blank for today) & <Ret>:".
    accept input-order-date.
    display "Composer (20 char) & <Ret>:".
    accept input-composer.
    display "Title (25 char) & <Ret>:".
    accept input-title.
    display "Label (15 char) & <Ret>:".
    accept input-label.
    if input-vendor = spaces or input-title = spaces
       display "A vendor and title are required - order refused."
       go to 210-done.
    if input-order-date not = spaces
       and input-order-date is not numeric
       display "Order date must be yyyymmdd - order refused."
       go to 210-done.

    move spaces             to order-record.
    move next-order-number  to ord-number.
    move input-vendor       to ord-vendor.
    move run-date-raw       to ord-order-date.
    if input-order-date not = spaces
       move input-order-date to ord-order-date.
    move input-composer     to ord-composer.
    move input-title        to ord-title.
    move input-label        to ord-label.
    move "O"                to ord-status.
    move zero               to ord-status-date.
    move oa-operator-id     to ord-oper-id.
    write order-record
        invalid key
            display "Order failed - invalid key."
        not invalid key
            display "Order " ord-number " entered."
            add 1 to next-order-number
            add 1 to orders-entered-count
    end-write.

210-done.
    exit.


******************************************
*Receive Section
*  --the box has come: the catalog
*    number off it and the descriptive
*    fields make prog3's add, dated
*    today, and the order is closed
******************************************
300-receive-order section.

301-receive.
    display "Blank keeps the ordered composer, title, and label.".
    display "Composer (20 char) & <Ret>:".
    accept input-composer.
    display "Title (25 char) & <Ret>:".
    accept input-title.
    display "Label (15 char) & <Ret>:".
    accept input-label.
    display "Catalog prefix (6 char) & <Ret>:".
    accept input-prefix.
    display "Catalog number (10 char) & <Ret>:".
    accept input-number.
    display "Soloist (15 char) & <Ret>:".
    accept input-soloist.
    display "Orchestra (20 char) & <Ret>:".
    accept input-orchestra.
    display "Conductor (15 char) & <Ret>:".
    accept input-conductor.
    display "Genre (15 char) & <Ret>:".
    accept input-genre.
    display "Media type (4 char) & <Ret>:".
    accept input-media.
    display "Shelf location (10 char) & <Ret>:".
    accept input-shelf.

    if input-composer not = spaces
       move input-composer to ord-composer.
    if input-title not = spaces
       move input-title to ord-title.
    if input-label not = spaces
       move input-label to ord-label.
    if ord-label = spaces or input-number = spaces
       display "A label and catalog number are required "
               "- receipt refused."
       go to 310-done.

    move spaces          to trans-file-record.
    move ord-label       to t-label.
    move input-prefix    to t-prefix.
    move input-number    to t-number.
    move ord-composer    to t-composer.
    move ord-title       to t-title.
    move input-soloist   to t-soloist.
    move input-orchestra to t-orchestra.
    move input-conductor to t-conductor.
    move input-genre     to t-genre.
    move input-media     to t-media.
    move run-date-raw    to t-acq-date.
    move input-shelf     to t-shelf.
    move "A"             to t-trans.

    display "Receive as " t-ckey "? (Y/N) & <Ret>:".
    accept confirm-flag.
    if not action-confirmed
       display "Receipt abandoned."
       go to 310-done.

    open extend add-trans-file.
    if add-trans-file-status = "35"
       open output add-trans-file.
    if add-trans-file-status not = "00"
       display add-trans-file-name " open failed with status "
               add-trans-file-status
       go to 310-done.
    write trans-file-record.
    close add-trans-file.
    perform 350-list-add-file-para.

    move "R"            to ord-status.
    move run-date-raw   to ord-status-date.
    move t-ckey         to ord-ckey.
    move oa-operator-id to ord-oper-id.
    rewrite order-record
        invalid key display "Order update failed - invalid key."
        not invalid key display "Order received - add written to "
                                add-trans-file-name.
    add 1 to orders-received-count.
    go to 310-done.

***today's add file goes on transfiles.dat once, however many
***recordings are received into it
350-list-add-file-para.
    move "N" to listed-flag.
    move "N" to trans-list-eof-flag.
    open input trans-list-file.
    if trans-list-file-status = "00"
       read trans-list-file
            at end move "Y" to trans-list-eof-flag
       end-read
       perform 351-check-one-list-entry-para
           until end-of-trans-list or add-file-listed
       close trans-list-file.
    if not add-file-listed
       open extend trans-list-file
       if trans-list-file-status = "35"
          open output trans-list-file
       end-if
       move add-trans-file-name to trans-list-record
       write trans-list-record
       close trans-list-file.

351-check-one-list-entry-para.
    if trans-list-record = add-trans-file-name
       move "Y" to listed-flag.
    read trans-list-file
         at end move "Y" to trans-list-eof-flag
    end-read.

310-done.
    exit.


******************************************
*Cancel Section
*  --an open order the vendor will not
*    fill, closed after confirmation
******************************************
400-cancel-order section.

401-cancel.
    display "Cancel this order? (Y/N) & <Ret>:".
    accept confirm-flag.
    if not action-confirmed
       display "Cancel abandoned."
       go to 410-done.
    move "X"            to ord-status.
    move run-date-raw   to ord-status-date.
    move oa-operator-id to ord-oper-id.
    rewrite order-record
        invalid key display "Cancel failed - invalid key."
        not invalid key display "Order cancelled.".

410-done.
    exit.


******************************************
*Common Display Section
*  --the order as it stands
******************************************
520-display-current-order section.

521-display.
    display "Order:     " ord-number "   Vendor: " ord-vendor.
    display "Ordered:   " ord-order-date "   Status: " ord-status.
    display "Composer:  " ord-composer.
    display "Title:     " ord-title.
    display "Label:     " ord-label.

529-done.
    exit.
