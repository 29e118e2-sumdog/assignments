*   days it has run overdue left to
*   the desk's eye on the dates, and
*   the catalog's title and shelf
*   location pulled in by ckey, and
*   the borrower's name, phone, and
*   address from the borrower master
*   (borrowers.dat), so the recall
*   notice can be written without a
*   second lookup.
***************************************

identification division.
      alternate record key is composer with duplicates.
    select circulation-file assign to dynamic circulation-file-name
      file status is circulation-file-status.
    select borrower-file  assign to dynamic borrower-file-name
      organization is indexed
      access mode is dynamic
      record key is bor-borrower-id
      file status is borrower-file-status.
    select overdue-report-file assign to "circover.out".
    select filename-control-file assign to "filenames.dat"
      file status is filename-control-file-status.
    05 cir-out-date      pic 9(8).
    05 cir-due-date      pic 9(8).

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
    05 bor-loan-limit      pic 9(2).
    05 bor-expiry-date     pic 9(8).
    05 bor-registered-date pic 9(8).

fd overdue-report-file record contains 80 characters.
01 overdue-report-line   pic x(80).


01 indexed-file-name       pic x(50) value "indexed.dat".
01 circulation-file-name   pic x(50) value "circloans.dat".
01 borrower-file-name      pic x(50) value "borrowers.dat".

01 circulation-file-status       pic xx.
01 borrower-file-status          pic xx.
01 filename-control-file-status  pic xx.

01 file-flags.
       88 end-of-filename-control-file      value "Y".
    05 record-found-flag   pic x(1) value "N".
       88 record-found             value "Y".
    05 borrower-master-flag pic x(1) value "N".
       88 borrower-master-open     value "Y".

01 run-date-raw            pic 9(8).

        10 filler          pic x(7)  value "SHELF: ".
        10 ovt-shelf-out   pic x(10).

    05 overdue-borrower-line.
        10 filler          pic x(2)  value spaces.
        10 ovb-name-out    pic x(26).
        10 filler          pic x(2)  value spaces.
        10 filler          pic x(7)  value "PHONE: ".
        10 ovb-phone-out   pic x(12).

    05 overdue-address-line.
        10 filler          pic x(2)  value spaces.
        10 ova-street-out  pic x(25).
        10 filler          pic x(1)  value spaces.
        10 ova-city-out    pic x(15).
        10 filler          pic x(1)  value spaces.
        10 ova-state-out   pic x(2).
        10 filler          pic x(1)  value spaces.
        10 ova-zip-out     pic x(10).

    05 overdue-footer-line.
        10 filler          pic x(2)  value spaces.
        10 ovf-label       pic x(25).
         after advancing page.

     open input indexed-file.
     open input borrower-file.
     if borrower-file-status = "00"
        move "Y" to borrower-master-flag.
     move "N" to circulation-eof-flag.
     open input circulation-file.
     if circulation-file-status = "00"
     else
        display "circloans.dat not found - nothing on loan.".
     close indexed-file.
     if borrower-master-open
        close borrower-file.

     move "LOANS ON FILE:           " to ovf-label.
     move loans-on-file-count to ovf-count-out.
*  --reads the shared filenames.dat
*    control file, if present, and
*    overrides the compiled-in file
*    names with matching INDEXED,
*    CIRCLOAN and BORROWER entries, the
*    same way prog3.cob does
******************************************
045-load-filenames-para.
     move "N" to filename-control-file-flag.
             move fc-physical-name to indexed-file-name
         when "CIRCLOAN"
             move fc-physical-name to circulation-file-name
         when "BORROWER"
             move fc-physical-name to borrower-file-name
         when other
             continue
     end-evaluate.
*Report Section
*  --one loan against today's date; an
*    overdue one prints with its catalog
*    title and shelf location and the
*    borrower's name and contact details
******************************************
100-report-one-loan-para section.

    write overdue-report-line from overdue-title-line
        after advancing 1 line.

    move "N" to record-found-flag.
    if borrower-master-open
       move cir-borrower-id to bor-borrower-id
       read borrower-file
           invalid key continue
           not invalid key move "Y" to record-found-flag
       end-read.
    if record-found
       move spaces to ovb-name-out
       string bor-first-name delimited by space
              " "            delimited by size
              bor-last-name  delimited by space
           into ovb-name-out
       end-string
       move bor-phone  to ovb-phone-out
       move bor-street to ova-street-out
       move bor-city   to ova-city-out
       move bor-state  to ova-state-out
       move bor-zip    to ova-zip-out
       write overdue-report-line from overdue-borrower-line
           after advancing 1 line
       write overdue-report-line from overdue-address-line
           after advancing 1 line
    else
       move "BORROWER NOT REGISTERED" to ovb-name-out
       move spaces to ovb-phone-out
       write overdue-report-line from overdue-borrower-line
           after advancing 1 line.

***End of Section
190-done.
    exit.
