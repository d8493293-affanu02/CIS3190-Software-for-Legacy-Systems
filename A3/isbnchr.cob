       *> isbnchr.cob
       *> chronic reject report for the ISBN validation system. the
       *> validation run keeps every reject on rejhist.dat by the raw
       *> ISBN as received and the vendor on the file's HDR record,
       *> with first and last seen dates, the number of nights it
       *> came in and the number of times. this utility lists, vendor
       *> by vendor, every ISBN rejected on at least a given number of
       *> nights (the run parameter, 3 when none is given), worst
       *> first, with the reject category and the repair data entry
       *> made in isbnfix where there was one - one section per
       *> vendor, headed with the vendor's name and contact from the
       *> vendor master, ready to send back to that vendor

       identification division.
       program-id. isbnchr.
       environment division.
       input-output section.
       file-control.
       select REJHIST-FILE assign to "rejhist.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is RHS-KEY
           file status   is RHS-FS.
       select VENDOR-FILE assign to "vendor.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is VMS-ID
           file status   is VMS-FS.
       select SORT-FILE assign to "chrsort.tmp".
       select CHRONIC-REPORT assign to "chronrpt.txt"
           organization  is LINE sequential
           file status  is CHR-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.

       data division.
       file section.
       *> this record layout must stay in step with the REJHIST-FILE
       *> layout in isbn.cob, which keeps rejhist.dat
       fd REJHIST-FILE.
           01 RHS-REC.
               05 RHS-KEY.
                   10 RHS-RAW      pic X(20).
                   10 RHS-VENDOR   pic X(05).
               05 RHS-CAT          pic X(01).
               05 RHS-FIRST        pic 9(08).
               05 RHS-LAST         pic 9(08).
               05 RHS-COUNT        pic 9(05).
               05 RHS-NIGHTS       pic 9(05).
               05 RHS-LAST-FILE    pic X(30).
               05 RHS-RES-DATE     pic 9(08).
               05 RHS-RES-ISBN     pic X(17).
               05 RHS-RES-BY       pic X(01).
       *> this record layout must stay in step with the VENDOR-FILE
       *> layout in isbnvmnt.cob, which maintains vendor.dat
       fd VENDOR-FILE.
           01 VMS-REC.
               05 VMS-ID         pic X(05).
               05 VMS-NAME       pic X(30).
               05 VMS-CONTACT    pic X(40).
               05 VMS-LAYOUT     pic X(01).
               05 VMS-CTL-REQ    pic X(01).
               05 VMS-TOL        pic 9(03).
               05 VMS-STATUS     pic X(01).
               05 VMS-CHANGED    pic 9(08).
       *> vendor, then the most nights first - the nights are held
       *> as their complement so one ascending sort does both
       sd SORT-FILE.
           01 SRT-REC.
               05 SRT-VENDOR       pic X(05).
               05 SRT-NIGHTS-INV   pic 9(05).
               05 SRT-COUNT-INV    pic 9(05).
               05 SRT-RAW          pic X(20).
               05 SRT-IMAGE        pic X(108).
       fd CHRONIC-REPORT.
           01 CHR-REC   pic X(132).
       *> every program in the suite appends its start, warnings,
       *> errors and final disposition here - this layout must stay
       *> in step with the OPSLOG-FILE layout in isbn.cob and the
       *> browse utility isbnops.cob
       fd OPSLOG-FILE.
           01 OPS-REC.
               05 OPS-DATE     pic 9(08).
               05 FILLER       pic X(01).
               05 OPS-TIME     pic 9(06).
               05 FILLER       pic X(01).
               05 OPS-PROGRAM  pic X(10).
               05 FILLER       pic X(01).
               05 OPS-LEVEL    pic X(01).
               05 FILLER       pic X(01).
               05 OPS-TEXT     pic X(70).

       working-storage section.
       77 RHS-FS       pic X(02).
       77 CHR-FS       pic X(02).
       77 VMS-FS       pic X(02).
       77 WS-VMS-OPEN  pic X VALUE "N".
       77 WS-EOF       pic X VALUE "N".
       77 WS-SRT-EOF   pic X VALUE "N".
       77 WS-TODAY     pic 9(08).
       77 I            pic 99.

       *> the history entry being listed, rebuilt from the sort image
       01 WS-HIST-IMG.
           05 WS-HI-RAW        pic X(20).
           05 WS-HI-VENDOR     pic X(05).
           05 WS-HI-CAT        pic X(01).
           05 WS-HI-FIRST      pic 9(08).
           05 WS-HI-LAST       pic 9(08).
           05 WS-HI-COUNT      pic 9(05).
           05 WS-HI-NIGHTS     pic 9(05).
           05 WS-HI-LAST-FILE  pic X(30).
           05 WS-HI-RES-DATE   pic 9(08).
           05 WS-HI-RES-ISBN   pic X(17).
           05 WS-HI-RES-BY     pic X(01).

       *> the run parameter - the fewest nights an ISBN must have
       *> been rejected on to count as chronic - right-justified and
       *> zero-filled the same way a keyed price is edited
       77 WS-PARM-LINE  pic X(20).
       77 WS-MIN-IN     pic X(05).
       77 WS-MIN-J      pic X(05).
       77 WS-MIN-L      pic 9(01).
       77 WS-MIN-S      pic 9(01).
       77 WS-MIN-NIGHTS pic 9(05) VALUE 3.

       *> the reject categories, as the validation run codes them
       01 WS-RJC-DEF.
           05 FILLER pic X(33) VALUE "Lwrong length (not 10 or 13)".
           05 FILLER pic X(33) VALUE "Cbad check character".
           05 FILLER pic X(33) VALUE "Dnon-digit in body".
           05 FILLER pic X(33) VALUE "Schecksum mismatch".
           05 FILLER pic X(33) VALUE "Punregistered publisher prefix".
           05 FILLER pic X(33) VALUE "Xdiscontinued title".
       01 WS-RJC-TBL redefines WS-RJC-DEF.
           05 WS-RJC-ENT occurs 6 times.
               10 WS-RJC-CODE  pic X(01).
               10 WS-RJC-LABEL pic X(32).
       77 WS-RJC-IX     pic 9(01).

       *> control-break state and counts - per vendor and for the run
       77 WS-CUR-VENDOR  pic X(05).
       77 WS-FIRST-REC   pic X VALUE "Y".
       77 WS-VEN-ISBNS   pic 9(07) VALUE 0.
       77 WS-VEN-REJECTS pic 9(07) VALUE 0.
       77 WS-VEN-OPEN    pic 9(07) VALUE 0.
       77 WS-CNT-READ    pic 9(07) VALUE 0.
       77 WS-CNT-CHRONIC pic 9(07) VALUE 0.
       77 WS-CNT-VENDORS pic 9(07) VALUE 0.
       77 WS-CNT-OPEN    pic 9(07) VALUE 0.

       *> fields for the shared operations log - the caller sets the
       *> level (I=info, W=warning, E=error) and the message text
       77 OPS-FS         pic X(02).
       77 WS-OPS-LEVEL   pic X(01).
       77 WS-OPS-TEXT    pic X(70).
       77 WS-OPS-DATE    pic 9(08).
       77 WS-OPS-TIME-X  pic X(08).
       77 WS-OPS-CNT     pic ZZZZZZ9.
       77 WS-OPS-CNT2    pic ZZZZZZ9.

       *> report line layouts
       01 WS-RPT-HDR-LINE.
           05 FILLER        pic X(10) VALUE "Run date: ".
           05 WS-RH-DATE    pic 9999/99/99.
           05 FILLER        pic X(28)
              VALUE "    Rejected on at least    ".
           05 WS-RH-MIN     pic ZZZZ9.
           05 FILLER        pic X(07) VALUE " nights".
       01 WS-VEN-HDR-LINE.
           05 FILLER        pic X(08) VALUE "Vendor: ".
           05 WS-VH-VENDOR  pic X(15).
           05 WS-VH-NAME    pic X(30).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-VH-CONTACT pic X(40).
       01 WS-DETAIL-LINE.
           05 WS-DL-RAW     pic X(20).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-CAT     pic X(30).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-FIRST   pic 9999/99/99.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-LAST    pic 9999/99/99.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-NIGHTS  pic ZZZZ9.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-COUNT   pic ZZZZ9.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-RES     pic X(40).
       01 WS-RES-DATE-ED    pic 9999/99/99.
       01 WS-SUB-LINE.
           05 WS-SL-LABEL   pic X(32).
           05 WS-SL-CNT     pic ZZZZZZ9.

       procedure division.
       *> take the nights threshold, then read the history through
       *> the sort by vendor and list each vendor's chronic ISBNs
       main-para.
           accept WS-PARM-LINE from COMMAND-LINE.
           if WS-PARM-LINE NOT = SPACES
              move WS-PARM-LINE to WS-MIN-IN
              perform edit-min-para
           end-if.
           accept WS-TODAY from DATE YYYYMMDD.
           open input REJHIST-FILE.
           if RHS-FS NOT = "00"
              display "No rejhist.dat to report on, status " RHS-FS
              move "W" to WS-OPS-LEVEL
              move "no rejhist.dat to report on" to WS-OPS-TEXT
              perform write-opslog-para
              move 4 to RETURN-CODE
              stop run
           end-if.
           open output CHRONIC-REPORT.
           if CHR-FS NOT = "00"
              display "Cannot create chronrpt.txt, status " CHR-FS
              move "E" to WS-OPS-LEVEL
              move "cannot create chronrpt.txt" to WS-OPS-TEXT
              perform write-opslog-para
              close REJHIST-FILE
              move 12 to RETURN-CODE
              stop run
           end-if.
           move "I" to WS-OPS-LEVEL.
           move WS-MIN-NIGHTS to WS-OPS-CNT.
           move spaces to WS-OPS-TEXT.
           string "chronic reject report started, nights at least "
              WS-OPS-CNT delimited by size into WS-OPS-TEXT.
           perform write-opslog-para.
           open input VENDOR-FILE.
           if VMS-FS = "00"
              move "Y" to WS-VMS-OPEN
           else
              display "Note: vendor.dat not available, status "
                 VMS-FS " - vendors shown by id only."
           end-if.
           perform report-head-para.
           sort SORT-FILE
              on ascending key SRT-VENDOR SRT-NIGHTS-INV
                               SRT-COUNT-INV SRT-RAW
              input procedure is sort-in-para
              output procedure is sort-out-para.
           close REJHIST-FILE.
           close CHRONIC-REPORT.
           if WS-VMS-OPEN = "Y"
              close VENDOR-FILE
           end-if.
           display "Chronic reject report written to chronrpt.txt ("
              WS-CNT-CHRONIC " ISBNs, " WS-CNT-VENDORS " vendors).".
           move "I" to WS-OPS-LEVEL.
           move WS-CNT-CHRONIC to WS-OPS-CNT.
           move WS-CNT-VENDORS to WS-OPS-CNT2.
           move spaces to WS-OPS-TEXT.
           string "chronic reject report written, ISBNs " WS-OPS-CNT
              ", vendors " WS-OPS-CNT2
              delimited by size into WS-OPS-TEXT.
           perform write-opslog-para.
           move 0 to RETURN-CODE.
           stop run.

       *> right-justify and zero-fill the nights threshold, refusing
       *> anything that is not a number
       edit-min-para.
           move 0 to WS-MIN-L.
           perform varying I from 5 by -1
                   until I < 1 or WS-MIN-L > 0
              if WS-MIN-IN(I:1) NOT = SPACE
                 move I to WS-MIN-L
              end-if
           end-perform.
           move "00000" to WS-MIN-J.
           if WS-MIN-L > 0
              compute WS-MIN-S = 6 - WS-MIN-L
              move WS-MIN-IN(1:WS-MIN-L)
                 to WS-MIN-J(WS-MIN-S:WS-MIN-L)
           end-if.
           if WS-MIN-J IS NUMERIC AND WS-MIN-J > "00000"
              move WS-MIN-J to WS-MIN-NIGHTS
           else
              display "Nights must be a number from 1: " WS-MIN-IN
              move 12 to RETURN-CODE
              stop run
           end-if.

       *> release every history entry rejected on enough nights
       sort-in-para.
           move "N" to WS-EOF.
           perform release-hist-para until WS-EOF = "Y".

       *> read one history entry and hand it to the sort when it is
       *> chronic
       release-hist-para.
           read REJHIST-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              add 1 to WS-CNT-READ
              if RHS-NIGHTS >= WS-MIN-NIGHTS
                 move RHS-VENDOR to SRT-VENDOR
                 compute SRT-NIGHTS-INV = 99999 - RHS-NIGHTS
                 compute SRT-COUNT-INV = 99999 - RHS-COUNT
                 move RHS-RAW to SRT-RAW
                 move RHS-REC to SRT-IMAGE
                 release SRT-REC
              end-if
           end-if.

       *> take the sorted entries, breaking on vendor for the section
       *> headers and subtotals, then close with the run totals
       sort-out-para.
           move "N" to WS-SRT-EOF.
           move "Y" to WS-FIRST-REC.
           perform return-sorted-para until WS-SRT-EOF = "Y".
           if WS-FIRST-REC = "Y"
              move spaces to CHR-REC
              write CHR-REC
              move "No ISBN has been rejected on that many nights."
                 to CHR-REC
              write CHR-REC
           else
              perform vendor-total-para
           end-if.
           perform run-total-para.

       *> list one chronic ISBN, opening a new vendor section when
       *> the vendor changes
       return-sorted-para.
           return SORT-FILE
              at end move "Y" to WS-SRT-EOF
           end-return.
           if WS-SRT-EOF = "N"
              move SRT-IMAGE to WS-HIST-IMG
              if WS-FIRST-REC = "Y"
                 move "N" to WS-FIRST-REC
                 move WS-HI-VENDOR to WS-CUR-VENDOR
                 perform vendor-head-para
              else
                 if WS-HI-VENDOR NOT = WS-CUR-VENDOR
                    perform vendor-total-para
                    move WS-HI-VENDOR to WS-CUR-VENDOR
                    perform vendor-head-para
                 end-if
              end-if
              perform detail-line-para
           end-if.

       *> the report heading
       report-head-para.
           move spaces to CHR-REC.
           move "Chronic rejects by vendor - bad ISBNs sent again"
              to CHR-REC.
           write CHR-REC.
           move WS-TODAY to WS-RH-DATE.
           move WS-MIN-NIGHTS to WS-RH-MIN.
           write CHR-REC from WS-RPT-HDR-LINE.

       *> the heading opening one vendor's section - rejects from a
       *> file with no HDR record have no vendor and collect first
       vendor-head-para.
           move spaces to CHR-REC.
           write CHR-REC.
           move spaces to WS-VH-NAME.
           move spaces to WS-VH-CONTACT.
           if WS-CUR-VENDOR = SPACES
              move "(no HDR record)" to WS-VH-VENDOR
           else
              move WS-CUR-VENDOR to WS-VH-VENDOR
              if WS-VMS-OPEN = "Y"
                 move WS-CUR-VENDOR to VMS-ID
                 read VENDOR-FILE key is VMS-ID
                    invalid key
                       move "(not on vendor master)" to WS-VH-NAME
                    not invalid key
                       move VMS-NAME to WS-VH-NAME
                       move VMS-CONTACT to WS-VH-CONTACT
                 end-read
              end-if
           end-if.
           write CHR-REC from WS-VEN-HDR-LINE.
           move spaces to CHR-REC.
           string "ISBN as received      "
                  "Reject reason                   "
                  "First seen  "
                  "Last seen   "
                  "Nights  "
                  "Times  "
                  "Resolution"
              delimited by size into CHR-REC.
           write CHR-REC.
           move 0 to WS-VEN-ISBNS.
           move 0 to WS-VEN-REJECTS.
           move 0 to WS-VEN-OPEN.
           add 1 to WS-CNT-VENDORS.

       *> one chronic ISBN line, with the repair when one was made -
       *> auto where isbnfix derived the ISBN, keyed where data entry
       *> typed it - the date and the whole repaired ISBN fit in the
       *> resolution column
       detail-line-para.
           move WS-HI-RAW to WS-DL-RAW.
           move "(category not recorded)" to WS-DL-CAT.
           perform varying WS-RJC-IX from 1 by 1 until WS-RJC-IX > 6
              if WS-RJC-CODE(WS-RJC-IX) = WS-HI-CAT
                 move WS-RJC-LABEL(WS-RJC-IX) to WS-DL-CAT
              end-if
           end-perform.
           move WS-HI-FIRST to WS-DL-FIRST.
           move WS-HI-LAST to WS-DL-LAST.
           move WS-HI-NIGHTS to WS-DL-NIGHTS.
           move WS-HI-COUNT to WS-DL-COUNT.
           move spaces to WS-DL-RES.
           if WS-HI-RES-DATE > 0
              move WS-HI-RES-DATE to WS-RES-DATE-ED
              if WS-HI-RES-BY = "A"
                 string "auto  " delimited by size
                        WS-RES-DATE-ED delimited by size
                        " " delimited by size
                        WS-HI-RES-ISBN delimited by space
                    into WS-DL-RES
              else
                 string "keyed " delimited by size
                        WS-RES-DATE-ED delimited by size
                        " " delimited by size
                        WS-HI-RES-ISBN delimited by space
                    into WS-DL-RES
              end-if
           else
              move "not repaired" to WS-DL-RES
              add 1 to WS-VEN-OPEN
              add 1 to WS-CNT-OPEN
           end-if.
           write CHR-REC from WS-DETAIL-LINE.
           add 1 to WS-VEN-ISBNS.
           add WS-HI-COUNT to WS-VEN-REJECTS.
           add 1 to WS-CNT-CHRONIC.

       *> the subtotals closing one vendor's section
       vendor-total-para.
           move "  Chronic ISBNs from vendor" to WS-SL-LABEL.
           move WS-VEN-ISBNS to WS-SL-CNT.
           write CHR-REC from WS-SUB-LINE.
           move "  Times rejected in all" to WS-SL-LABEL.
           move WS-VEN-REJECTS to WS-SL-CNT.
           write CHR-REC from WS-SUB-LINE.
           move "  Never repaired" to WS-SL-LABEL.
           move WS-VEN-OPEN to WS-SL-CNT.
           write CHR-REC from WS-SUB-LINE.

       *> the run totals closing the report
       run-total-para.
           move spaces to CHR-REC.
           write CHR-REC.
           move "Report totals" to CHR-REC.
           write CHR-REC.
           move "  History entries read" to WS-SL-LABEL.
           move WS-CNT-READ to WS-SL-CNT.
           write CHR-REC from WS-SUB-LINE.
           move "  Chronic ISBNs listed" to WS-SL-LABEL.
           move WS-CNT-CHRONIC to WS-SL-CNT.
           write CHR-REC from WS-SUB-LINE.
           move "  Vendors listed" to WS-SL-LABEL.
           move WS-CNT-VENDORS to WS-SL-CNT.
           write CHR-REC from WS-SUB-LINE.
           move "  Never repaired" to WS-SL-LABEL.
           move WS-CNT-OPEN to WS-SL-CNT.
           write CHR-REC from WS-SUB-LINE.

       *> append one event to the shared operations log
       write-opslog-para.
           open extend OPSLOG-FILE.
           if OPS-FS NOT = "00"
              open output OPSLOG-FILE
           end-if.
           if OPS-FS = "00"
              move spaces to OPS-REC
              accept WS-OPS-DATE from DATE YYYYMMDD
              move WS-OPS-DATE to OPS-DATE
              accept WS-OPS-TIME-X from TIME
              move WS-OPS-TIME-X(1:6) to OPS-TIME
              move "isbnchr" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.
