       *> isbnback.cob
       *> cataloguing backlog report for the ISBN validation system.
       *> the nightly run registers every new ISBN on master.dat as a
       *> bare entry - date, status A and nothing else - and leaves it
       *> for catalog staff to enrich in isbnmnt. this utility lists
       *> every active master entry still missing any of its title,
       *> author, publisher, price or binding, oldest first, aged by
       *> MAST-DATE into buckets, with the input file and vendor it
       *> first came in on (from mastsrc.dat, kept by isbn.cob). it
       *> also writes backlog.txn, an isbnmnt transaction file with a
       *> change (C) record per title, the ISBN filled in and the
       *> vendor's short title where the title is still blank, so
       *> cataloguing can complete the other fields and feed it
       *> straight to isbnmnt batch mode. the backlog total and its
       *> oldest age go to opslog.dat for the operations summary

       identification division.
       program-id. isbnback.
       environment division.
       input-output section.
       file-control.
       select MASTER-FILE assign to "master.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is MAST-ISBN
           file status   is MAST-FS.
       select SOURCE-FILE assign to "mastsrc.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is SRC-ISBN
           file status   is SRC-FS.
       select SORT-FILE assign to "backsort.tmp".
       select BACKLOG-REPORT assign to "backrpt.txt"
           organization  is LINE sequential
           file status  is BRP-FS.
       select TXN-FILE assign to "backlog.txn"
           organization  is LINE sequential
           file status  is TXN-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.

       data division.
       file section.
       *> this record layout must stay in step with the MASTER-FILE
       *> layout in isbn.cob - the two programs share master.dat
       fd MASTER-FILE.
           01 MAST-REC.
               05 MAST-ISBN      pic X(13).
               05 MAST-DATE      pic 9(08).
               05 MAST-TITLE     pic X(30).
               05 MAST-AUTHOR    pic X(25).
               05 MAST-PUBLISHER pic X(25).
               05 MAST-PRICE     pic 9(05)V99.
               05 MAST-BINDING   pic X(10).
               05 MAST-STATUS    pic X(01).
       *> this record layout must stay in step with the SOURCE-FILE
       *> layout in isbn.cob, which writes mastsrc.dat
       fd SOURCE-FILE.
           01 SRC-REC.
               05 SRC-ISBN       pic X(13).
               05 SRC-DATE       pic 9(08).
               05 SRC-FILE       pic X(30).
               05 SRC-VENDOR     pic X(05).
               05 SRC-PASS       pic X(66).
       *> the backlog sorted oldest first - an entry whose date will
       *> not age sorts ahead of the rest under a zero date
       sd SORT-FILE.
           01 SRT-REC.
               05 SRT-DATE       pic 9(08).
               05 SRT-ISBN       pic X(13).
               05 SRT-IMAGE      pic X(119).
       fd BACKLOG-REPORT.
           01 BRP-REC   pic X(132).
       *> this record layout must stay in step with the TXN-FILE
       *> layout in isbnmnt.cob, which reads the finished file
       fd TXN-FILE.
           01 TXN-REC.
               05 TXN-ACTION    pic X(01).
               05 TXN-ISBN      pic X(13).
               05 TXN-TITLE     pic X(30).
               05 TXN-AUTHOR    pic X(25).
               05 TXN-PUBLISHER pic X(25).
               05 TXN-PRICE     pic X(09).
               05 TXN-BINDING   pic X(10).
               05 TXN-STATUS    pic X(01).
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
       77 MAST-FS      pic X(02).
       77 SRC-FS       pic X(02).
       77 BRP-FS       pic X(02).
       77 TXN-FS       pic X(02).
       77 WS-EOF       pic X VALUE "N".
       77 WS-SRT-EOF   pic X VALUE "N".
       77 WS-TODAY     pic 9(08).
       77 I            pic 99.

       *> the master record being listed, rebuilt from the sort image
       01 WS-MAST-IMG.
           05 WS-MI-ISBN      pic X(13).
           05 WS-MI-DATE      pic 9(08).
           05 WS-MI-TITLE     pic X(30).
           05 WS-MI-AUTHOR    pic X(25).
           05 WS-MI-PUBLISHER pic X(25).
           05 WS-MI-PRICE     pic 9(05)V99.
           05 WS-MI-BINDING   pic X(10).
           05 WS-MI-STATUS    pic X(01).

       *> fields for the shared operations log - the caller sets the
       *> level (I=info, W=warning, E=error) and the message text
       77 OPS-FS         pic X(02).
       77 WS-OPS-LEVEL   pic X(01).
       77 WS-OPS-TEXT    pic X(70).
       77 WS-OPS-DATE    pic 9(08).
       77 WS-OPS-TIME-X  pic X(08).
       77 WS-OPS-CNT     pic ZZZZZZ9.
       77 WS-OPS-CNT2    pic ZZZZZZ9.

       *> the source file is optional - entries registered before it
       *> was kept, or added by hand in isbnmnt, have no source
       77 WS-SRC-AVAIL   pic X VALUE "N".
       77 WS-SRC-FOUND   pic X VALUE "N".

       *> the vendor's pass-through text is quantity, unit cost and
       *> short title, comma-delimited - only the title is wanted
       77 WS-PX-QTY      pic X(10).
       77 WS-PX-COST     pic X(10).
       77 WS-PX-TITLE    pic X(30).

       *> one position per catalogue field, T=title A=author
       *> P=publisher $=price B=binding, a dot where it is present
       01 WS-MISSING.
           05 WS-MS-TITLE     pic X(01).
           05 WS-MS-AUTHOR    pic X(01).
           05 WS-MS-PUBLISHER pic X(01).
           05 WS-MS-PRICE     pic X(01).
           05 WS-MS-BINDING   pic X(01).
       77 WS-MISS-CNT    pic 9(01).

       *> dates are compared as day serials built with the integer
       *> Gregorian day-number formula, so the age in days is a plain
       *> subtraction - all the intermediates stay positive
       01 WS-DTD-DATE.
           05 WS-DTD-YYYY  pic 9(04).
           05 WS-DTD-MM    pic 9(02).
           05 WS-DTD-DD    pic 9(02).
       77 WS-DTD-T1     pic 9(03).
       77 WS-DTD-T2     pic 9(05).
       77 WS-DTD-T3     pic 9(05).
       77 WS-DTD-A      pic 9(01).
       77 WS-DTD-YP     pic 9(05).
       77 WS-DTD-MP     pic 9(02).
       77 WS-DTD-Q4     pic 9(05).
       77 WS-DTD-Q100   pic 9(05).
       77 WS-DTD-Q400   pic 9(05).
       77 WS-DTD-SERIAL pic 9(08).
       77 WS-TODAY-SERIAL pic 9(08).
       77 WS-AGE-DAYS     pic S9(08).
       77 WS-OLDEST-DAYS  pic 9(07) VALUE 0.

       *> the age buckets - each holds the entries up to its limit in
       *> days; the last one takes everything older, and entries
       *> with no usable date are counted apart
       01 WS-BKT-VALUES.
           05 FILLER pic X(20) VALUE "00000070-7 days     ".
           05 FILLER pic X(20) VALUE "00000308-30 days    ".
           05 FILLER pic X(20) VALUE "000009031-90 days   ".
           05 FILLER pic X(20) VALUE "000018091-180 days  ".
           05 FILLER pic X(20) VALUE "9999999over 180 days".
       01 WS-BKT-TBL REDEFINES WS-BKT-VALUES.
           05 WS-BKT-ENT occurs 5 times.
               10 WS-BKT-LIMIT pic 9(07).
               10 WS-BKT-LABEL pic X(13).
       01 WS-BKT-COUNTS.
           05 WS-BKT-CNT occurs 5 times.
               10 WS-BKT-BARE    pic 9(07).
               10 WS-BKT-PART    pic 9(07).
       77 WS-BKT-IX      pic 9(01).
       77 WS-UND-BARE    pic 9(07) VALUE 0.
       77 WS-UND-PART    pic 9(07) VALUE 0.

       *> run totals
       77 WS-CNT-READ    pic 9(07) VALUE 0.
       77 WS-CNT-BACKLOG pic 9(07) VALUE 0.
       77 WS-CNT-BARE    pic 9(07) VALUE 0.
       77 WS-CNT-PART    pic 9(07) VALUE 0.
       77 WS-CNT-NOSRC   pic 9(07) VALUE 0.
       77 WS-CNT-TXN     pic 9(07) VALUE 0.
       77 WS-CNT-PRETTL  pic 9(07) VALUE 0.

       *> report line layouts
       01 WS-RPT-HDR-LINE.
           05 FILLER        pic X(10) VALUE "Run date: ".
           05 WS-RH-DATE    pic 9999/99/99.
       01 WS-DETAIL-LINE.
           05 WS-DL-ISBN    pic X(13).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-DATE    pic 9999/99/99 BLANK WHEN ZERO.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-AGE     pic ZZZZ9.
           05 WS-DL-AGE-X REDEFINES WS-DL-AGE pic X(05).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-MISSING pic X(05).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-SOURCE  pic X(30).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-VENDOR  pic X(05).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-TITLE   pic X(30).
       01 WS-BKT-LINE.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-BL-LABEL   pic X(13).
           05 FILLER        pic X(03) VALUE SPACES.
           05 WS-BL-BARE    pic ZZZZZZ9.
           05 FILLER        pic X(04) VALUE SPACES.
           05 WS-BL-PART    pic ZZZZZZ9.
           05 FILLER        pic X(04) VALUE SPACES.
           05 WS-BL-TOTAL   pic ZZZZZZ9.
       01 WS-TOT-LINE.
           05 WS-TOT-LABEL  pic X(36).
           05 WS-TOT-CNT    pic ZZZZZZ9.

       procedure division.
       *> read the master through the sort, oldest entry first,
       *> keeping only the titles still waiting on cataloguing, and
       *> write the aged listing and the isbnmnt change file from the
       *> sorted stream
       main-para.
           move "I" to WS-OPS-LEVEL.
           move "cataloguing backlog report started" to WS-OPS-TEXT.
           perform write-opslog-para.
           accept WS-TODAY from DATE YYYYMMDD.
           move WS-TODAY to WS-DTD-DATE.
           perform date-to-serial-para.
           move WS-DTD-SERIAL to WS-TODAY-SERIAL.
           initialize WS-BKT-COUNTS.
           open input MASTER-FILE.
           if MAST-FS NOT = "00"
              display "Cannot open master.dat, status " MAST-FS
              move "E" to WS-OPS-LEVEL
              move "cannot open master.dat" to WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           open input SOURCE-FILE.
           if SRC-FS = "00"
              move "Y" to WS-SRC-AVAIL
           else
              move "N" to WS-SRC-AVAIL
              display "Note: master source file not available, status "
                 SRC-FS
           end-if.
           open output BACKLOG-REPORT.
           if BRP-FS NOT = "00"
              display "Cannot create backrpt.txt, status " BRP-FS
              move "E" to WS-OPS-LEVEL
              move "cannot create backrpt.txt" to WS-OPS-TEXT
              perform write-opslog-para
              perform close-inputs-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           open output TXN-FILE.
           if TXN-FS NOT = "00"
              display "Cannot create backlog.txn, status " TXN-FS
              move "E" to WS-OPS-LEVEL
              move "cannot create backlog.txn" to WS-OPS-TEXT
              perform write-opslog-para
              perform close-inputs-para
              close BACKLOG-REPORT
              move 12 to RETURN-CODE
              stop run
           end-if.
           perform report-head-para.
           sort SORT-FILE
              on ascending key SRT-DATE SRT-ISBN
              input procedure is sort-in-para
              output procedure is sort-out-para.
           perform close-inputs-para.
           close BACKLOG-REPORT.
           close TXN-FILE.
           display "Cataloguing backlog: " WS-CNT-BACKLOG
              " titles, oldest " WS-OLDEST-DAYS
              " days - see backrpt.txt".
           display "Change file backlog.txn written ("
              WS-CNT-TXN " records).".
           move "I" to WS-OPS-LEVEL.
           move WS-CNT-BACKLOG to WS-OPS-CNT.
           move WS-OLDEST-DAYS to WS-OPS-CNT2.
           move spaces to WS-OPS-TEXT.
           string "cataloguing backlog " WS-OPS-CNT
              " titles, oldest " WS-OPS-CNT2 " days"
              delimited by size into WS-OPS-TEXT.
           perform write-opslog-para.
           move 0 to RETURN-CODE.
           stop run.

       *> close the master and, when it was opened, the source file
       close-inputs-para.
           close MASTER-FILE.
           if WS-SRC-AVAIL = "Y"
              close SOURCE-FILE
           end-if.

       *> release every backlog entry on the master to the sort
       sort-in-para.
           move "N" to WS-EOF.
           perform release-master-para until WS-EOF = "Y".

       *> read one master record and hand it to the sort when it is
       *> active and any catalogue field is still missing - a
       *> discontinued title is never going to be catalogued
       release-master-para.
           read MASTER-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              add 1 to WS-CNT-READ
              if MAST-STATUS NOT = "D"
                 AND (MAST-TITLE = SPACES OR MAST-AUTHOR = SPACES
                      OR MAST-PUBLISHER = SPACES OR MAST-PRICE = 0
                      OR MAST-BINDING = SPACES)
                 if MAST-DATE IS NUMERIC
                    move MAST-DATE to SRT-DATE
                 else
                    move 0 to SRT-DATE
                 end-if
                 move MAST-ISBN to SRT-ISBN
                 move MAST-REC  to SRT-IMAGE
                 release SRT-REC
              end-if
           end-if.

       *> take the sorted backlog and list it, then close the report
       *> with the aging summary and the totals
       sort-out-para.
           move "N" to WS-SRT-EOF.
           perform return-sorted-para until WS-SRT-EOF = "Y".
           if WS-CNT-BACKLOG = 0
              move spaces to BRP-REC
              write BRP-REC
              move "No titles are waiting on cataloguing." to BRP-REC
              write BRP-REC
           end-if.
           perform aging-summary-para.
           perform totals-para.

       *> list one backlog entry and write its change record
       return-sorted-para.
           return SORT-FILE
              at end move "Y" to WS-SRT-EOF
           end-return.
           if WS-SRT-EOF = "N"
              move SRT-IMAGE to WS-MAST-IMG
              add 1 to WS-CNT-BACKLOG
              perform missing-fields-para
              perform source-lookup-para
              perform age-entry-para
              perform detail-line-para
              perform write-txn-para
           end-if.

       *> mark which catalogue fields are still missing, and count the
       *> entry as bare (nothing catalogued) or partly catalogued
       missing-fields-para.
           move "....." to WS-MISSING.
           move 0 to WS-MISS-CNT.
           if WS-MI-TITLE = SPACES
              move "T" to WS-MS-TITLE
              add 1 to WS-MISS-CNT
           end-if.
           if WS-MI-AUTHOR = SPACES
              move "A" to WS-MS-AUTHOR
              add 1 to WS-MISS-CNT
           end-if.
           if WS-MI-PUBLISHER = SPACES
              move "P" to WS-MS-PUBLISHER
              add 1 to WS-MISS-CNT
           end-if.
           if WS-MI-PRICE = 0
              move "$" to WS-MS-PRICE
              add 1 to WS-MISS-CNT
           end-if.
           if WS-MI-BINDING = SPACES
              move "B" to WS-MS-BINDING
              add 1 to WS-MISS-CNT
           end-if.
           if WS-MISS-CNT = 5
              add 1 to WS-CNT-BARE
           else
              add 1 to WS-CNT-PART
           end-if.

       *> find where the entry first came in, and lift the vendor's
       *> short title out of the pass-through text kept with it
       source-lookup-para.
           move "N" to WS-SRC-FOUND.
           move spaces to WS-PX-TITLE.
           if WS-SRC-AVAIL = "Y"
              move WS-MI-ISBN to SRC-ISBN
              read SOURCE-FILE key is SRC-ISBN
                 invalid key
                    move "N" to WS-SRC-FOUND
                 not invalid key
                    move "Y" to WS-SRC-FOUND
              end-read
           end-if.
           if WS-SRC-FOUND = "Y"
              if SRC-PASS NOT = SPACES
                 move spaces to WS-PX-QTY
                 move spaces to WS-PX-COST
                 unstring SRC-PASS delimited by ","
                    into WS-PX-QTY WS-PX-COST WS-PX-TITLE
              end-if
           else
              add 1 to WS-CNT-NOSRC
           end-if.

       *> age the entry by its master date and count it in its bucket
       *> - the sort puts the oldest first, so the first dated entry
       *> gives the oldest age
       age-entry-para.
           if WS-MI-DATE IS NUMERIC AND WS-MI-DATE > 0
              move WS-MI-DATE to WS-DTD-DATE
              perform date-to-serial-para
              compute WS-AGE-DAYS = WS-TODAY-SERIAL - WS-DTD-SERIAL
              if WS-AGE-DAYS < 0
                 move 0 to WS-AGE-DAYS
              end-if
              if WS-AGE-DAYS > WS-OLDEST-DAYS
                 move WS-AGE-DAYS to WS-OLDEST-DAYS
              end-if
              perform varying WS-BKT-IX from 1 by 1
                      until WS-BKT-IX = 5
                         OR WS-AGE-DAYS NOT > WS-BKT-LIMIT(WS-BKT-IX)
                 continue
              end-perform
              if WS-MISS-CNT = 5
                 add 1 to WS-BKT-BARE(WS-BKT-IX)
              else
                 add 1 to WS-BKT-PART(WS-BKT-IX)
              end-if
           else
              move -1 to WS-AGE-DAYS
              if WS-MISS-CNT = 5
                 add 1 to WS-UND-BARE
              else
                 add 1 to WS-UND-PART
              end-if
           end-if.

       *> one backlog listing line
       detail-line-para.
           move WS-MI-ISBN to WS-DL-ISBN.
           if WS-AGE-DAYS < 0
              move 0 to WS-DL-DATE
              move "    ?" to WS-DL-AGE-X
           else
              move WS-MI-DATE to WS-DL-DATE
              move WS-AGE-DAYS to WS-DL-AGE
           end-if.
           move WS-MISSING to WS-DL-MISSING.
           if WS-SRC-FOUND = "Y"
              move SRC-FILE to WS-DL-SOURCE
              move SRC-VENDOR to WS-DL-VENDOR
           else
              move "(source not recorded)" to WS-DL-SOURCE
              move spaces to WS-DL-VENDOR
           end-if.
           if WS-MI-TITLE NOT = SPACES
              move WS-MI-TITLE to WS-DL-TITLE
           else
              move WS-PX-TITLE to WS-DL-TITLE
           end-if.
           write BRP-REC from WS-DETAIL-LINE.

       *> one change transaction for isbnmnt batch mode - every field
       *> left blank keeps the value on file, so cataloguing only
       *> fills in what they have; the vendor's short title is offered
       *> only where the master title is still blank
       write-txn-para.
           move spaces to TXN-REC.
           move "C" to TXN-ACTION.
           move WS-MI-ISBN to TXN-ISBN.
           if WS-MI-TITLE = SPACES AND WS-PX-TITLE NOT = SPACES
              move WS-PX-TITLE to TXN-TITLE
              add 1 to WS-CNT-PRETTL
           end-if.
           write TXN-REC.
           add 1 to WS-CNT-TXN.

       *> the report heading, the field legend and column headings
       report-head-para.
           move spaces to BRP-REC.
           string "Cataloguing backlog - master entries not yet "
                  "fully catalogued, oldest first"
              delimited by size into BRP-REC.
           write BRP-REC.
           move WS-TODAY to WS-RH-DATE.
           write BRP-REC from WS-RPT-HDR-LINE.
           move spaces to BRP-REC.
           string "Missing: T=title A=author P=publisher $=price "
                  "B=binding (. = present)"
              delimited by size into BRP-REC.
           write BRP-REC.
           move spaces to BRP-REC.
           write BRP-REC.
           move spaces to BRP-REC.
           string "ISBN           "
                  "First seen    Age  "
                  "Miss.  "
                  "Source file                     "
                  "Vendor "
                  "Title"
              delimited by size into BRP-REC.
           write BRP-REC.

       *> the aging summary - bare and partly catalogued entries per
       *> age bucket
       aging-summary-para.
           move spaces to BRP-REC.
           write BRP-REC.
           move "Backlog by age" to BRP-REC.
           write BRP-REC.
           move spaces to BRP-REC.
           string "  Age                Bare    Partial      Total"
              delimited by size into BRP-REC.
           write BRP-REC.
           perform varying WS-BKT-IX from 1 by 1 until WS-BKT-IX > 5
              move WS-BKT-LABEL(WS-BKT-IX) to WS-BL-LABEL
              move WS-BKT-BARE(WS-BKT-IX) to WS-BL-BARE
              move WS-BKT-PART(WS-BKT-IX) to WS-BL-PART
              compute WS-BL-TOTAL = WS-BKT-BARE(WS-BKT-IX)
                 + WS-BKT-PART(WS-BKT-IX)
              write BRP-REC from WS-BKT-LINE
           end-perform.
           if WS-UND-BARE > 0 OR WS-UND-PART > 0
              move "undated" to WS-BL-LABEL
              move WS-UND-BARE to WS-BL-BARE
              move WS-UND-PART to WS-BL-PART
              compute WS-BL-TOTAL = WS-UND-BARE + WS-UND-PART
              write BRP-REC from WS-BKT-LINE
           end-if.

       *> the run totals closing the report
       totals-para.
           move spaces to BRP-REC.
           write BRP-REC.
           move "Backlog totals" to BRP-REC.
           write BRP-REC.
           move "  Master entries read" to WS-TOT-LABEL.
           move WS-CNT-READ to WS-TOT-CNT.
           write BRP-REC from WS-TOT-LINE.
           move "  Titles waiting on cataloguing" to WS-TOT-LABEL.
           move WS-CNT-BACKLOG to WS-TOT-CNT.
           write BRP-REC from WS-TOT-LINE.
           move "    Bare - nothing catalogued" to WS-TOT-LABEL.
           move WS-CNT-BARE to WS-TOT-CNT.
           write BRP-REC from WS-TOT-LINE.
           move "    Partly catalogued" to WS-TOT-LABEL.
           move WS-CNT-PART to WS-TOT-CNT.
           write BRP-REC from WS-TOT-LINE.
           move "  Oldest entry, days waiting" to WS-TOT-LABEL.
           move WS-OLDEST-DAYS to WS-TOT-CNT.
           write BRP-REC from WS-TOT-LINE.
           move "  Entries with no source recorded" to WS-TOT-LABEL.
           move WS-CNT-NOSRC to WS-TOT-CNT.
           write BRP-REC from WS-TOT-LINE.
           move "  Change records on backlog.txn" to WS-TOT-LABEL.
           move WS-CNT-TXN to WS-TOT-CNT.
           write BRP-REC from WS-TOT-LINE.
           move "    With vendor short title filled" to WS-TOT-LABEL.
           move WS-CNT-PRETTL to WS-TOT-CNT.
           write BRP-REC from WS-TOT-LINE.

       *> turn the date in WS-DTD-DATE into a day serial in
       *> WS-DTD-SERIAL
       date-to-serial-para.
           compute WS-DTD-T1 = 14 - WS-DTD-MM.
           divide WS-DTD-T1 by 12 giving WS-DTD-A.
           compute WS-DTD-YP = WS-DTD-YYYY + 4800 - WS-DTD-A.
           compute WS-DTD-MP = WS-DTD-MM + 12 * WS-DTD-A - 3.
           compute WS-DTD-T2 = 153 * WS-DTD-MP + 2.
           divide WS-DTD-T2 by 5 giving WS-DTD-T3.
           divide WS-DTD-YP by 4 giving WS-DTD-Q4.
           divide WS-DTD-YP by 100 giving WS-DTD-Q100.
           divide WS-DTD-YP by 400 giving WS-DTD-Q400.
           compute WS-DTD-SERIAL = WS-DTD-DD + WS-DTD-T3
              + 365 * WS-DTD-YP + WS-DTD-Q4 - WS-DTD-Q100
              + WS-DTD-Q400 - 32045.

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
              move "isbnback" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.
