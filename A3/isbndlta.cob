       *> isbndlta.cob
       *> catalog change feed for the online storefront. isbncat
       *> writes the whole catalog every time; the storefront wants
       *> only what changed. every write, rewrite and delete against
       *> master.dat leaves one record on mastaudit.dat, which is
       *> only ever appended to, so this program reads the trail from
       *> where the last extract stopped and writes catdelta.csv -
       *> one change record per ISBN with its action (N new, C
       *> changed, D discontinued, R removed) and the master fields
       *> as they stand now, between an HDR record carrying the
       *> extract run number, date and time and a TRL record carrying
       *> the record count and the hash total of the prices in cents,
       *> the same control records we require from our vendors.
       *>
       *> the stopping point is kept in deltactl.dat as a count of
       *> audit records read. a run marks its window pending there
       *> before it writes anything and complete only once
       *> catdelta.csv has closed cleanly, so a run that dies is
       *> followed by one that regenerates the same window rather
       *> than skipping it. run parameter R re-extracts the last
       *> completed window for a storefront that lost its copy.
       *> return code 0 clean, 4 nothing to re-extract, 12 error

       identification division.
       program-id. isbndlta.
       environment division.
       input-output section.
       file-control.
       select AUDIT-FILE assign to "mastaudit.dat"
           organization  is LINE sequential
           file status  is AUD-FS.
       select MASTER-FILE assign to "master.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is MAST-ISBN
           file status   is MAST-FS.
       select CONTROL-FILE assign to "deltactl.dat"
           organization  is LINE sequential
           file status  is DLC-FS.
       select SORT-FILE assign to "dltsort.tmp".
       select DELTA-FILE assign to "catdelta.csv"
           organization  is LINE sequential
           file status  is DLT-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.

       data division.
       file section.
       *> this record layout must stay in step with the AUDIT-FILE
       *> layout in isbn.cob, which appends mastaudit.dat
       fd AUDIT-FILE.
           01 AUD-REC.
               05 AUD-DATE     pic 9(08).
               05 FILLER       pic X(01).
               05 AUD-TIME     pic 9(06).
               05 FILLER       pic X(01).
               05 AUD-PROGRAM  pic X(10).
               05 FILLER       pic X(01).
               05 AUD-ACTION   pic X(01).
               05 FILLER       pic X(01).
               05 AUD-ISBN     pic X(13).
               05 FILLER       pic X(01).
               05 AUD-BEFORE   pic X(119).
               05 FILLER       pic X(01).
               05 AUD-AFTER    pic X(119).
               05 FILLER       pic X(01).
               05 AUD-BATCH    pic X(30).
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
       *> the extract control record - status C the window was
       *> extracted and closed cleanly, P it was started and not
       *> finished; the window is the audit records after DLC-FROM
       *> up to and including DLC-TO
       fd CONTROL-FILE.
           01 DLC-REC.
               05 DLC-STATUS   pic X(01).
               05 FILLER       pic X(01).
               05 DLC-RUN-NO   pic 9(06).
               05 FILLER       pic X(01).
               05 DLC-FROM     pic 9(09).
               05 FILLER       pic X(01).
               05 DLC-TO       pic 9(09).
               05 FILLER       pic X(01).
               05 DLC-DATE     pic 9(08).
               05 FILLER       pic X(01).
               05 DLC-TIME     pic 9(06).
               05 FILLER       pic X(01).
               05 DLC-COUNT    pic 9(07).
       *> the window's audit entries in ISBN order, oldest first
       *> within an ISBN
       sd SORT-FILE.
           01 SRT-REC.
               05 SRT-ISBN     pic X(13).
               05 SRT-SEQ      pic 9(09).
               05 SRT-BEFORE   pic X(119).
               05 SRT-AFTER    pic X(119).
       fd DELTA-FILE.
           01 DLT-REC   pic X(160).
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
       77 AUD-FS       pic X(02).
       77 MAST-FS      pic X(02).
       77 DLC-FS       pic X(02).
       77 DLT-FS       pic X(02).
       77 WS-EOF       pic X VALUE "N".
       77 WS-SRT-EOF   pic X VALUE "N".
       77 WS-TODAY     pic 9(08).
       77 WS-TIME-RAW  pic X(08).
       77 WS-NOW-TIME  pic 9(06).
       77 WS-FS-ERROR  pic X VALUE "N".
       77 I            pic 99.

       *> the run parameter and the window this run extracts
       77 WS-PARM-LINE pic X(20).
       77 WS-RERUN     pic X VALUE "N".
       77 WS-CTL-FOUND pic X VALUE "N".
       77 WS-CTL-STATUS pic X(01).
       77 WS-CTL-RUN-NO pic 9(06) VALUE 0.
       77 WS-CTL-FROM  pic 9(09) VALUE 0.
       77 WS-CTL-TO    pic 9(09) VALUE 0.
       77 WS-RUN-NO    pic 9(06).
       77 WS-FROM      pic 9(09).
       77 WS-TO        pic 9(09).
       77 WS-AUD-CNT   pic 9(09).
       77 WS-AUD-SEQ   pic 9(09).

       *> the ISBN being netted - its state before the window's first
       *> entry and after its last decides the one action it gets
       77 WS-CUR-ISBN     pic X(13).
       77 WS-FIRST-REC    pic X VALUE "Y".
       77 WS-GRP-BEFORE   pic X(119).
       77 WS-GRP-LAST-BEF pic X(119).
       77 WS-GRP-AFTER    pic X(119).
       77 WS-DLT-ACTION   pic X(01).
       01 WS-IMG.
           05 WS-IMG-ISBN      pic X(13).
           05 WS-IMG-DATE      pic 9(08).
           05 WS-IMG-TITLE     pic X(30).
           05 WS-IMG-AUTHOR    pic X(25).
           05 WS-IMG-PUBLISHER pic X(25).
           05 WS-IMG-PRICE     pic 9(05)V99.
           05 WS-IMG-BINDING   pic X(10).
           05 WS-IMG-STATUS    pic X(01).
       01 WS-IMG-BEF.
           05 FILLER           pic X(118).
           05 WS-IMG-BEF-STATUS pic X(01).

       *> counts and the trailer's price hash - prices in cents
       77 WS-CNT-READ     pic 9(07) VALUE 0.
       77 WS-CNT-WRITTEN  pic 9(07) VALUE 0.
       77 WS-CNT-NEW      pic 9(07) VALUE 0.
       77 WS-CNT-CHG      pic 9(07) VALUE 0.
       77 WS-CNT-DISC     pic 9(07) VALUE 0.
       77 WS-CNT-REM      pic 9(07) VALUE 0.
       77 WS-CNT-NONET    pic 9(07) VALUE 0.
       77 WS-PRICE-HASH   pic 9(11) VALUE 0.
       77 WS-PRICE-CENTS  pic 9(07).

       *> fields used to trim trailing spaces off the text fields and
       *> leading spaces off the edited price when building one
       *> comma-delimited change record - the same way isbncat
       *> builds catalog.csv
       77 WS-TRIM-FLD   pic X(30).
       77 WS-TRIM-LEN   pic 9(02).
       77 WS-DLT-PTR    pic 9(03).
       77 WS-PRICE-ED   pic ZZZZ9.99.
       77 WS-PRICE-ST   pic 9(01).

       *> fields for the shared operations log - the caller sets the
       *> level (I=info, W=warning, E=error) and the message text
       77 OPS-FS         pic X(02).
       77 WS-OPS-LEVEL   pic X(01).
       77 WS-OPS-TEXT    pic X(70).
       77 WS-OPS-DATE    pic 9(08).
       77 WS-OPS-TIME-X  pic X(08).
       77 WS-OPS-CNT     pic ZZZZZZ9.
       77 WS-OPS-CNT2    pic ZZZZZZ9.

       procedure division.
       *> settle the window, mark it pending, extract it, and mark it
       *> complete once catdelta.csv is safely closed
       main-para.
           accept WS-PARM-LINE from COMMAND-LINE.
           if WS-PARM-LINE(1:1) = "R" OR WS-PARM-LINE(1:1) = "r"
              move "Y" to WS-RERUN
           end-if.
           accept WS-TODAY from DATE YYYYMMDD.
           accept WS-TIME-RAW from TIME.
           move WS-TIME-RAW(1:6) to WS-NOW-TIME.
           perform read-control-para.
           perform count-audit-para.
           perform set-window-para.
           move "P" to WS-CTL-STATUS.
           perform write-control-para.
           if WS-FS-ERROR = "Y"
              display "Cannot write deltactl.dat, status " DLC-FS
              move "E" to WS-OPS-LEVEL
              move "cannot write deltactl.dat - no extract taken"
                 to WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           open input MASTER-FILE.
           if MAST-FS NOT = "00"
              display "Cannot open master.dat, status " MAST-FS
              move "E" to WS-OPS-LEVEL
              move "cannot open master.dat - extract left pending"
                 to WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           open output DELTA-FILE.
           if DLT-FS NOT = "00"
              display "Cannot create catdelta.csv, status " DLT-FS
              move "E" to WS-OPS-LEVEL
              move "cannot create catdelta.csv - extract left pending"
                 to WS-OPS-TEXT
              perform write-opslog-para
              close MASTER-FILE
              move 12 to RETURN-CODE
              stop run
           end-if.
           perform header-para.
           sort SORT-FILE
              on ascending key SRT-ISBN SRT-SEQ
              input procedure is sort-in-para
              output procedure is sort-out-para.
           perform trailer-para.
           close MASTER-FILE.
           close DELTA-FILE.
           if DLT-FS NOT = "00"
              move "Y" to WS-FS-ERROR
           end-if.
           if WS-FS-ERROR = "Y"
              display "catdelta.csv not written cleanly - the extract "
                 "stays pending and the next run regenerates it."
              move "E" to WS-OPS-LEVEL
              move WS-RUN-NO to WS-OPS-CNT
              move spaces to WS-OPS-TEXT
              string "catalog delta run " WS-OPS-CNT
                 " failed - left pending for the next run"
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           move "C" to WS-CTL-STATUS.
           perform write-control-para.
           if WS-FS-ERROR = "Y"
              display "Cannot mark deltactl.dat complete, status "
                 DLC-FS " - the next run regenerates this extract."
              move "W" to WS-OPS-LEVEL
              move "deltactl.dat not marked complete" to WS-OPS-TEXT
              perform write-opslog-para
           end-if.
           display "Change feed written to catdelta.csv: run "
              WS-RUN-NO ", " WS-CNT-WRITTEN " records from "
              WS-CNT-READ " audit entries.".
           display "  New " WS-CNT-NEW "  changed " WS-CNT-CHG
              "  discontinued " WS-CNT-DISC "  removed " WS-CNT-REM.
           move "I" to WS-OPS-LEVEL.
           move WS-RUN-NO to WS-OPS-CNT.
           move WS-CNT-WRITTEN to WS-OPS-CNT2.
           move spaces to WS-OPS-TEXT.
           string "catalog delta run " WS-OPS-CNT " written, records "
              WS-OPS-CNT2 delimited by size into WS-OPS-TEXT.
           perform write-opslog-para.
           if WS-FS-ERROR = "Y"
              move 12 to RETURN-CODE
           else
              move 0 to RETURN-CODE
           end-if.
           stop run.

       *> pick up the last extract's control record - none at all is
       *> the first run, which starts at the top of the audit trail
       read-control-para.
           open input CONTROL-FILE.
           if DLC-FS = "00"
              read CONTROL-FILE
                 at end move "N" to WS-CTL-FOUND
                 not at end move "Y" to WS-CTL-FOUND
              end-read
              close CONTROL-FILE
           end-if.
           if WS-CTL-FOUND = "Y" AND DLC-RUN-NO IS NUMERIC
              AND DLC-FROM IS NUMERIC AND DLC-TO IS NUMERIC
              move DLC-STATUS to WS-CTL-STATUS
              move DLC-RUN-NO to WS-CTL-RUN-NO
              move DLC-FROM to WS-CTL-FROM
              move DLC-TO to WS-CTL-TO
           else
              move "N" to WS-CTL-FOUND
              move "C" to WS-CTL-STATUS
           end-if.

       *> count the audit records there are now - the end of a new
       *> window
       count-audit-para.
           move 0 to WS-AUD-CNT.
           open input AUDIT-FILE.
           if AUD-FS = "00"
              move "N" to WS-EOF
              perform count-one-para until WS-EOF = "Y"
              close AUDIT-FILE
           else
              if AUD-FS NOT = "35"
                 display "Cannot read mastaudit.dat, status " AUD-FS
                 move "E" to WS-OPS-LEVEL
                 move "cannot read mastaudit.dat - no extract taken"
                    to WS-OPS-TEXT
                 perform write-opslog-para
                 move 12 to RETURN-CODE
                 stop run
              end-if
           end-if.

       *> count one audit record
       count-one-para.
           read AUDIT-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              add 1 to WS-AUD-CNT
           end-if.

       *> settle which audit records this run extracts: the window a
       *> failed run left pending, the last completed window again on
       *> request, or everything since the last completed one
       set-window-para.
           evaluate true
              when WS-CTL-STATUS = "P"
                 move WS-CTL-RUN-NO to WS-RUN-NO
                 move WS-CTL-FROM to WS-FROM
                 move WS-CTL-TO to WS-TO
                 display "Run " WS-RUN-NO " did not finish - "
                    "regenerating the same extract."
                 move "W" to WS-OPS-LEVEL
                 move WS-RUN-NO to WS-OPS-CNT
                 move spaces to WS-OPS-TEXT
                 string "catalog delta run " WS-OPS-CNT
                    " left pending - regenerating it"
                    delimited by size into WS-OPS-TEXT
                 perform write-opslog-para
              when WS-RERUN = "Y"
                 if WS-CTL-RUN-NO = 0
                    display "No extract has been taken yet - nothing "
                       "to re-extract."
                    move "W" to WS-OPS-LEVEL
                    move "catalog delta re-extract asked, none taken"
                       to WS-OPS-TEXT
                    perform write-opslog-para
                    move 4 to RETURN-CODE
                    stop run
                 end-if
                 move WS-CTL-RUN-NO to WS-RUN-NO
                 move WS-CTL-FROM to WS-FROM
                 move WS-CTL-TO to WS-TO
                 display "Re-extracting run " WS-RUN-NO "."
                 move "I" to WS-OPS-LEVEL
                 move WS-RUN-NO to WS-OPS-CNT
                 move spaces to WS-OPS-TEXT
                 string "catalog delta run " WS-OPS-CNT
                    " re-extracted on request"
                    delimited by size into WS-OPS-TEXT
                 perform write-opslog-para
              when other
                 compute WS-RUN-NO = WS-CTL-RUN-NO + 1
                 move WS-CTL-TO to WS-FROM
                 move WS-AUD-CNT to WS-TO
           end-evaluate.
           if WS-AUD-CNT < WS-TO
              display "mastaudit.dat holds " WS-AUD-CNT
                 " records, fewer than the " WS-TO
                 " already extracted - no extract taken."
              move "E" to WS-OPS-LEVEL
              move "audit trail shorter than the last extract point"
                 to WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
              stop run
           end-if.

       *> rewrite the one-record control file with this run's window
       *> and WS-CTL-STATUS
       write-control-para.
           move "N" to WS-FS-ERROR.
           open output CONTROL-FILE.
           if DLC-FS NOT = "00"
              move "Y" to WS-FS-ERROR
           else
              move spaces to DLC-REC
              move WS-CTL-STATUS to DLC-STATUS
              move WS-RUN-NO to DLC-RUN-NO
              move WS-FROM to DLC-FROM
              move WS-TO to DLC-TO
              move WS-TODAY to DLC-DATE
              move WS-NOW-TIME to DLC-TIME
              move WS-CNT-WRITTEN to DLC-COUNT
              write DLC-REC
              if DLC-FS NOT = "00"
                 move "Y" to WS-FS-ERROR
              end-if
              close CONTROL-FILE
           end-if.

       *> the HDR control record: run number, extract date and time
       header-para.
           move spaces to DLT-REC.
           string "HDR," WS-RUN-NO "," WS-TODAY "," WS-NOW-TIME
              delimited by size into DLT-REC.
           write DLT-REC.
           if DLT-FS NOT = "00"
              move "Y" to WS-FS-ERROR
           end-if.

       *> the TRL control record: change records written and the
       *> hash total of their prices in cents
       trailer-para.
           move spaces to DLT-REC.
           string "TRL," WS-CNT-WRITTEN "," WS-PRICE-HASH
              delimited by size into DLT-REC.
           write DLT-REC.
           if DLT-FS NOT = "00"
              move "Y" to WS-FS-ERROR
           end-if.

       *> release the audit entries inside the window to the sort
       sort-in-para.
           move 0 to WS-AUD-SEQ.
           open input AUDIT-FILE.
           if AUD-FS = "00"
              move "N" to WS-EOF
              perform release-audit-para until WS-EOF = "Y"
              close AUDIT-FILE
           end-if.

       *> read one audit entry and hand it on when it falls inside
       *> the window
       release-audit-para.
           read AUDIT-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              add 1 to WS-AUD-SEQ
              if WS-AUD-SEQ > WS-TO
                 move "Y" to WS-EOF
              else
                 if WS-AUD-SEQ > WS-FROM
                    add 1 to WS-CNT-READ
                    move AUD-ISBN to SRT-ISBN
                    move WS-AUD-SEQ to SRT-SEQ
                    move AUD-BEFORE to SRT-BEFORE
                    move AUD-AFTER to SRT-AFTER
                    release SRT-REC
                 end-if
              end-if
           end-if.

       *> take the sorted entries, netting each ISBN's to one change
       *> record
       sort-out-para.
           move "N" to WS-SRT-EOF.
           move "Y" to WS-FIRST-REC.
           perform return-sorted-para until WS-SRT-EOF = "Y".
           if WS-FIRST-REC = "N"
              perform isbn-end-para
           end-if.

       *> fold one audit entry into its ISBN, closing the previous
       *> ISBN when the key changes
       return-sorted-para.
           return SORT-FILE
              at end move "Y" to WS-SRT-EOF
           end-return.
           if WS-SRT-EOF = "N"
              if WS-FIRST-REC = "Y"
                 move "N" to WS-FIRST-REC
                 perform isbn-start-para
              else
                 if SRT-ISBN NOT = WS-CUR-ISBN
                    perform isbn-end-para
                    perform isbn-start-para
                 end-if
              end-if
              if SRT-BEFORE NOT = SPACES
                 move SRT-BEFORE to WS-GRP-LAST-BEF
              end-if
              move SRT-AFTER to WS-GRP-AFTER
           end-if.

       *> the state an ISBN was in before the window's first entry
       isbn-start-para.
           move SRT-ISBN to WS-CUR-ISBN.
           move SRT-BEFORE to WS-GRP-BEFORE.
           move spaces to WS-GRP-LAST-BEF.

       *> net the ISBN's entries by the shape of the images, the way
       *> isbnrcov replays them: not there before and there after is
       *> new, there before and gone after is removed, there both
       *> times is changed - or discontinued when its status went to
       *> D. an ISBN added and removed inside the window, or put back
       *> exactly as it was, has nothing to send
       isbn-end-para.
           move spaces to WS-DLT-ACTION.
           evaluate true
              when WS-GRP-BEFORE = SPACES AND WS-GRP-AFTER = SPACES
                 add 1 to WS-CNT-NONET
              when WS-GRP-BEFORE = SPACES
                 move "N" to WS-DLT-ACTION
              when WS-GRP-AFTER = SPACES
                 move "R" to WS-DLT-ACTION
              when WS-GRP-BEFORE = WS-GRP-AFTER
                 add 1 to WS-CNT-NONET
              when other
                 move WS-GRP-BEFORE to WS-IMG-BEF
                 move WS-GRP-AFTER to WS-IMG
                 if WS-IMG-STATUS = "D" AND WS-IMG-BEF-STATUS NOT = "D"
                    move "D" to WS-DLT-ACTION
                 else
                    move "C" to WS-DLT-ACTION
                 end-if
           end-evaluate.
           if WS-DLT-ACTION NOT = SPACES
              perform current-fields-para
              perform change-line-para
           end-if.

       *> the fields to send: the master record as it stands now, or
       *> the last image the trail holds when the master no longer
       *> has it - a removed title goes out as it last stood
       current-fields-para.
           if WS-DLT-ACTION = "R"
              move WS-GRP-LAST-BEF to WS-IMG
           else
              move WS-CUR-ISBN to MAST-ISBN
              read MASTER-FILE key is MAST-ISBN
                 invalid key
                    move WS-GRP-AFTER to WS-IMG
                 not invalid key
                    move MAST-REC to WS-IMG
              end-read
           end-if.
           move WS-CUR-ISBN to WS-IMG-ISBN.
           if WS-IMG-PRICE IS NOT NUMERIC
              move 0 to WS-IMG-PRICE
           end-if.
           if WS-IMG-DATE IS NOT NUMERIC
              move 0 to WS-IMG-DATE
           end-if.

       *> one comma-delimited change record - action, ISBN, date,
       *> title, author, publisher, price, binding, status - folded
       *> into the trailer totals
       change-line-para.
           move spaces to DLT-REC.
           move 1 to WS-DLT-PTR.
           string WS-DLT-ACTION delimited by size
                  "," delimited by size
                  WS-IMG-ISBN delimited by space
                  "," delimited by size
                  WS-IMG-DATE delimited by size
                  "," delimited by size
              into DLT-REC with pointer WS-DLT-PTR.
           move WS-IMG-TITLE to WS-TRIM-FLD.
           perform append-trimmed-para.
           move WS-IMG-AUTHOR to WS-TRIM-FLD.
           perform append-trimmed-para.
           move WS-IMG-PUBLISHER to WS-TRIM-FLD.
           perform append-trimmed-para.
           move WS-IMG-PRICE to WS-PRICE-ED.
           move 0 to WS-PRICE-ST.
           perform varying I from 1 by 1
                   until I > 8 or WS-PRICE-ST > 0
              if WS-PRICE-ED(I:1) NOT = SPACE
                 move I to WS-PRICE-ST
              end-if
           end-perform.
           string WS-PRICE-ED(WS-PRICE-ST:) delimited by size
                  "," delimited by size
              into DLT-REC with pointer WS-DLT-PTR.
           move WS-IMG-BINDING to WS-TRIM-FLD.
           perform append-trimmed-para.
           string WS-IMG-STATUS delimited by size
              into DLT-REC with pointer WS-DLT-PTR.
           write DLT-REC.
           if DLT-FS NOT = "00"
              move "Y" to WS-FS-ERROR
           end-if.
           add 1 to WS-CNT-WRITTEN.
           compute WS-PRICE-CENTS = WS-IMG-PRICE * 100.
           add WS-PRICE-CENTS to WS-PRICE-HASH.
           evaluate WS-DLT-ACTION
              when "N"
                 add 1 to WS-CNT-NEW
              when "C"
                 add 1 to WS-CNT-CHG
              when "D"
                 add 1 to WS-CNT-DISC
              when other
                 add 1 to WS-CNT-REM
           end-evaluate.

       *> append one text field to the change record, trailing
       *> spaces trimmed, followed by its comma
       append-trimmed-para.
           move 0 to WS-TRIM-LEN.
           perform varying I from 30 by -1
                   until I < 1 or WS-TRIM-LEN > 0
              if WS-TRIM-FLD(I:1) NOT = SPACE
                 move I to WS-TRIM-LEN
              end-if
           end-perform.
           if WS-TRIM-LEN > 0
              string WS-TRIM-FLD(1:WS-TRIM-LEN) delimited by size
                 into DLT-REC with pointer WS-DLT-PTR
           end-if.
           string "," delimited by size
              into DLT-REC with pointer WS-DLT-PTR.

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
              move "isbndlta" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.
