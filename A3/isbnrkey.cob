       *> isbnrkey.cob
       *> one-time re-key of the master and the archive on the ISBN-13
       *> form for the ISBN validation system. the validation run used
       *> to key master.dat on the ISBN exactly as the vendor sent it,
       *> so a backlist title shipped as 0-xxx one night and 978-xxx
       *> another landed on the master twice - catalogued twice,
       *> counted twice in the catalog, and never caught as a
       *> duplicate. this utility reads the whole master through a
       *> sort on the ISBN-13 form, re-keys every ISBN-10 entry to
       *> its ISBN-13 equivalent, and where both forms of one title
       *> are on file merges them into one record - the earliest
       *> first-seen date and whatever catalogued details either
       *> form carries. every re-key and merge goes on the audit
       *> trail, the indexed master is rebuilt from the merged work
       *> file the way isbnpurge rebuilds it, mastarch.dat is re-keyed
       *> in place, and a merge report lists every title cataloguing
       *> should check - most of all the fields where the two forms
       *> disagreed

       identification division.
       program-id. isbnrkey.
       environment division.
       input-output section.
       file-control.
       select MASTER-FILE assign to "master.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is MAST-ISBN
           file status   is MAST-FS.
       select SORT-FILE assign to "rkeysort.tmp".
       select WORK-FILE assign to "mastconv.dat"
           organization  is LINE sequential
           file status  is WRK-FS.
       select AUDWORK-FILE assign to "rkeyaud.tmp"
           organization  is LINE sequential
           file status  is AUW-FS.
       select ARCHIVE-FILE assign to "mastarch.dat"
           organization  is LINE sequential
           file status  is ARC-FS.
       select ARCWORK-FILE assign to "archconv.dat"
           organization  is LINE sequential
           file status  is ARW-FS.
       select MERGE-REPORT assign to "rkeyrpt.txt"
           organization  is LINE sequential
           file status  is MRG-FS.
       select AUDIT-FILE assign to "mastaudit.dat"
           organization  is LINE sequential
           file status  is AUD-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.
       select LOCK-FILE assign to "mastlock.dat"
           organization  is LINE sequential
           file status  is LCK-FS.

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
       *> every master record goes through the sort under its ISBN-13
       *> form - an entry already keyed on the ISBN-13 sorts ahead of
       *> the ISBN-10 entries for the same title, so it is the one the
       *> others merge into
       sd SORT-FILE.
           01 SRT-REC.
               05 SRT-KEY13      pic X(13).
               05 SRT-FORM       pic X(01).
               05 SRT-IMAGE      pic X(119).
       fd WORK-FILE.
           01 WRK-REC   pic X(119).
       *> the audit records are held here until the rebuilt master is
       *> safely loaded, so the trail never claims a re-key that did
       *> not happen
       fd AUDWORK-FILE.
           01 AUW-REC   pic X(313).
       *> the archive carries the master record image as isbnpurge
       *> unloaded it - this layout must stay in step with the
       *> ARCHIVE-FILE layout in isbnpurge.cob and isbnarch.cob
       fd ARCHIVE-FILE.
           01 ARC-REC.
               05 ARC-ISBN      pic X(13).
               05 ARC-REST      pic X(106).
       fd ARCWORK-FILE.
           01 ARW-REC   pic X(119).
       fd MERGE-REPORT.
           01 MRG-REC   pic X(100).
       *> every write, rewrite and delete against master.dat leaves
       *> one record on this permanent audit trail - this layout must
       *> stay in step with the AUDIT-FILE layout in isbn.cob,
       *> isbnmnt.cob, isbnpurge.cob, isbnarch.cob and the listing
       *> program isbnaud.cob
       fd AUDIT-FILE.
           01 AUD-REC   pic X(313).
       *> every program in the suite appends its start, warnings,
       *> errors and final disposition here - this layout must stay
       *> in step with the OPSLOG-FILE layout in isbn.cob,
       *> isbnmnt.cob, isbnpurge.cob, isbnfix.cob, isbntrend.cob and
       *> the browse utility isbnops.cob
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

       *> the master.dat lock - one record for each run holding
       *> master.dat, E exclusive or S shared with other S holders.
       *> this layout must stay in step with the LOCK-FILE layout in
       *> isbn.cob, isbnmnt.cob, isbnpurge.cob, isbnarch.cob,
       *> isbnrkey.cob, isbnrcov.cob and the lock utility isbnlock.cob
       fd LOCK-FILE.
           01 LCK-REC.
               05 LCK-PROGRAM   pic X(10).
               05 FILLER        pic X(01).
               05 LCK-MODE      pic X(01).
               05 FILLER        pic X(01).
               05 LCK-DATE      pic 9(08).
               05 FILLER        pic X(01).
               05 LCK-TIME      pic 9(06).
               05 FILLER        pic X(01).
               05 LCK-BEAT-DATE pic 9(08).
               05 FILLER        pic X(01).
               05 LCK-BEAT-TIME pic 9(06).
               05 FILLER        pic X(01).
               05 LCK-USE       pic X(30).

       working-storage section.
       77 MAST-FS      pic X(02).
       77 WRK-FS       pic X(02).
       77 AUW-FS       pic X(02).
       77 ARC-FS       pic X(02).
       77 ARW-FS       pic X(02).
       77 MRG-FS       pic X(02).
       77 AUD-FS       pic X(02).
       77 WS-EOF       pic X VALUE "N".
       77 WS-SRT-EOF   pic X VALUE "N".
       77 WS-TODAY     pic 9(08).
       77 WS-TIME-RAW  pic X(08).
       77 WS-PARM-LINE pic X(30).
       77 WS-RESP      pic X.
       77 WS-WRK-ERROR pic X VALUE "N".
       77 WS-RELOADED  pic X VALUE "N".

       *> fields for the shared operations log - the caller sets the
       *> level (I=info, W=warning, E=error) and the message text
       77 OPS-FS         pic X(02).
       77 WS-OPS-LEVEL   pic X(01).
       77 WS-OPS-TEXT    pic X(70).
       77 WS-OPS-DATE    pic 9(08).
       77 WS-OPS-TIME-X  pic X(08).
       77 WS-OPS-CNT     pic ZZZZZZ9.
       77 WS-OPS-CNT2    pic ZZZZZZ9.

       *> fields used to turn an ISBN into its ISBN-13 form: the
       *> separators are dropped, a 10-digit form gets the 978 prefix
       *> and a recomputed EAN-13 check digit, anything else comes
       *> back as it went in
       77 WS-I13-IN     pic X(20).
       77 WS-I13-OUT    pic X(13).
       77 WS-I13-LEN    pic 9(02).
       77 WS-I13-IX     pic 9(02).
       77 WS-I13-BODY   pic X(09).
       77 WS-I13-DIGIT  pic 9(01).
       77 WS-I13-SUM    pic 9(03).
       77 WS-I13-Q      pic 9(03).
       77 WS-I13-R      pic 9(01).

       *> control-break state for the ISBN-13 groups off the sort -
       *> the surviving record being built, the ISBN-13 record as it
       *> stood before the run (blank when the title had none), and
       *> whether anything in the group changed
       77 WS-FIRST-REC   pic X VALUE "Y".
       77 WS-CUR-KEY13   pic X(13).
       77 WS-GRP-CHANGED pic X.
       77 WS-ORIG-13     pic X(119).
       01 WS-SURV-REC.
           05 WS-SV-ISBN      pic X(13).
           05 WS-SV-DATE      pic 9(08).
           05 WS-SV-TITLE     pic X(30).
           05 WS-SV-AUTHOR    pic X(25).
           05 WS-SV-PUBLISHER pic X(25).
           05 WS-SV-PRICE     pic 9(05)V99.
           05 WS-SV-BINDING   pic X(10).
           05 WS-SV-STATUS    pic X(01).
       01 WS-OTHER-REC.
           05 WS-OT-ISBN      pic X(13).
           05 WS-OT-DATE      pic 9(08).
           05 WS-OT-TITLE     pic X(30).
           05 WS-OT-AUTHOR    pic X(25).
           05 WS-OT-PUBLISHER pic X(25).
           05 WS-OT-PRICE     pic 9(05)V99.
           05 WS-OT-BINDING   pic X(10).
           05 WS-OT-STATUS    pic X(01).

       *> the audit record image built for the work file - the same
       *> layout every master updater appends to mastaudit.dat
       01 WS-AUD-IMG.
           05 WS-AI-DATE     pic 9(08).
           05 FILLER         pic X(01) VALUE SPACE.
           05 WS-AI-TIME     pic 9(06).
           05 FILLER         pic X(01) VALUE SPACE.
           05 WS-AI-PROGRAM  pic X(10).
           05 FILLER         pic X(01) VALUE SPACE.
           05 WS-AI-ACTION   pic X(01).
           05 FILLER         pic X(01) VALUE SPACE.
           05 WS-AI-ISBN     pic X(13).
           05 FILLER         pic X(01) VALUE SPACE.
           05 WS-AI-BEFORE   pic X(119).
           05 FILLER         pic X(01) VALUE SPACE.
           05 WS-AI-AFTER    pic X(119).
           05 FILLER         pic X(01) VALUE SPACE.
           05 WS-AI-BATCH    pic X(30) VALUE "ISBN-13 re-key".

       *> run counts for the report totals and the operations log
       77 WS-CNT-READ     pic 9(07) VALUE 0.
       77 WS-CNT-ALREADY  pic 9(07) VALUE 0.
       77 WS-CNT-REKEYED  pic 9(07) VALUE 0.
       77 WS-CNT-MERGED   pic 9(07) VALUE 0.
       77 WS-CNT-CONFLICT pic 9(07) VALUE 0.
       77 WS-CNT-ODD      pic 9(07) VALUE 0.
       77 WS-CNT-WRITTEN  pic 9(07) VALUE 0.
       77 WS-CNT-AUDIT    pic 9(07) VALUE 0.
       77 WS-CNT-ARC-READ pic 9(07) VALUE 0.
       77 WS-CNT-ARC-KEY  pic 9(07) VALUE 0.

       *> report line layouts
       01 WS-DATE-ED      pic 9999/99/99.
       01 WS-DATE-ED2     pic 9999/99/99.
       01 WS-PRICE-ED     pic ZZZZ9.99.
       01 WS-PRICE-ED2    pic ZZZZ9.99.
       01 WS-RPT-HDR-LINE.
           05 FILLER        pic X(32)
              VALUE "ISBN-13 re-key and merge, run  ".
           05 WS-RH-DATE    pic 9999/99/99.
       01 WS-MRG-LINE.
           05 FILLER        pic X(08) VALUE "Merged  ".
           05 WS-ML-KEY13   pic X(13).
           05 FILLER        pic X(07) VALUE "  from ".
           05 WS-ML-KEY10   pic X(13).
           05 FILLER        pic X(14) VALUE "  first seen: ".
           05 WS-ML-KEPT    pic 9999/99/99.
       01 WS-CFL-LINE.
           05 FILLER        pic X(04) VALUE SPACES.
           05 WS-CL-FIELD   pic X(10).
           05 FILLER        pic X(07) VALUE " kept: ".
           05 WS-CL-KEPT    pic X(30).
           05 FILLER        pic X(10) VALUE " dropped: ".
           05 WS-CL-DROP    pic X(30).
       01 WS-ODD-LINE.
           05 FILLER        pic X(16) VALUE "Left unchanged  ".
           05 WS-OL-KEY     pic X(13).
           05 FILLER        pic X(31)
              VALUE "  - not a convertible ISBN-10".
       01 WS-TOT-LINE.
           05 WS-TOT-LABEL  pic X(40).
           05 WS-TOT-CNT    pic ZZZZZZ9.

       *> fields for the master.dat lock - the mode this program
       *> holds it in, what the run is doing, the stamp that tells
       *> this run's hold from any other, and the holds read back
       *> from mastlock.dat. a refused lock ends the run with return
       *> code 20, or 12 when mastlock.dat cannot be written
       77 LCK-FS          pic X(02).
       77 WS-LCK-MODE     pic X(01) VALUE "E".
       77 WS-LCK-USE      pic X(30).
       77 WS-LCK-GOT      pic X VALUE "N".
       77 WS-LCK-RC       pic 9(02) VALUE 0.
       77 WS-LCK-CLASH    pic X.
       77 WS-LCK-DATE     pic 9(08).
       77 WS-LCK-TIME     pic 9(06).
       77 WS-LCK-TIME-X   pic X(08).
       77 WS-LCK-EOF      pic X.
       77 WS-LCK-CNT      pic 9(02).
       77 WS-LCK-IX       pic 9(02).
       77 WS-LCK-MODE-TXT pic X(09).
       77 WS-LCK-BEATS    pic 9(05) VALUE 0.
       77 WS-LCK-EVERY    pic 9(05) VALUE 1000.
       01 WS-LCK-TABLE.
           05 WS-LCK-ENTRY pic X(76) occurs 50 times.
       01 WS-LCK-VIEW.
           05 WS-LV-PROGRAM   pic X(10).
           05 FILLER          pic X(01).
           05 WS-LV-MODE      pic X(01).
           05 FILLER          pic X(01).
           05 WS-LV-DATE      pic 9(08).
           05 FILLER          pic X(01).
           05 WS-LV-TIME      pic 9(06).
           05 FILLER          pic X(01).
           05 WS-LV-BEAT-DATE pic 9(08).
           05 FILLER          pic X(01).
           05 WS-LV-BEAT-TIME pic 9(06).
           05 FILLER          pic X(01).
           05 WS-LV-USE       pic X(30).
       01 WS-LCK-DATE-ED  pic 9999/99/99.
       01 WS-LCK-TIME-ED  pic 99B99B99.

       procedure division.
       *> ask once before touching anything - a run parameter of Y
       *> confirms for the scheduler - then sort and merge the
       *> master, rebuild it, post the audit trail and re-key the
       *> archive
       main-para.
           accept WS-PARM-LINE from COMMAND-LINE.
           if WS-PARM-LINE NOT = SPACES
              move WS-PARM-LINE(1:1) to WS-RESP
           else
              display "ISBN-13 re-key of master.dat and mastarch.dat"
              display "Convert and merge now? (Y/N): "
              accept WS-RESP
           end-if.
           if WS-RESP NOT = "Y" AND WS-RESP NOT = "y"
              display "Nothing converted."
              stop run
           end-if.
           move "ISBN-13 re-key and merge" to WS-LCK-USE.
           perform take-lock-para.
           if WS-LCK-GOT = "N"
              move WS-LCK-RC to RETURN-CODE
              stop run
           end-if.
           accept WS-TODAY from DATE YYYYMMDD.
           move "I" to WS-OPS-LEVEL.
           move "ISBN-13 re-key started" to WS-OPS-TEXT.
           perform write-opslog-para.
           open input MASTER-FILE.
           if MAST-FS NOT = "00"
              display "Cannot open master.dat, status " MAST-FS
              move "E" to WS-OPS-LEVEL
              move "cannot open master.dat" to WS-OPS-TEXT
              perform write-opslog-para
              perform drop-lock-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           open output WORK-FILE.
           open output AUDWORK-FILE.
           open output MERGE-REPORT.
           if WRK-FS NOT = "00" OR AUW-FS NOT = "00"
              OR MRG-FS NOT = "00"
              display "Cannot create the work files - master file "
                 "left unchanged."
              move "E" to WS-OPS-LEVEL
              move "cannot create re-key work files - master unchanged"
                 to WS-OPS-TEXT
              perform write-opslog-para
              close MASTER-FILE
              perform drop-lock-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           perform report-head-para.
           sort SORT-FILE
              on ascending key SRT-KEY13 SRT-FORM
              input procedure is release-master-para
              output procedure is merge-groups-para.
           close MASTER-FILE.
           close WORK-FILE.
           close AUDWORK-FILE.
           if WS-WRK-ERROR = "Y"
              display "Work file write failed, status " WRK-FS
                 " - master file left unchanged."
              move "E" to WS-OPS-LEVEL
              move "work file write failed - master unchanged"
                 to WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
           else
              if WS-CNT-REKEYED = 0
                 display "No ISBN-10 keys on the master - master "
                    "file left as it is."
              else
                 perform reload-para
                 if WS-RELOADED = "Y"
                    perform post-audit-para
                 end-if
              end-if
           end-if.
           perform archive-para.
           perform drop-lock-para.
           perform report-totals-para.
           close MERGE-REPORT.
           display "Re-key complete: " WS-CNT-REKEYED " re-keyed, "
              WS-CNT-MERGED " merged - see rkeyrpt.txt".
           move "I" to WS-OPS-LEVEL.
           move WS-CNT-REKEYED to WS-OPS-CNT.
           move WS-CNT-MERGED to WS-OPS-CNT2.
           move spaces to WS-OPS-TEXT.
           string "ISBN-13 re-key complete, re-keyed " WS-OPS-CNT
              ", merged " WS-OPS-CNT2
              delimited by size into WS-OPS-TEXT.
           perform write-opslog-para.
           stop run.

       *> the report heading
       report-head-para.
           move spaces to MRG-REC.
           move "Master file ISBN-13 re-key - merge report" to MRG-REC.
           write MRG-REC.
           move WS-TODAY to WS-RH-DATE.
           write MRG-REC from WS-RPT-HDR-LINE.
           move spaces to MRG-REC.
           string "Each merge below folded an ISBN-10 entry into the "
                  "ISBN-13 entry for the same title."
              delimited by size into MRG-REC.
           write MRG-REC.
           move spaces to MRG-REC.
           string "Fields listed under a merge disagreed - check the "
                  "kept value in isbnmnt."
              delimited by size into MRG-REC.
           write MRG-REC.
           move spaces to MRG-REC.
           write MRG-REC.

       *> release every master record to the sort under its ISBN-13
       *> form - form 1 is already ISBN-13 (or a key that will not
       *> convert, which stays as it is), form 2 is an ISBN-10
       release-master-para.
           move "N" to WS-EOF.
           perform release-one-para until WS-EOF = "Y".

       *> read one master record and hand it to the sort
       release-one-para.
           perform beat-due-para.
           read MASTER-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              add 1 to WS-CNT-READ
              move MAST-REC to SRT-IMAGE
              move spaces to WS-I13-IN
              move MAST-ISBN to WS-I13-IN
              perform isbn13-form-para
              evaluate true
                 when WS-I13-LEN = 13 AND WS-I13-OUT = MAST-ISBN
                    add 1 to WS-CNT-ALREADY
                    move MAST-ISBN to SRT-KEY13
                    move "1" to SRT-FORM
                 when WS-I13-LEN = 10 AND WS-I13-OUT(1:3) = "978"
                    move WS-I13-OUT to SRT-KEY13
                    move "2" to SRT-FORM
                 when other
                    add 1 to WS-CNT-ODD
                    move MAST-ISBN to SRT-KEY13
                    move "0" to SRT-FORM
              end-evaluate
              release SRT-REC
           end-if.

       *> take the sorted stream one ISBN-13 group at a time
       merge-groups-para.
           move "N" to WS-SRT-EOF.
           move "Y" to WS-FIRST-REC.
           perform return-sorted-para until WS-SRT-EOF = "Y".
           if WS-FIRST-REC = "N"
              perform group-end-para
           end-if.

       *> open a new group when the ISBN-13 key changes, otherwise
       *> fold the record into the group in progress
       return-sorted-para.
           perform beat-due-para.
           return SORT-FILE
              at end move "Y" to WS-SRT-EOF
           end-return.
           if WS-SRT-EOF = "N"
              if WS-FIRST-REC = "Y"
                 move "N" to WS-FIRST-REC
                 perform group-start-para
              else
                 if SRT-KEY13 NOT = WS-CUR-KEY13
                    perform group-end-para
                    perform group-start-para
                 else
                    perform group-merge-para
                 end-if
              end-if
           end-if.

       *> the first record of a group becomes the survivor - an
       *> ISBN-13 entry as it stands, an ISBN-10 entry re-keyed
       group-start-para.
           move SRT-KEY13 to WS-CUR-KEY13.
           move SRT-IMAGE to WS-SURV-REC.
           move "N" to WS-GRP-CHANGED.
           move spaces to WS-ORIG-13.
           evaluate SRT-FORM
              when "0"
                 move WS-SV-ISBN to WS-OL-KEY
                 write MRG-REC from WS-ODD-LINE
              when "1"
                 move SRT-IMAGE to WS-ORIG-13
              when "2"
                 move "Y" to WS-GRP-CHANGED
                 add 1 to WS-CNT-REKEYED
                 perform rekey-audit-para
                 move WS-CUR-KEY13 to WS-SV-ISBN
           end-evaluate.

       *> a further record in the group is an ISBN-10 form of a
       *> title already in hand - fold it into the survivor
       group-merge-para.
           move SRT-IMAGE to WS-OTHER-REC.
           move "Y" to WS-GRP-CHANGED.
           add 1 to WS-CNT-REKEYED.
           add 1 to WS-CNT-MERGED.
           perform rekey-audit-para.
           perform merge-fields-para.

       *> fold WS-OTHER-REC into WS-SURV-REC: the earliest first-seen
       *> date wins, a blank field is filled from the other form, and
       *> a field both forms catalogued differently keeps the
       *> survivor's value and goes on the report - except the
       *> status, where a discontinued mark on either form stands so
       *> the title never reaches the ordering feed again
       merge-fields-para.
           if WS-OT-DATE IS NUMERIC AND WS-OT-DATE > 0
              if WS-SV-DATE IS NOT NUMERIC OR WS-SV-DATE = 0
                 OR WS-OT-DATE < WS-SV-DATE
                 move WS-OT-DATE to WS-SV-DATE
              end-if
           end-if.
           move WS-CUR-KEY13 to WS-ML-KEY13.
           move WS-OT-ISBN to WS-ML-KEY10.
           move WS-SV-DATE to WS-ML-KEPT.
           move spaces to MRG-REC.
           write MRG-REC.
           write MRG-REC from WS-MRG-LINE.
           if WS-SV-TITLE = SPACES
              move WS-OT-TITLE to WS-SV-TITLE
           else
              if WS-OT-TITLE NOT = SPACES
                 AND WS-OT-TITLE NOT = WS-SV-TITLE
                 move "Title" to WS-CL-FIELD
                 move WS-SV-TITLE to WS-CL-KEPT
                 move WS-OT-TITLE to WS-CL-DROP
                 perform conflict-line-para
              end-if
           end-if.
           if WS-SV-AUTHOR = SPACES
              move WS-OT-AUTHOR to WS-SV-AUTHOR
           else
              if WS-OT-AUTHOR NOT = SPACES
                 AND WS-OT-AUTHOR NOT = WS-SV-AUTHOR
                 move "Author" to WS-CL-FIELD
                 move WS-SV-AUTHOR to WS-CL-KEPT
                 move WS-OT-AUTHOR to WS-CL-DROP
                 perform conflict-line-para
              end-if
           end-if.
           if WS-SV-PUBLISHER = SPACES
              move WS-OT-PUBLISHER to WS-SV-PUBLISHER
           else
              if WS-OT-PUBLISHER NOT = SPACES
                 AND WS-OT-PUBLISHER NOT = WS-SV-PUBLISHER
                 move "Publisher" to WS-CL-FIELD
                 move WS-SV-PUBLISHER to WS-CL-KEPT
                 move WS-OT-PUBLISHER to WS-CL-DROP
                 perform conflict-line-para
              end-if
           end-if.
           if WS-SV-PRICE IS NOT NUMERIC OR WS-SV-PRICE = 0
              move WS-OT-PRICE to WS-SV-PRICE
           else
              if WS-OT-PRICE IS NUMERIC AND WS-OT-PRICE > 0
                 AND WS-OT-PRICE NOT = WS-SV-PRICE
                 move "List price" to WS-CL-FIELD
                 move WS-SV-PRICE to WS-PRICE-ED
                 move WS-OT-PRICE to WS-PRICE-ED2
                 move WS-PRICE-ED to WS-CL-KEPT
                 move WS-PRICE-ED2 to WS-CL-DROP
                 perform conflict-line-para
              end-if
           end-if.
           if WS-SV-BINDING = SPACES
              move WS-OT-BINDING to WS-SV-BINDING
           else
              if WS-OT-BINDING NOT = SPACES
                 AND WS-OT-BINDING NOT = WS-SV-BINDING
                 move "Binding" to WS-CL-FIELD
                 move WS-SV-BINDING to WS-CL-KEPT
                 move WS-OT-BINDING to WS-CL-DROP
                 perform conflict-line-para
              end-if
           end-if.
           if WS-OT-STATUS NOT = WS-SV-STATUS
              AND WS-OT-STATUS NOT = SPACE
              if WS-OT-STATUS = "D"
                 move "Status" to WS-CL-FIELD
                 move WS-OT-STATUS to WS-CL-KEPT
                 move WS-SV-STATUS to WS-CL-DROP
                 move "D" to WS-SV-STATUS
              else
                 move "Status" to WS-CL-FIELD
                 move WS-SV-STATUS to WS-CL-KEPT
                 move WS-OT-STATUS to WS-CL-DROP
              end-if
              perform conflict-line-para
           end-if.

       *> one disagreeing field under a merge
       conflict-line-para.
           add 1 to WS-CNT-CONFLICT.
           write MRG-REC from WS-CFL-LINE.

       *> close a group: the survivor goes to the work file for the
       *> reload, and a group that re-keyed or merged anything puts
       *> the ISBN-13 record on the audit trail as it now stands
       group-end-para.
           move spaces to WRK-REC.
           move WS-SURV-REC to WRK-REC.
           write WRK-REC.
           if WRK-FS NOT = "00"
              move "Y" to WS-WRK-ERROR
           end-if.
           add 1 to WS-CNT-WRITTEN.
           if WS-GRP-CHANGED = "Y"
              move "M" to WS-AI-ACTION
              move WS-CUR-KEY13 to WS-AI-ISBN
              move WS-ORIG-13 to WS-AI-BEFORE
              move WS-SURV-REC to WS-AI-AFTER
              perform audit-work-para
           end-if.

       *> the ISBN-10 key leaves the master - action K, before image
       *> only, the same shape as a delete
       rekey-audit-para.
           move "K" to WS-AI-ACTION.
           move SRT-IMAGE(1:13) to WS-AI-ISBN.
           move SRT-IMAGE to WS-AI-BEFORE.
           move spaces to WS-AI-AFTER.
           perform audit-work-para.

       *> park one audit record on the work file until the rebuild
       *> has gone through
       audit-work-para.
           move WS-TODAY to WS-AI-DATE.
           accept WS-TIME-RAW from TIME.
           move WS-TIME-RAW(1:6) to WS-AI-TIME.
           move "isbnrkey" to WS-AI-PROGRAM.
           write AUW-REC from WS-AUD-IMG.
           if AUW-FS NOT = "00"
              move "Y" to WS-WRK-ERROR
           end-if.

       *> rebuild the indexed master from the work file: prove the
       *> work file can be read back BEFORE the destructive open
       *> output empties the master, then load the merged records in
       *> ISBN-13 order
       reload-para.
           open input WORK-FILE.
           if WRK-FS NOT = "00"
              display "Cannot read back mastconv.dat, status " WRK-FS
              display "Master file left unchanged."
              move "E" to WS-OPS-LEVEL
              move "cannot read back mastconv.dat - master unchanged"
                 to WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
           else
              open output MASTER-FILE
              if MAST-FS NOT = "00"
                 display "Cannot rebuild master.dat, status " MAST-FS
                 display "Merged records remain in mastconv.dat."
                 move "E" to WS-OPS-LEVEL
                 move spaces to WS-OPS-TEXT
                 string "cannot rebuild master.dat - merged records "
                        "in mastconv.dat"
                    delimited by size into WS-OPS-TEXT
                 perform write-opslog-para
                 close WORK-FILE
                 move 12 to RETURN-CODE
              else
                 move "N" to WS-EOF
                 perform reload-one-para until WS-EOF = "Y"
                 close WORK-FILE
                 close MASTER-FILE
                 move "Y" to WS-RELOADED
              end-if
           end-if.

       *> load one merged record into the rebuilt master
       reload-one-para.
           perform beat-due-para.
           read WORK-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              move WRK-REC to MAST-REC
              write MAST-REC
                 invalid key
                    display "Reload rejected key " MAST-ISBN
                       ", status " MAST-FS
              end-write
           end-if.

       *> copy the held audit records onto the permanent trail now
       *> the master really does hold what they say
       post-audit-para.
           open extend AUDIT-FILE.
           if AUD-FS NOT = "00"
              open output AUDIT-FILE
           end-if.
           if AUD-FS NOT = "00"
              display "Note: audit trail not available, status "
                 AUD-FS " - re-key audit left in rkeyaud.tmp"
              move "W" to WS-OPS-LEVEL
              move spaces to WS-OPS-TEXT
              string "audit trail not available - re-key audit "
                     "left in rkeyaud.tmp"
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
           else
              open input AUDWORK-FILE
              if AUW-FS = "00"
                 move "N" to WS-EOF
                 perform post-audit-one-para until WS-EOF = "Y"
                 close AUDWORK-FILE
              end-if
              close AUDIT-FILE
           end-if.

       *> copy one held audit record
       post-audit-one-para.
           perform beat-due-para.
           read AUDWORK-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              move AUW-REC to AUD-REC
              write AUD-REC
              add 1 to WS-CNT-AUDIT
           end-if.

       *> re-key the archive history in place: copy it to the work
       *> file with every ISBN-10 key turned to its ISBN-13 form, then
       *> copy it back - the archive may hold the same title more
       *> than once over the years, so nothing is merged here
       archive-para.
           open input ARCHIVE-FILE.
           if ARC-FS NOT = "00"
              display "No mastarch.dat to re-key."
           else
              open output ARCWORK-FILE
              if ARW-FS NOT = "00"
                 display "Cannot create archconv.dat, status " ARW-FS
                    " - mastarch.dat left unchanged."
                 move "E" to WS-OPS-LEVEL
                 move "cannot create archconv.dat - archive unchanged"
                    to WS-OPS-TEXT
                 perform write-opslog-para
                 close ARCHIVE-FILE
                 move 12 to RETURN-CODE
              else
                 move "N" to WS-EOF
                 perform archive-one-para until WS-EOF = "Y"
                 close ARCHIVE-FILE
                 close ARCWORK-FILE
                 if WS-CNT-ARC-KEY > 0 AND ARW-FS = "00"
                    perform archive-back-para
                 end-if
              end-if
           end-if.

       *> copy one archive record, re-keyed where it is an ISBN-10
       archive-one-para.
           perform beat-due-para.
           read ARCHIVE-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              add 1 to WS-CNT-ARC-READ
              move spaces to WS-I13-IN
              move ARC-ISBN to WS-I13-IN
              perform isbn13-form-para
              if WS-I13-LEN = 10 AND WS-I13-OUT(1:3) = "978"
                 move WS-I13-OUT to ARC-ISBN
                 add 1 to WS-CNT-ARC-KEY
              end-if
              move ARC-REC to ARW-REC
              write ARW-REC
           end-if.

       *> put the re-keyed archive back in place of the original
       archive-back-para.
           open input ARCWORK-FILE.
           if ARW-FS NOT = "00"
              display "Cannot read back archconv.dat - mastarch.dat "
                 "left unchanged."
              move "E" to WS-OPS-LEVEL
              move "cannot read back archconv.dat - archive unchanged"
                 to WS-OPS-TEXT
              perform write-opslog-para
              move 0 to WS-CNT-ARC-KEY
              move 12 to RETURN-CODE
           else
              open output ARCHIVE-FILE
              move "N" to WS-EOF
              perform archive-back-one-para until WS-EOF = "Y"
              close ARCWORK-FILE
              close ARCHIVE-FILE
           end-if.

       *> copy one re-keyed archive record back
       archive-back-one-para.
           perform beat-due-para.
           read ARCWORK-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              move ARW-REC to ARC-REC
              write ARC-REC
           end-if.

       *> the totals closing the merge report
       report-totals-para.
           move spaces to MRG-REC.
           write MRG-REC.
           move "Run totals" to MRG-REC.
           write MRG-REC.
           move "  Master records read" to WS-TOT-LABEL.
           move WS-CNT-READ to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           move "  Already keyed on ISBN-13" to WS-TOT-LABEL.
           move WS-CNT-ALREADY to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           move "  ISBN-10 entries re-keyed" to WS-TOT-LABEL.
           move WS-CNT-REKEYED to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           move "  ... of which merged into another" to WS-TOT-LABEL.
           move WS-CNT-MERGED to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           move "  Fields in disagreement" to WS-TOT-LABEL.
           move WS-CNT-CONFLICT to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           move "  Keys left unchanged" to WS-TOT-LABEL.
           move WS-CNT-ODD to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           move "  Master records after re-key" to WS-TOT-LABEL.
           move WS-CNT-WRITTEN to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           move "  Audit records posted" to WS-TOT-LABEL.
           move WS-CNT-AUDIT to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           move "  Archive records read" to WS-TOT-LABEL.
           move WS-CNT-ARC-READ to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           move "  Archive records re-keyed" to WS-TOT-LABEL.
           move WS-CNT-ARC-KEY to WS-TOT-CNT.
           write MRG-REC from WS-TOT-LINE.
           if WS-CNT-REKEYED > 0 AND WS-RELOADED = "N"
              move spaces to MRG-REC
              write MRG-REC
              move "*** MASTER NOT REBUILT - see the operations log ***"
                 to MRG-REC
              write MRG-REC
           end-if.

       *> turn the ISBN in WS-I13-IN into its ISBN-13 form in
       *> WS-I13-OUT, leaving the count of digits kept in WS-I13-LEN
       isbn13-form-para.
           move spaces to WS-I13-OUT.
           move 0 to WS-I13-LEN.
           perform varying WS-I13-IX from 1 by 1 until WS-I13-IX > 20
              if WS-I13-IN(WS-I13-IX:1) IS NUMERIC
                 OR WS-I13-IN(WS-I13-IX:1) = "X"
                 OR WS-I13-IN(WS-I13-IX:1) = "x"
                 add 1 to WS-I13-LEN
                 if WS-I13-LEN <= 13
                    move WS-I13-IN(WS-I13-IX:1)
                       to WS-I13-OUT(WS-I13-LEN:1)
                 end-if
              end-if
           end-perform.
           if WS-I13-LEN = 10 AND WS-I13-OUT(1:9) IS NUMERIC
              move WS-I13-OUT(1:9) to WS-I13-BODY
              move "978" to WS-I13-OUT(1:3)
              move WS-I13-BODY to WS-I13-OUT(4:9)
              move 0 to WS-I13-SUM
              perform varying WS-I13-IX from 1 by 1
                      until WS-I13-IX > 12
                 move WS-I13-OUT(WS-I13-IX:1) to WS-I13-DIGIT
                 divide WS-I13-IX by 2 giving WS-I13-Q
                    remainder WS-I13-R
                 if WS-I13-R = 0
                    compute WS-I13-SUM = WS-I13-SUM + WS-I13-DIGIT * 3
                 else
                    add WS-I13-DIGIT to WS-I13-SUM
                 end-if
              end-perform
              divide WS-I13-SUM by 10 giving WS-I13-Q
                 remainder WS-I13-R
              if WS-I13-R = 0
                 move 0 to WS-I13-DIGIT
              else
                 compute WS-I13-DIGIT = 10 - WS-I13-R
              end-if
              move WS-I13-DIGIT to WS-I13-OUT(13:1)
           end-if.

       *> append one event to the shared operations log - the caller
       *> sets the level and the message text, the stamp and the
       *> program name go on here
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
              move "isbnrkey" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.

       *> take this run's hold on master.dat - refused when another
       *> run holds it exclusive, or when this run needs it exclusive
       *> and any other run holds it at all. a refusal names the
       *> holder on the screen and on the operations log
       take-lock-para.
           move "N" to WS-LCK-GOT.
           move "N" to WS-LCK-CLASH.
           move 0 to WS-LCK-RC.
           perform read-locks-para.
           perform varying WS-LCK-IX from 1 by 1
                   until WS-LCK-IX > WS-LCK-CNT or WS-LCK-CLASH = "Y"
              move WS-LCK-ENTRY(WS-LCK-IX) to WS-LCK-VIEW
              if WS-LCK-MODE = "E" OR WS-LV-MODE NOT = "S"
                 move "Y" to WS-LCK-CLASH
              end-if
           end-perform.
           if WS-LCK-CLASH = "Y"
              move 20 to WS-LCK-RC
              move WS-LV-DATE to WS-LCK-DATE-ED
              move WS-LV-TIME to WS-LCK-TIME-ED
              if WS-LV-MODE = "S"
                 move "shared" to WS-LCK-MODE-TXT
              else
                 move "exclusive" to WS-LCK-MODE-TXT
              end-if
              display "master.dat is held " WS-LCK-MODE-TXT " by "
                 WS-LV-PROGRAM " since " WS-LCK-DATE-ED " "
                 WS-LCK-TIME-ED
              display "  doing: " WS-LV-USE
              display "  isbnlock lists the holds and clears one left "
                 "by a failed run"
              move "W" to WS-OPS-LEVEL
              move spaces to WS-OPS-TEXT
              string "lock refused - held " delimited by size
                     WS-LCK-MODE-TXT delimited by space
                     " by " delimited by size
                     WS-LV-PROGRAM delimited by space
                     " since " delimited by size
                     WS-LCK-DATE-ED delimited by size
                     " " delimited by size
                     WS-LCK-TIME-ED delimited by size
                 into WS-OPS-TEXT
              perform write-opslog-para
           else
              accept WS-LCK-DATE from DATE YYYYMMDD
              accept WS-LCK-TIME-X from TIME
              move WS-LCK-TIME-X(1:6) to WS-LCK-TIME
              open extend LOCK-FILE
              if LCK-FS NOT = "00"
                 open output LOCK-FILE
              end-if
              if LCK-FS = "00"
                 perform own-lock-para
                 write LCK-REC
                 close LOCK-FILE
                 move "Y" to WS-LCK-GOT
              else
                 move 12 to WS-LCK-RC
                 display "Cannot write mastlock.dat, status " LCK-FS
                 move "E" to WS-OPS-LEVEL
                 move "cannot write mastlock.dat - master not locked"
                    to WS-OPS-TEXT
                 perform write-opslog-para
              end-if
           end-if.

       *> refresh this run's heartbeat so a long run is not taken for
       *> one that died - its own hold goes back with the time now
       *> (and goes back even if an operator cleared it), every other
       *> hold as it stands
       beat-lock-para.
           if WS-LCK-GOT = "Y"
              perform read-locks-para
              open output LOCK-FILE
              if LCK-FS = "00"
                 perform other-locks-para
                 perform own-lock-para
                 write LCK-REC
                 close LOCK-FILE
              end-if
           end-if.

       *> count one record through and refresh the heartbeat every
       *> WS-LCK-EVERY records, so isbnlock never takes a long run
       *> for a stale hold
       beat-due-para.
           add 1 to WS-LCK-BEATS.
           if WS-LCK-BEATS >= WS-LCK-EVERY
              perform beat-lock-para
              move 0 to WS-LCK-BEATS
           end-if.

       *> let go of this run's hold - every other hold is written back
       *> as it stands
       drop-lock-para.
           if WS-LCK-GOT = "Y"
              perform read-locks-para
              open output LOCK-FILE
              if LCK-FS = "00"
                 perform other-locks-para
                 close LOCK-FILE
                 move "N" to WS-LCK-GOT
              else
                 display "Note: master.dat lock not released, status "
                    LCK-FS
                 move "W" to WS-OPS-LEVEL
                 move "cannot rewrite mastlock.dat - lock not released"
                    to WS-OPS-TEXT
                 perform write-opslog-para
              end-if
           end-if.

       *> this run's hold as it goes on mastlock.dat, the heartbeat
       *> stamped with the time now
       own-lock-para.
           move spaces to LCK-REC.
           move "isbnrkey" to LCK-PROGRAM.
           move WS-LCK-MODE to LCK-MODE.
           move WS-LCK-DATE to LCK-DATE.
           move WS-LCK-TIME to LCK-TIME.
           accept LCK-BEAT-DATE from DATE YYYYMMDD.
           accept WS-LCK-TIME-X from TIME.
           move WS-LCK-TIME-X(1:6) to LCK-BEAT-TIME.
           move WS-LCK-USE to LCK-USE.

       *> write back every hold read from mastlock.dat but this
       *> run's own
       other-locks-para.
           perform varying WS-LCK-IX from 1 by 1
                   until WS-LCK-IX > WS-LCK-CNT
              move WS-LCK-ENTRY(WS-LCK-IX) to WS-LCK-VIEW
              if WS-LV-PROGRAM NOT = "isbnrkey"
                 OR WS-LV-DATE NOT = WS-LCK-DATE
                 OR WS-LV-TIME NOT = WS-LCK-TIME
                 write LCK-REC from WS-LCK-VIEW
              end-if
           end-perform.

       *> read every hold on mastlock.dat into the table - no file
       *> means no holds
       read-locks-para.
           move 0 to WS-LCK-CNT.
           open input LOCK-FILE.
           if LCK-FS = "00"
              move "N" to WS-LCK-EOF
              perform read-lock-one-para until WS-LCK-EOF = "Y"
              close LOCK-FILE
           end-if.

       *> read one hold into the table
       read-lock-one-para.
           read LOCK-FILE at end move "Y" to WS-LCK-EOF.
           if WS-LCK-EOF = "N" AND LCK-REC NOT = SPACES
              AND WS-LCK-CNT < 50
              add 1 to WS-LCK-CNT
              move LCK-REC to WS-LCK-ENTRY(WS-LCK-CNT)
           end-if.
