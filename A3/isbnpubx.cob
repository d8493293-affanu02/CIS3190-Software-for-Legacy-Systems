       *> isbnpubx.cob
       *> publisher exceptions report for the ISBN validation system.
       *> the publisher directory pubdir.dat, kept in isbnpub, holds
       *> the standard publisher name for each registrant prefix.
       *> master records registered or keyed before the directory
       *> was set up carry whatever publisher was typed in. this
       *> utility reads the whole master, finds the directory entry
       *> covering each ISBN the way the validation run does, and
       *> lists every record whose publisher is blank or differs
       *> from the directory (case is ignored) - grouped under the
       *> directory's name so each publisher's stray spellings can
       *> be put right together in isbnmnt. records whose prefix is
       *> not in the directory yet are counted, not listed.
       *> return code 0 when every covered record agrees, 4 when
       *> exceptions were listed, 12 when master.dat or pubdir.dat
       *> cannot be read or the report cannot be written

       identification division.
       program-id. isbnpubx.
       environment division.
       input-output section.
       file-control.
       select MASTER-FILE assign to "master.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is MAST-ISBN
           file status   is MAST-FS.
       select PUBDIR-FILE assign to "pubdir.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is PUB-KEY
           file status   is PUB-FS.
       select SORT-FILE assign to "pubxsort.tmp".
       select EXCEPT-REPORT assign to "pubxrpt.txt"
           organization  is LINE sequential
           file status  is PXR-FS.
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
       *> this record layout must stay in step with the PUBDIR-FILE
       *> layout in isbnpub.cob, which maintains pubdir.dat
       fd PUBDIR-FILE.
           01 PUB-REC.
               05 PUB-KEY.
                   10 PUB-PREFIX     pic X(03).
                   10 PUB-GROUP      pic X(05).
                   10 PUB-REGISTRANT pic X(07).
               05 PUB-NAME           pic X(25).
               05 PUB-CHANGED        pic 9(08).
       *> directory publisher, then ISBN
       sd SORT-FILE.
           01 SRT-REC.
               05 SRT-DIR-NAME   pic X(25).
               05 SRT-ISBN       pic X(13).
               05 SRT-PUBLISHER  pic X(25).
               05 SRT-TITLE      pic X(30).
               05 SRT-STATUS     pic X(01).
       fd EXCEPT-REPORT.
           01 PXR-REC   pic X(132).
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
       77 PXR-FS       pic X(02).
       77 WS-EOF       pic X VALUE "N".
       77 WS-SRT-EOF   pic X VALUE "N".
       77 WS-TODAY     pic 9(08).

       *> fields for the publisher directory lookup - the ISBN-13
       *> looked up, the lengths of group and registrant being
       *> tried, and the standard publisher name when one is found
       77 PUB-FS          pic X(02).
       77 WS-PUB-OPEN     pic X VALUE "N".
       77 WS-PUB-ISBN     pic X(13).
       77 WS-PUB-FND      pic X.
       77 WS-PUB-DIR-NAME pic X(25).
       77 WS-PUB-GL       pic 9(01).
       77 WS-PUB-RL       pic 9(01).
       77 WS-PUB-RS       pic 9(02).
       77 WS-PUB-CMP-A    pic X(25).
       77 WS-PUB-CMP-B    pic X(25).
       77 WS-PUB-DIFF     pic X.

       *> older master keys may still be in ISBN-10 form - they are
       *> looked up by their ISBN-13 (978 prefix, recomputed EAN-13
       *> check digit)
       77 WS-I13-IN       pic X(20).
       77 WS-I13-OUT      pic X(13).
       77 WS-I13-LEN      pic 9(02).
       77 WS-I13-IX       pic 9(02).
       77 WS-I13-BODY     pic X(09).
       77 WS-I13-DIGIT    pic 9(01).
       77 WS-I13-SUM      pic 9(03).
       77 WS-I13-Q        pic 9(03).
       77 WS-I13-R        pic 9(01).

       *> control-break state and counts - per directory publisher
       *> and for the run
       77 WS-CUR-DIR-NAME pic X(25).
       77 WS-FIRST-REC    pic X VALUE "Y".
       77 WS-GRP-CNT      pic 9(07) VALUE 0.
       77 WS-CNT-READ     pic 9(07) VALUE 0.
       77 WS-CNT-AGREE    pic 9(07) VALUE 0.
       77 WS-CNT-EXCEPT   pic 9(07) VALUE 0.
       77 WS-CNT-BLANK    pic 9(07) VALUE 0.
       77 WS-CNT-NODIR    pic 9(07) VALUE 0.
       77 WS-CNT-GROUPS   pic 9(07) VALUE 0.

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
       01 WS-GRP-HDR-LINE.
           05 FILLER        pic X(21) VALUE "Directory publisher: ".
           05 WS-GH-NAME    pic X(25).
       01 WS-DETAIL-LINE.
           05 WS-DL-ISBN    pic X(13).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-TITLE   pic X(30).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-PUB     pic X(25).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-STATUS  pic X(01).
       01 WS-SUB-LINE.
           05 WS-SL-LABEL   pic X(36).
           05 WS-SL-CNT     pic ZZZZZZ9.

       procedure division.
       *> open the master and the directory, read the master through
       *> the sort keeping only the records that disagree, and list
       *> them under the directory's name
       main-para.
           accept WS-TODAY from DATE YYYYMMDD.
           open input MASTER-FILE.
           if MAST-FS NOT = "00"
              display "Cannot open master.dat, status " MAST-FS
              move "E" to WS-OPS-LEVEL
              move "cannot open master.dat" to WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           open input PUBDIR-FILE.
           if PUB-FS NOT = "00"
              display "Cannot open pubdir.dat, status " PUB-FS
              move "E" to WS-OPS-LEVEL
              move "cannot open pubdir.dat" to WS-OPS-TEXT
              perform write-opslog-para
              close MASTER-FILE
              move 12 to RETURN-CODE
              stop run
           end-if.
           move "Y" to WS-PUB-OPEN.
           open output EXCEPT-REPORT.
           if PXR-FS NOT = "00"
              display "Cannot create pubxrpt.txt, status " PXR-FS
              move "E" to WS-OPS-LEVEL
              move "cannot create pubxrpt.txt" to WS-OPS-TEXT
              perform write-opslog-para
              close MASTER-FILE
              close PUBDIR-FILE
              move 12 to RETURN-CODE
              stop run
           end-if.
           move "I" to WS-OPS-LEVEL.
           move "publisher exceptions report started" to WS-OPS-TEXT.
           perform write-opslog-para.
           perform report-head-para.
           sort SORT-FILE
              on ascending key SRT-DIR-NAME SRT-ISBN
              input procedure is sort-in-para
              output procedure is sort-out-para.
           close MASTER-FILE.
           close PUBDIR-FILE.
           close EXCEPT-REPORT.
           display "Publisher exceptions written to pubxrpt.txt ("
              WS-CNT-EXCEPT " records, " WS-CNT-NODIR
              " not in directory).".
           move WS-CNT-EXCEPT to WS-OPS-CNT.
           move WS-CNT-NODIR to WS-OPS-CNT2.
           move spaces to WS-OPS-TEXT.
           string "publisher exceptions written, records " WS-OPS-CNT
              ", not in directory " WS-OPS-CNT2
              delimited by size into WS-OPS-TEXT.
           if WS-CNT-EXCEPT > 0
              move "W" to WS-OPS-LEVEL
              perform write-opslog-para
              move 4 to RETURN-CODE
           else
              move "I" to WS-OPS-LEVEL
              perform write-opslog-para
              move 0 to RETURN-CODE
           end-if.
           stop run.

       *> release every master record whose publisher disagrees with
       *> the directory
       sort-in-para.
           move "N" to WS-EOF.
           perform release-master-para until WS-EOF = "Y".

       *> read one master record, look its prefix up and hand it to
       *> the sort when it is an exception
       release-master-para.
           read MASTER-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              add 1 to WS-CNT-READ
              move MAST-ISBN to WS-I13-IN
              perform isbn13-form-para
              move WS-I13-OUT to WS-PUB-ISBN
              perform pub-lookup-para
              if WS-PUB-FND = "N"
                 add 1 to WS-CNT-NODIR
              else
                 move MAST-PUBLISHER to WS-PUB-CMP-A
                 move WS-PUB-DIR-NAME to WS-PUB-CMP-B
                 perform pub-compare-para
                 if WS-PUB-DIFF = "N"
                    add 1 to WS-CNT-AGREE
                 else
                    move WS-PUB-DIR-NAME to SRT-DIR-NAME
                    move MAST-ISBN to SRT-ISBN
                    move MAST-PUBLISHER to SRT-PUBLISHER
                    move MAST-TITLE to SRT-TITLE
                    move MAST-STATUS to SRT-STATUS
                    release SRT-REC
                 end-if
              end-if
           end-if.

       *> take the sorted exceptions, breaking on the directory name
       *> for the group headers and counts, then close with totals
       sort-out-para.
           move "N" to WS-SRT-EOF.
           move "Y" to WS-FIRST-REC.
           perform return-sorted-para until WS-SRT-EOF = "Y".
           if WS-FIRST-REC = "Y"
              move spaces to PXR-REC
              write PXR-REC
              move "Every master record agrees with the directory."
                 to PXR-REC
              write PXR-REC
           else
              perform group-total-para
           end-if.
           perform run-total-para.

       *> list one exception, opening a new group when the directory
       *> publisher changes
       return-sorted-para.
           return SORT-FILE
              at end move "Y" to WS-SRT-EOF
           end-return.
           if WS-SRT-EOF = "N"
              if WS-FIRST-REC = "Y"
                 move "N" to WS-FIRST-REC
                 move SRT-DIR-NAME to WS-CUR-DIR-NAME
                 perform group-head-para
              else
                 if SRT-DIR-NAME NOT = WS-CUR-DIR-NAME
                    perform group-total-para
                    move SRT-DIR-NAME to WS-CUR-DIR-NAME
                    perform group-head-para
                 end-if
              end-if
              perform detail-line-para
           end-if.

       *> the report heading
       report-head-para.
           move spaces to PXR-REC.
           string "Publisher exceptions - master records not "
                  "matching the publisher directory"
              delimited by size into PXR-REC.
           write PXR-REC.
           move WS-TODAY to WS-RH-DATE.
           write PXR-REC from WS-RPT-HDR-LINE.

       *> the heading opening one directory publisher's group
       group-head-para.
           move spaces to PXR-REC.
           write PXR-REC.
           move WS-CUR-DIR-NAME to WS-GH-NAME.
           write PXR-REC from WS-GRP-HDR-LINE.
           move spaces to PXR-REC.
           string "ISBN           "
                  "Title                           "
                  "Publisher on master        "
                  "Status"
              delimited by size into PXR-REC.
           write PXR-REC.
           move 0 to WS-GRP-CNT.
           add 1 to WS-CNT-GROUPS.

       *> one master record out of step with the directory
       detail-line-para.
           move SRT-ISBN to WS-DL-ISBN.
           move SRT-TITLE to WS-DL-TITLE.
           if SRT-PUBLISHER = SPACES
              move "(blank)" to WS-DL-PUB
              add 1 to WS-CNT-BLANK
           else
              move SRT-PUBLISHER to WS-DL-PUB
           end-if.
           move SRT-STATUS to WS-DL-STATUS.
           write PXR-REC from WS-DETAIL-LINE.
           add 1 to WS-GRP-CNT.
           add 1 to WS-CNT-EXCEPT.

       *> the count closing one directory publisher's group
       group-total-para.
           move "  Records to correct" to WS-SL-LABEL.
           move WS-GRP-CNT to WS-SL-CNT.
           write PXR-REC from WS-SUB-LINE.

       *> the run totals closing the report
       run-total-para.
           move spaces to PXR-REC.
           write PXR-REC.
           move "Report totals" to PXR-REC.
           write PXR-REC.
           move "  Master records read" to WS-SL-LABEL.
           move WS-CNT-READ to WS-SL-CNT.
           write PXR-REC from WS-SUB-LINE.
           move "  Agreeing with the directory" to WS-SL-LABEL.
           move WS-CNT-AGREE to WS-SL-CNT.
           write PXR-REC from WS-SUB-LINE.
           move "  Exceptions listed" to WS-SL-LABEL.
           move WS-CNT-EXCEPT to WS-SL-CNT.
           write PXR-REC from WS-SUB-LINE.
           move "    of which publisher blank" to WS-SL-LABEL.
           move WS-CNT-BLANK to WS-SL-CNT.
           write PXR-REC from WS-SUB-LINE.
           move "  Directory publishers listed" to WS-SL-LABEL.
           move WS-CNT-GROUPS to WS-SL-CNT.
           write PXR-REC from WS-SUB-LINE.
           move "  Prefix not in directory" to WS-SL-LABEL.
           move WS-CNT-NODIR to WS-SL-CNT.
           write PXR-REC from WS-SUB-LINE.

       *> find the directory entry for the ISBN-13 in WS-PUB-ISBN.
       *> the group and registrant lengths cannot be told from the
       *> ISBN alone, so every split of the nine digits after the
       *> EAN prefix is tried - group shortest first, and within a
       *> group the longest registrant first, so an imprint's entry
       *> wins over its parent's - leaving at least one digit for the
       *> publication number. the agency's ranges do not overlap, so
       *> only one group can match
       pub-lookup-para.
           move "N" to WS-PUB-FND.
           move spaces to WS-PUB-DIR-NAME.
           if WS-PUB-OPEN = "Y" AND WS-PUB-ISBN IS NUMERIC
              perform varying WS-PUB-GL from 1 by 1
                      until WS-PUB-GL > 5 or WS-PUB-FND = "Y"
                 compute WS-PUB-RL = 8 - WS-PUB-GL
                 if WS-PUB-RL > 7
                    move 7 to WS-PUB-RL
                 end-if
                 perform pub-try-para
                    until WS-PUB-RL < 1 or WS-PUB-FND = "Y"
              end-perform
           end-if.

       *> try one split of group and registrant against the directory
       pub-try-para.
           move spaces to PUB-KEY.
           move WS-PUB-ISBN(1:3) to PUB-PREFIX.
           move WS-PUB-ISBN(4:WS-PUB-GL) to PUB-GROUP(1:WS-PUB-GL).
           compute WS-PUB-RS = 4 + WS-PUB-GL.
           move WS-PUB-ISBN(WS-PUB-RS:WS-PUB-RL)
              to PUB-REGISTRANT(1:WS-PUB-RL).
           read PUBDIR-FILE key is PUB-KEY
              invalid key
                 continue
              not invalid key
                 move "Y" to WS-PUB-FND
                 move PUB-NAME to WS-PUB-DIR-NAME
           end-read.
           subtract 1 from WS-PUB-RL.

       *> compare two publisher names the way a reader would - case
       *> is ignored - setting WS-PUB-DIFF to Y when they differ
       pub-compare-para.
           inspect WS-PUB-CMP-A converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect WS-PUB-CMP-B converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if WS-PUB-CMP-A = WS-PUB-CMP-B
              move "N" to WS-PUB-DIFF
           else
              move "Y" to WS-PUB-DIFF
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
              move "isbnpubx" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.
