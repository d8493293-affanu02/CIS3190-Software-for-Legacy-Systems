           access mode   is DYNAMIC
           record key    is MAST-ISBN
           file status   is MAST-FS.
       select SOURCE-FILE assign to "mastsrc.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is SRC-ISBN
           file status   is SRC-FS.
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
       select MANIFEST-FILE assign to WS-MANIFEST-NAME
           organization  is LINE sequential
           file status  is MAN-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.
       select LOCK-FILE assign to "mastlock.dat"
           organization  is LINE sequential
           file status  is LCK-FS.
       select PUBDIR-FILE assign to "pubdir.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is PUB-KEY
           file status   is PUB-FS.

       data division.
       file section.
               05 RUNL-CNT-DISC  pic 9(07).
       fd RANGES-FILE.
           01 RNG-REC   pic x(60).
       *> the vendor id from the file's HDR record rides on every
       *> valid line so the receiving run can match the receipt to
       *> that vendor's open order - blank when the file had no HDR
       fd VALID-FILE.
           01 VAL-REC.
               05 VAL-ISBN    pic X(13).
               05 VAL-PASS    pic X(66).
               05 FILLER      pic X(2) VALUE SPACES.
               05 VAL-SRC     pic X(30).
               05 FILLER      pic X(2) VALUE SPACES.
               05 VAL-VENDOR  pic X(05).
       *> this record layout must stay in step with the REJECT-FILE
       *> layout in isbnfix.cob, which reads reject.txt
       fd REJECT-FILE.
           01 REJ-REC.
               05 REJ-ISBN    pic X(13).
               05 REJ-PASS    pic X(66).
               05 FILLER      pic X(2) VALUE SPACES.
               05 REJ-SRC     pic X(30).
               05 FILLER      pic X(2) VALUE SPACES.
               05 REJ-REPEAT  pic X(06).
               05 FILLER      pic X(1) VALUE SPACES.
               05 REJ-SEEN    pic 9(05).
               05 FILLER      pic X(2) VALUE SPACES.
               05 REJ-VENDOR  pic X(05).
               05 FILLER      pic X(2) VALUE SPACES.
               05 REJ-RAW     pic X(20).
       fd REJWORK-FILE.
           01 RJW-REC.
               05 RJW-CAT     pic X(01).
               05 RJW-RAW     pic X(80).
               05 FILLER      pic X(01).
               05 RJW-SRC     pic X(30).
               05 FILLER      pic X(01).
               05 RJW-REPEAT  pic X(06).
               05 FILLER      pic X(01).
               05 RJW-SEEN    pic 9(05).
               05 FILLER      pic X(01).
               05 RJW-FIRST   pic 9(08).
       fd REJLIST-FILE.
           01 RJL-REC   pic X(176).
       *> every reject of a batch run is remembered here by the raw
       *> ISBN as received and the vendor on the HDR record, so a
       *> vendor that keeps sending the same bad number shows up -
       *> this layout must stay in step with the REJHIST-FILE layout
       *> in isbnfix.cob, which records repairs, and the chronic
       *> offender report isbnchr.cob
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
       *> the vendor master, looked up by the vendor id on the HDR
       *> record - this layout must stay in step with the
       *> VENDOR-FILE layout in isbnvmnt.cob, which maintains
       *> vendor.dat
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
       fd CHECKPOINT-FILE.
           01 CKPT-REC.
               05 CKPT-FILE-NAME  pic X(30).
               05 CKPT-GT-BADPREFIX  pic 9(07).
               05 CKPT-CNT-DISC      pic 9(07).
               05 CKPT-GT-DISC       pic 9(07).
               05 CKPT-GT-REFUSED    pic X(01).
               05 CKPT-GT-BREACH     pic X(01).
       fd MASTER-FILE.
           01 MAST-REC.
               05 MAST-ISBN      pic X(13).
               05 MAST-PRICE     pic 9(05)V99.
               05 MAST-BINDING   pic X(10).
               05 MAST-STATUS    pic X(01).
       *> where each bare master entry first came from - the input
       *> file, the HDR vendor and the vendor's pass-through text, so
       *> the cataloguing backlog can say which feed a title arrived
       *> on. this layout must stay in step with the SOURCE-FILE
       *> layout in the backlog report isbnback.cob
       fd SOURCE-FILE.
           01 SRC-REC.
               05 SRC-ISBN       pic X(13).
               05 SRC-DATE       pic 9(08).
               05 SRC-FILE       pic X(30).
               05 SRC-VENDOR     pic X(05).
               05 SRC-PASS       pic X(66).
       *> every write, rewrite and delete against master.dat leaves
       *> one record on this permanent audit trail - this layout must
       *> stay in step with the AUDIT-FILE layout in isbnmnt.cob,
       *> isbnpurge.cob, isbnarch.cob, isbnrkey.cob, the recovery
       *> program isbnrcov.cob and the listing program isbnaud.cob
       fd AUDIT-FILE.
           01 AUD-REC.
               05 AUD-DATE     pic 9(08).
               05 AUD-BEFORE   pic X(119).
               05 FILLER       pic X(01).
               05 AUD-AFTER    pic X(119).
               05 FILLER       pic X(01).
               05 AUD-BATCH    pic X(30).
       *> every program in the suite appends its start, warnings,
       *> errors and final disposition here, so the morning question
       *> "what happened at 2 a.m." reads in one place - this layout
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

       working-storage section.
       77 WS-CHK-VLD  pic X VALUE "Y".
       77 WS-CHKSUM-VLD  pic X VALUE "Y".
       *> fields used to look up and record ISBNs in the persistent
       *> master file, for duplicate detection across runs
       77 MAST-FS      pic X(02).
       77 SRC-FS       pic X(02).
       77 WS-SRC-OPEN  pic X VALUE "N".
       77 WS-DUP-FLAG  pic X VALUE "N".
       77 WS-DISC-FLAG pic X VALUE "N".

       *> fields for the publisher directory lookup - a newly
       *> registered ISBN takes the standard publisher name for its
       *> registrant prefix from pubdir.dat. the ISBN-13 looked up,
       *> the lengths of group and registrant being tried, and the
       *> name when one is found
       77 PUB-FS          pic X(02).
       77 WS-PUB-OPEN     pic X VALUE "N".
       77 WS-PUB-ISBN     pic X(13).
       77 WS-PUB-FND      pic X.
       77 WS-PUB-DIR-NAME pic X(25).
       77 WS-PUB-GL       pic 9(01).
       77 WS-PUB-RL       pic 9(01).
       77 WS-PUB-RS       pic 9(02).

       *> fields for the master file audit trail - the action code
       *> and the before and after record images the writer sets
       *> ahead of each audit record
       *> reject also drops a work record - category code, input
       *> record number, the raw record as received - and the
       *> listing replays the work file once per category so data
       *> entry can find each bad line in the source file, with a
       *> repeat from the reject history marked at the end
       77 RJW-FS        pic X(02).
       77 RJL-FS        pic X(02).
       77 WS-RJW-EOF    pic X.
       77 WS-RJH-WROTE  pic X.
       77 WS-RJL-ANY    pic 9(07).
       77 WS-BATCH-MODE pic X VALUE "N".

       *> fields for the reject history - a reject whose raw ISBN
       *> and vendor are already on rejhist.dat is a repeat, marked
       *> on reject.txt and in the analysis listing with the number
       *> of times it has now been seen
       77 RHS-FS        pic X(02).
       77 WS-RHS-OPEN   pic X VALUE "N".
       77 WS-RHS-FOUND  pic X.
       77 WS-RHS-MARK   pic X(06).
       77 WS-RHS-SEEN   pic 9(05).
       77 WS-RHS-FIRST  pic 9(08).
       01 WS-RJC-DEF.
           05 FILLER pic X(33) VALUE "Lwrong length (not 10 or 13)".
           05 FILLER pic X(33) VALUE "Cbad check character".
           05 WS-RJL-SRC pic X(30).
           05 FILLER pic X(02) VALUE ": ".
           05 WS-RJL-RAW pic X(80).
           05 FILLER pic X(02) VALUE SPACES.
           05 WS-RJL-REPEAT pic X(44).
       01 WS-RJL-SEEN-ED  pic ZZZZ9.
       01 WS-RJL-FIRST-ED pic 9999/99/99.

       *> fields for the delimited vendor record layout, selected per
       *> run. the vendor's natural feed is ISBN, quantity, unit cost
           05 WS-VHL-VENDOR pic X(05).
           05 FILLER pic X(13) VALUE "  file date: ".
           05 WS-VHL-DATE pic 9999/99/99.
       01 WS-CTL-VND-LINE.
           05 FILLER pic X(18) VALUE "Vendor name:      ".
           05 WS-VNL-NAME pic X(30).
           05 FILLER pic X(10) VALUE "  layout: ".
           05 WS-VNL-LAYOUT pic X(01).
           05 FILLER pic X(13) VALUE "  tolerance: ".
           05 WS-VNL-TOL pic ZZ9.
           05 FILLER pic X(01) VALUE "%".
       01 WS-CTL-CNT-LINE.
           05 FILLER pic X(24) VALUE "Trailer declared count: ".
           05 WS-CCL-DECL pic ZZZZZZ9.
           05 FILLER pic X(11) VALUE "  computed:".
           05 WS-CHL-ACT pic ZZZZZZZZZ9.

       *> fields for the vendor master. the vendor id on the HDR
       *> record is looked up on vendor.dat and that vendor's record
       *> layout, reject tolerance and control-record rule replace
       *> the run parameters for the rest of the file: a vendor that
       *> does not require control records may leave off the TRL
       *> without the file being out of balance. a file from a vendor
       *> not on vendor.dat, or suspended there, is refused unread.
       *> a file with no HDR record, or a run with no vendor.dat,
       *> goes by the run parameters as before
       77 VMS-FS            pic X(02).
       77 WS-VMS-OPEN       pic X VALUE "N".
       77 WS-VMS-APPLIED    pic X VALUE "N".
       77 WS-VMS-NAME       pic X(30).
       77 WS-RUN-DLM        pic X VALUE "N".
       77 WS-TRL-OPTIONAL   pic X VALUE "N".
       77 WS-FILE-REFUSED   pic X VALUE "N".
       77 WS-REFUSE-WHY     pic X(20).
       77 WS-FILE-TOL-SET   pic X VALUE "N".
       77 WS-FILE-TOL-PCT   pic 9(03) VALUE 0.
       77 WS-GT-REFUSED     pic X VALUE "N".
       77 WS-TOL-BREACH     pic X VALUE "N".
       77 WS-VMS-TOL-ED     pic ZZ9.

       *> fields used to append this run's control totals to the
       *> permanent run-history log that isbntrend reports from
       77 RUNL-FS      pic X(02).
       *> into a runnable main program. the parameter is the input
       *> file name, optionally followed by further space-separated
       *> options: D selects the delimited vendor layout, a number
       *> is the reject-tolerance percentage for the return code -
       *> both give way to the vendor master for a file whose HDR
       *> vendor is on it - and E adds this run's output, valid,
       *> reject and report files onto the night's instead of
       *> starting them afresh, for a resubmission run later in the
       *> same stream
       77 WS-PARM-LINE      pic X(70).
       77 WS-PARM-FILE-NAME pic X(30).
       77 WS-PARM-TOK2      pic X(20).
       77 WS-PARM-TOK3      pic X(20).
       77 WS-PARM-TOK4      pic X(20).
       77 WS-PARM-TOK       pic X(20).

       *> fields for the manifest run mode: a run parameter or menu
       *> fields behind the return code handed to the scheduler by
       *> an unattended run: 0 clean, 4 rejects present, 8 rejects
       *> over the tolerance or control records out of balance, 12
       *> file error, 16 a file refused for a vendor not on the
       *> vendor master or suspended, 20 master.dat held by another
       *> run. the tolerance rides the run parameter next to the file
       *> name, or comes from the vendor
       77 WS-TOL-X5         pic X(05).
       77 WS-TOL-J          pic X(05).
       77 WS-TOL-L          pic 9(01).
       77 WS-REJ-TOT        pic 9(07).
       77 WS-REJ-PCT        pic 9(03)V99.

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
       *> get the file name to read from - either supplied as a run
       *> parameter for unattended scheduling, or chosen from the
              move spaces to WS-PARM-FILE-NAME
              move spaces to WS-PARM-TOK2
              move spaces to WS-PARM-TOK3
              move spaces to WS-PARM-TOK4
              unstring WS-PARM-LINE delimited by all " "
                 into WS-PARM-FILE-NAME WS-PARM-TOK2 WS-PARM-TOK3
                      WS-PARM-TOK4
              move WS-PARM-FILE-NAME to WS-FILE-NAME
              move "Y" to WS-UNATTENDED
              perform parm-option-para
              move "N" to WS-FS-ERROR
              perform validate-lock-para
              if WS-LCK-GOT = "N"
                 move WS-LCK-RC to RETURN-CODE
                 stop run
              end-if
              if WS-FILE-NAME(1:1) = "@"
                 move WS-FILE-NAME(2:29) to WS-MANIFEST-NAME
                 perform manifest-para
              else
                 perform batch-validate-para
              end-if
              perform drop-lock-para
           else
              move "N" to WS-UNATTENDED
              move spaces to WS-MENU-CHOICE

       *> apply the optional run-parameter tokens that follow the
       *> file name - D selects the delimited vendor layout, a
       *> number is the reject-tolerance percentage, E extends the
       *> night's output files
       parm-option-para.
           move "N" to WS-DLM-MODE.
           move "N" to WS-TOL-SET.
           perform parm-token-para.
           move WS-PARM-TOK3 to WS-PARM-TOK.
           perform parm-token-para.
           move WS-PARM-TOK4 to WS-PARM-TOK.
           perform parm-token-para.
           move WS-DLM-MODE to WS-RUN-DLM.

       *> size up one run-parameter option token
       parm-token-para.
           evaluate true
              when WS-PARM-TOK = "D" OR WS-PARM-TOK = "d"
                 move "Y" to WS-DLM-MODE
              when WS-PARM-TOK = "E" OR WS-PARM-TOK = "e"
                 move "Y" to WS-OUT-EXTEND
                 move "Y" to WS-RPT-EXTEND
              when WS-PARM-TOK NOT = SPACES
                 move WS-PARM-TOK(1:5) to WS-TOL-X5
                 move 0 to WS-TOL-L
                 perform varying I from 5 by -1
                    display "Note: run option not recognized: "
                       WS-PARM-TOK
                 end-if
           end-evaluate.

       *> the terminal front end - offers a batch file validation run,
       *> a single ISBN looked up on the spot, or a look back at the
           else
              move "N" to WS-DLM-MODE
           end-if.
           move WS-DLM-MODE to WS-RUN-DLM.
           move "N" to WS-FS-ERROR.
           perform validate-lock-para.
           if WS-LCK-GOT = "Y"
              if WS-FILE-NAME(1:1) = "@"
                 move WS-FILE-NAME(2:29) to WS-MANIFEST-NAME
                 perform manifest-para
              else
                 perform batch-validate-para
              end-if
              perform drop-lock-para
           else
              display "File not validated."
           end-if.

       *> every validation run registers new ISBNs on master.dat, so
       *> it holds master.dat exclusive from start to finish - a
       *> manifest holds it across all of its files
       validate-lock-para.
           move spaces to WS-LCK-USE.
           string "validation of " delimited by size
                  WS-FILE-NAME delimited by space
              into WS-LCK-USE.
           perform take-lock-para.

       batch-validate-para.
           perform file-defaults-para.
           open input INPUT-FILE.
           if INP-FS NOT = "00"
              display "Error: cannot open input file: " WS-FILE-NAME
              perform write-opslog-para
              if WS-UNATTENDED = "Y" AND WS-MAN-MODE = "N"
                 move 12 to RETURN-CODE
                 perform drop-lock-para
                 stop run
              end-if
           else
              move "N" to WS-EOF
              move 0 to WS-REC-COUNT
              perform check-resume-para
              perform open-vendor-para
              if WS-CKPT-RESUME-COUNT > 0 OR WS-OUT-EXTEND = "Y"
                 open extend OUTPUT-FILE
                 if OUT-FS NOT = "00"
                    open output OUTPUT-FILE
                 end-if
                 open extend CONVERTED-FILE
                 if CONV-FS NOT = "00"
                    open output CONVERTED-FILE
                 end-if
                 open extend VALID-FILE
                 if VAL-FS NOT = "00"
                    open output VALID-FILE
                 end-if
                 open extend REJECT-FILE
                 if REJ-FS NOT = "00"
                    open output REJECT-FILE
                 end-if
                 open extend REJWORK-FILE
                 if RJW-FS NOT = "00"
                    open output REJWORK-FILE
                 end-if
                 if WS-CKPT-RESUME-COUNT > 0
                    perform skip-forward-para
                    if WS-HDR-SEEN = "Y"
                       perform vendor-settings-para
                    end-if
                 else
                    perform reset-counters-para
                 end-if
              end-if
              accept WS-TODAY from DATE YYYYMMDD
              perform ensure-master-para
              perform open-pubdir-para
              perform ensure-ranges-para
              perform open-history-para
              perform check-files-para
              perform readISBN UNTIL WS-EOF = "Y"
              if WS-FILE-REFUSED = "N"
                 perform reconcile-para
                 perform tolerance-check-para
              end-if
              if WS-MAN-MODE = "N"
                 perform reset-checkpoint-para
              end-if
              close MASTER-FILE
              perform close-source-para
              perform close-pubdir-para
              perform close-history-para
              perform close-vendor-para
              close AUDIT-FILE
              close INPUT-FILE
              close OUTPUT-FILE
              if WS-MAN-MODE = "N"
                 perform reject-analysis-para
              end-if
              if WS-FILE-REFUSED = "N"
                 perform append-runlog-para
              end-if
              move "I" to WS-OPS-LEVEL
              move WS-CNT-TOTAL to WS-OPS-CNT
              move spaces to WS-OPS-TEXT
           move 0 to WS-GT-DUP.
           move 0 to WS-GT-BADPREFIX.
           move 0 to WS-GT-DISC.
           move "N" to WS-GT-REFUSED.
           move "N" to WS-TOL-BREACH.
           open input CHECKPOINT-FILE.
           if CKPT-FS = "00"
              read CHECKPOINT-FILE
                    move CKPT-GT-DUP       to WS-GT-DUP
                    move CKPT-GT-BADPREFIX to WS-GT-BADPREFIX
                    move CKPT-GT-DISC      to WS-GT-DISC
                    move CKPT-GT-REFUSED   to WS-GT-REFUSED
                    move CKPT-GT-BREACH    to WS-TOL-BREACH
                 end-if
              end-if
              close CHECKPOINT-FILE
           move WS-GT-VALID     to CKPT-GT-VALID.
           move WS-GT-DUP       to CKPT-GT-DUP.
           move WS-GT-BADPREFIX to CKPT-GT-BADPREFIX.
           move WS-GT-REFUSED   to CKPT-GT-REFUSED.
           move WS-TOL-BREACH   to CKPT-GT-BREACH.

       *> the grand-total section closing a manifest run's report -
       *> the grand counters drop into the per-run fields so the
           end-if.

       *> grade the run for the scheduler - only an unattended run
       *> sets the register, the menu keeps its zero. each file was
       *> weighed against its own tolerance as it finished; a
       *> manifest run is also weighed as a whole against the run
       *> parameter's
       set-return-code-para.
           compute WS-REJ-TOT = WS-CNT-NONDIGIT + WS-CNT-WRONGLEN
              + WS-CNT-BADCHK + WS-CNT-INVCHKSUM
           end-if.
           if WS-UNATTENDED = "Y"
              evaluate true
                 when WS-GT-REFUSED = "Y"
                    move 16 to RETURN-CODE
                 when WS-FS-ERROR = "Y"
                    move 12 to RETURN-CODE
                 when WS-OOB-FLAG = "Y"
                    move 8 to RETURN-CODE
                 when WS-TOL-BREACH = "Y"
                    move 8 to RETURN-CODE
                 when WS-MAN-MODE = "Y" AND WS-TOL-SET = "Y"
                      AND WS-REJ-PCT > WS-TOL-PCT
                    move 8 to RETURN-CODE
                 when WS-REJ-TOT > 0
                    move 4 to RETURN-CODE
           display "Enter an ISBN to check: ".
           move spaces to INP-REC.
           accept INP-REC.
           move "single ISBN check" to WS-LCK-USE.
           perform take-lock-para.
           if WS-LCK-GOT = "Y"
              perform check-one-para
              perform drop-lock-para
           else
              display "ISBN not checked."
           end-if.

       *> run the keyed ISBN through the checks with master.dat held
       check-one-para.
           move "(terminal entry)" to WS-FILE-NAME.
           move "N" to WS-BATCH-MODE.
           move "N" to WS-DLM-MODE.
           end-if.
           accept WS-TODAY from DATE YYYYMMDD.
           perform ensure-master-para.
           perform open-pubdir-para.
           perform ensure-ranges-para.
           initialize WS-PRNT-REC.
           perform normalize-para.
           perform tally-para.
           perform split-output-para.
           close MASTER-FILE.
           perform close-source-para.
           perform close-pubdir-para.
           close AUDIT-FILE.
           close OUTPUT-FILE.
           close CONVERTED-FILE.
           move 0 to CKPT-GT-DUP.
           move 0 to CKPT-GT-BADPREFIX.
           move 0 to CKPT-GT-DISC.
           move "N" to CKPT-GT-REFUSED.
           move "N" to CKPT-GT-BREACH.
           write CKPT-REC.
           if CKPT-FS NOT = "00"
              move "Y" to WS-FS-ERROR

       *> save the current record count and running control totals so
       *> a later run can resume here without losing the counts from
       *> the records already validated in this run - and, as the run
       *> is plainly still alive, refresh its master.dat heartbeat
       write-checkpoint-para.
           open output CHECKPOINT-FILE.
           move WS-FILE-NAME to CKPT-FILE-NAME.
              move "Y" to WS-FS-ERROR
           end-if.
           close CHECKPOINT-FILE.
           perform beat-lock-para.

       *> open the indexed master file for update, creating it the
       *> first time this program runs on a fresh set of data files
              close MASTER-FILE
              open i-o MASTER-FILE
           end-if.
           open i-o SOURCE-FILE.
           if SRC-FS = "35"
              open output SOURCE-FILE
              close SOURCE-FILE
              open i-o SOURCE-FILE
           end-if.
           if SRC-FS = "00"
              move "Y" to WS-SRC-OPEN
           else
              move "N" to WS-SRC-OPEN
              display "Note: master source file not available, status "
                 SRC-FS
           end-if.
           open extend AUDIT-FILE.
           if AUD-FS NOT = "00"
              open output AUDIT-FILE
       *> already there, flag the record as a duplicate, say when it
       *> was first validated and carry its catalogued title onto the
       *> output records, otherwise add it to the master file as a
       *> bare active entry for catalog staff to enrich in isbnmnt.
       *> the master is keyed on the ISBN-13 form, so an ISBN-10 and
       *> the ISBN-13 of the same title find the same entry
       duplicate-check-para.
           move WS-RNG-ISBN13 to MAST-ISBN.
           read MASTER-FILE key is MAST-ISBN
              invalid key
                 move "N" to WS-DUP-FLAG
              move spaces to MAST-TITLE
              move spaces to MAST-AUTHOR
              move spaces to MAST-PUBLISHER
              move MAST-ISBN to WS-PUB-ISBN
              perform pub-lookup-para
              if WS-PUB-FND = "Y"
                 move WS-PUB-DIR-NAME to MAST-PUBLISHER
              end-if
              move 0 to MAST-PRICE
              move spaces to MAST-BINDING
              move "A" to MAST-STATUS
              move MAST-REC to WS-AUD-AFTER
              move "A" to WS-AUD-ACTION
              perform write-audit-para
              perform write-source-para
           end-if.

       *> note where a newly registered ISBN came from. an ISBN purged
       *> and later registered again already has an entry, which is
       *> replaced so the backlog shows the feed that brought it back
       write-source-para.
           if WS-SRC-OPEN = "Y"
              move MAST-ISBN     to SRC-ISBN
              move WS-TODAY      to SRC-DATE
              move WS-FILE-NAME  to SRC-FILE
              move WS-HDR-VENDOR to SRC-VENDOR
              move WS-PASS-TXT   to SRC-PASS
              write SRC-REC
                 invalid key
                    rewrite SRC-REC
                       invalid key
                          display "Note: source not recorded for "
                             SRC-ISBN ", status " SRC-FS
                    end-rewrite
              end-write
           end-if.

       *> close the master source file when the run managed to open it
       close-source-para.
           if WS-SRC-OPEN = "Y"
              close SOURCE-FILE
              move "N" to WS-SRC-OPEN
           end-if.

       *> each file starts out on the run parameters - a vendor
       *> found on its HDR record may replace them as it is read
       file-defaults-para.
           move WS-RUN-DLM to WS-DLM-MODE.
           move WS-TOL-SET to WS-FILE-TOL-SET.
           move WS-TOL-PCT to WS-FILE-TOL-PCT.
           move "N" to WS-TRL-OPTIONAL.
           move "N" to WS-FILE-REFUSED.
           move "N" to WS-VMS-APPLIED.
           move spaces to WS-VMS-NAME.
           move spaces to WS-REFUSE-WHY.
           if WS-MAN-MODE = "N"
              move "N" to WS-GT-REFUSED
              move "N" to WS-TOL-BREACH
           end-if.

       *> open the vendor master for lookup. without it every file
       *> goes by the run parameters, as before there was one
       open-vendor-para.
           open input VENDOR-FILE.
           if VMS-FS = "00"
              move "Y" to WS-VMS-OPEN
           else
              move "N" to WS-VMS-OPEN
              display "Note: vendor.dat not available, status "
                 VMS-FS " - run parameters used."
              move "W" to WS-OPS-LEVEL
              move "vendor.dat not available - run parameters used"
                 to WS-OPS-TEXT
              perform write-opslog-para
           end-if.

       *> close the vendor master when this run opened it
       close-vendor-para.
           if WS-VMS-OPEN = "Y"
              close VENDOR-FILE
              move "N" to WS-VMS-OPEN
           end-if.

       *> open the publisher directory for lookup. without it new
       *> ISBNs are registered with the publisher blank, as before
       *> there was one
       open-pubdir-para.
           open input PUBDIR-FILE.
           if PUB-FS = "00"
              move "Y" to WS-PUB-OPEN
           else
              move "N" to WS-PUB-OPEN
              display "Note: pubdir.dat not available, status "
                 PUB-FS " - publishers left blank."
              move "W" to WS-OPS-LEVEL
              move "pubdir.dat not available - publishers left blank"
                 to WS-OPS-TEXT
              perform write-opslog-para
           end-if.

       *> close the publisher directory when this run opened it
       close-pubdir-para.
           if WS-PUB-OPEN = "Y"
              close PUBDIR-FILE
              move "N" to WS-PUB-OPEN
           end-if.

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

       *> look the HDR vendor up on the vendor master and take its
       *> settings for the rest of the file - a vendor not on file or
       *> suspended has its file refused
       vendor-settings-para.
           if WS-VMS-OPEN = "Y"
              move WS-HDR-VENDOR to VMS-ID
              read VENDOR-FILE key is VMS-ID
                 invalid key
                    move "not on vendor.dat" to WS-REFUSE-WHY
                    move "Y" to WS-FILE-REFUSED
                 not invalid key
                    if VMS-STATUS = "S"
                       move "suspended" to WS-REFUSE-WHY
                       move "Y" to WS-FILE-REFUSED
                    else
                       perform apply-vendor-para
                    end-if
              end-read
              if WS-FILE-REFUSED = "Y"
                 perform refuse-file-para
              end-if
           end-if.

       *> the vendor's record layout, tolerance and control-record
       *> rule take over from the run parameters
       apply-vendor-para.
           move "Y" to WS-VMS-APPLIED.
           move VMS-NAME to WS-VMS-NAME.
           if VMS-LAYOUT = "D"
              move "Y" to WS-DLM-MODE
           else
              move "N" to WS-DLM-MODE
           end-if.
           move "Y" to WS-FILE-TOL-SET.
           move VMS-TOL to WS-FILE-TOL-PCT.
           if VMS-CTL-REQ = "Y"
              move "N" to WS-TRL-OPTIONAL
           else
              move "Y" to WS-TRL-OPTIONAL
           end-if.
           move VMS-TOL to WS-VMS-TOL-ED.
           move "I" to WS-OPS-LEVEL.
           move spaces to WS-OPS-TEXT.
           string "vendor settings for " delimited by size
              WS-HDR-VENDOR delimited by size
              ": layout " delimited by size
              VMS-LAYOUT delimited by size
              ", tolerance " delimited by size
              WS-VMS-TOL-ED delimited by size
              "%, control records " delimited by size
              VMS-CTL-REQ delimited by size
              into WS-OPS-TEXT.
           perform write-opslog-para.

       *> stop reading a file whose vendor may not send files - the
       *> file is left for the vendor master to be put right and the
       *> run graded 16
       refuse-file-para.
           move "Y" to WS-GT-REFUSED.
           move "Y" to WS-EOF.
           display "*** FILE REFUSED - vendor " WS-HDR-VENDOR " "
              WS-REFUSE-WHY " ***".
           move "E" to WS-OPS-LEVEL.
           move spaces to WS-OPS-TEXT.
           string "file refused, vendor " delimited by size
              WS-HDR-VENDOR delimited by size
              " " delimited by size
              WS-REFUSE-WHY delimited by "  "
              ": " delimited by size
              WS-FILE-NAME delimited by size
              into WS-OPS-TEXT.
           perform write-opslog-para.

       *> weigh this file's rejects against the tolerance it ran
       *> under - the run parameter's, or its vendor's
       tolerance-check-para.
           compute WS-REJ-TOT = WS-CNT-NONDIGIT + WS-CNT-WRONGLEN
              + WS-CNT-BADCHK + WS-CNT-INVCHKSUM
              + WS-CNT-BADPREFIX.
           if WS-CNT-TOTAL = 0
              move 0 to WS-REJ-PCT
           else
              compute WS-REJ-PCT = (WS-REJ-TOT * 100)
                 / WS-CNT-TOTAL
           end-if.
           if WS-FILE-TOL-SET = "Y" AND WS-REJ-PCT > WS-FILE-TOL-PCT
              move "Y" to WS-TOL-BREACH
              move "W" to WS-OPS-LEVEL
              move spaces to WS-OPS-TEXT
              string "rejects over tolerance, input: " WS-FILE-NAME
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
           end-if.

       *> read the values of ISBN numbers and process them. a 13
              else
                 move 0 to WS-HDR-DATE
              end-if
              perform vendor-settings-para
           end-if.
           if INP-REC(1:3) = "TRL"
              move "Y" to WS-CTL-REC-FLAG

       *> after the file is read, weigh the trailer's declared count
       *> and hash total against what actually arrived - a file with
       *> a header but no trailer is treated as cut short, unless
       *> its vendor does not require control records
       reconcile-para.
           move "N" to WS-OOB-FLAG.
           if WS-TRL-SEEN = "Y"
              end-if
           else
              if WS-HDR-SEEN = "Y"
                 if WS-TRL-OPTIONAL = "Y"
                    display "Note: no trailer record - not required "
                       "for vendor " WS-HDR-VENDOR
                 else
                    move "Y" to WS-OOB-FLAG
                 end-if
              end-if
           end-if.
           if WS-OOB-FLAG = "Y"
              move WS-PRNT-MSG  to REJ-REASON
              move WS-PASS-TXT  to REJ-PASS
              move WS-FILE-NAME to REJ-SRC
              move WS-HDR-VENDOR to REJ-VENDOR
              move INP-REC to REJ-RAW
              if WS-BATCH-MODE = "Y"
                 perform reject-history-para
                 move WS-RHS-MARK to REJ-REPEAT
                 move WS-RHS-SEEN to REJ-SEEN
              else
                 move 0 to REJ-SEEN
              end-if
              write REJ-REC
              if WS-BATCH-MODE = "Y"
                 perform write-rejwork-para
              move WS-PRNT-TITLE to VAL-TITLE
              move WS-PASS-TXT to VAL-PASS
              move WS-FILE-NAME to VAL-SRC
              move WS-HDR-VENDOR to VAL-VENDOR
              write VAL-REC
           end-if.

           move WS-REC-COUNT to RJW-RECNO.
           move WS-RAW-REC to RJW-RAW.
           move WS-FILE-NAME to RJW-SRC.
           move WS-RHS-MARK to RJW-REPEAT.
           move WS-RHS-SEEN to RJW-SEEN.
           move WS-RHS-FIRST to RJW-FIRST.
           write RJW-REC.

       *> open the reject history for a batch run, creating it the
       *> first time. it is not needed to validate, so a run that
       *> cannot open it warns and carries on without repeat marks
       open-history-para.
           open i-o REJHIST-FILE.
           if RHS-FS = "35"
              open output REJHIST-FILE
              close REJHIST-FILE
              open i-o REJHIST-FILE
           end-if.
           if RHS-FS = "00"
              move "Y" to WS-RHS-OPEN
           else
              move "N" to WS-RHS-OPEN
              display "Note: reject history not available, status "
                 RHS-FS
              move "W" to WS-OPS-LEVEL
              move spaces to WS-OPS-TEXT
              string "reject history not available, status " RHS-FS
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
           end-if.

       *> close the reject history when the run managed to open it
       close-history-para.
           if WS-RHS-OPEN = "Y"
              close REJHIST-FILE
              move "N" to WS-RHS-OPEN
           end-if.

       *> count the reject just found against its history entry - the
       *> raw ISBN as received from this vendor. one already on file
       *> is a repeat; the nights count goes up once per run date
       reject-history-para.
           move spaces to WS-RHS-MARK.
           move 1 to WS-RHS-SEEN.
           move WS-TODAY to WS-RHS-FIRST.
           if WS-RHS-OPEN = "Y"
              move INP-REC to RHS-RAW
              move WS-HDR-VENDOR to RHS-VENDOR
              read REJHIST-FILE key is RHS-KEY
                 invalid key
                    move "N" to WS-RHS-FOUND
                 not invalid key
                    move "Y" to WS-RHS-FOUND
              end-read
              if WS-RHS-FOUND = "Y"
                 move "REPEAT" to WS-RHS-MARK
                 if RHS-COUNT < 99999
                    add 1 to RHS-COUNT
                 end-if
                 if RHS-LAST < WS-TODAY AND RHS-NIGHTS < 99999
                    add 1 to RHS-NIGHTS
                 end-if
                 move WS-REJ-CAT to RHS-CAT
                 move WS-TODAY to RHS-LAST
                 move WS-FILE-NAME to RHS-LAST-FILE
                 move RHS-COUNT to WS-RHS-SEEN
                 move RHS-FIRST to WS-RHS-FIRST
                 rewrite RHS-REC
                    invalid key
                       display "Note: reject history not updated for "
                          RHS-RAW ", status " RHS-FS
                 end-rewrite
              else
                 move WS-REJ-CAT to RHS-CAT
                 move WS-TODAY to RHS-FIRST
                 move WS-TODAY to RHS-LAST
                 move 1 to RHS-COUNT
                 move 1 to RHS-NIGHTS
                 move WS-FILE-NAME to RHS-LAST-FILE
                 move 0 to RHS-RES-DATE
                 move spaces to RHS-RES-ISBN
                 move spaces to RHS-RES-BY
                 write RHS-REC
                    invalid key
                       display "Note: reject history not written for "
                          RHS-RAW ", status " RHS-FS
                 end-write
              end-if
           end-if.

       *> write the end-of-run reject analysis listing: the rejects
       *> of the run grouped by reason category, each with the input
       *> record number and the raw record, replaying the work file
                 move RJW-RECNO to WS-RJL-RECNO
                 move RJW-SRC to WS-RJL-SRC
                 move RJW-RAW to WS-RJL-RAW
                 move spaces to WS-RJL-REPEAT
                 if RJW-REPEAT NOT = SPACES
                    move RJW-SEEN to WS-RJL-SEEN-ED
                    move RJW-FIRST to WS-RJL-FIRST-ED
                    string "REPEAT - seen " WS-RJL-SEEN-ED
                       " times since " WS-RJL-FIRST-ED
                       delimited by size into WS-RJL-REPEAT
                 end-if
                 write RJL-REC from WS-RJL-LINE
                 add 1 to WS-RJL-ANY
              end-if
                 move WS-HDR-DATE to WS-VHL-DATE
                 write REPT-REC from WS-CTL-HDR-LINE
              end-if
              if WS-VMS-APPLIED = "Y"
                 move WS-VMS-NAME to WS-VNL-NAME
                 if WS-DLM-MODE = "Y"
                    move "D" to WS-VNL-LAYOUT
                 else
                    move "F" to WS-VNL-LAYOUT
                 end-if
                 move WS-FILE-TOL-PCT to WS-VNL-TOL
                 write REPT-REC from WS-CTL-VND-LINE
              end-if
              if WS-TRL-SEEN = "Y"
                 move WS-TRL-COUNT to WS-CCL-DECL
                 move WS-CTL-DETAIL-CNT to WS-CCL-ACT
                 move WS-CTL-HASH-SUM to WS-CHL-ACT
                 write REPT-REC from WS-CTL-HASH-LINE
              end-if
              evaluate true
                 when WS-FILE-REFUSED = "Y"
                    move spaces to REPT-REC
                    string "*** FILE REFUSED - vendor "
                       delimited by size
                       WS-REFUSE-WHY delimited by "  "
                       " ***" delimited by size
                       into REPT-REC
                    write REPT-REC
                 when WS-OOB-FLAG = "Y"
                    move "*** RUN OUT OF BALANCE ***" to REPT-REC
                    write REPT-REC
                 when other
                    move "Control records reconciled" to REPT-REC
                    write REPT-REC
              end-evaluate
           end-if.

       *> the purchasing breakdown: one line per registration group
              move MAST-ISBN to AUD-ISBN
              move WS-AUD-BEFORE to AUD-BEFORE
              move WS-AUD-AFTER to AUD-AFTER
              move WS-FILE-NAME to AUD-BATCH
              write AUD-REC
           end-if.

              move WS-PCT to WS-REPT-PCT
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
           move "isbn" to LCK-PROGRAM.
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
              if WS-LV-PROGRAM NOT = "isbn"
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
