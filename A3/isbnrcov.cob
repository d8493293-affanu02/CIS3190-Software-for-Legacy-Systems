       *> isbnrcov.cob
       *> point-in-time recovery of the master file for the ISBN
       *> validation system. every write, rewrite and delete against
       *> master.dat leaves its before and after images on
       *> mastaudit.dat, so when a bad transaction batch or a wrong
       *> purge retention wipes out good data the master can be put
       *> back without re-keying: this program takes a backup copy of
       *> master.dat and the date and time that backup was taken,
       *> loads it as the new master, and replays every audit entry
       *> logged after the backup up to an operator-given recovery
       *> point - an add is written, a change rewritten, a delete or
       *> purge deleted. entries from one named program or
       *> transaction batch can be skipped. an entry whose
       *> before-image does not match the record the replay finds is
       *> never applied blindly - it goes on the recovery register as
       *> a conflict for catalog staff to settle in isbnmnt. the
       *> master as it stood before the recovery is kept in
       *> mastsave.dat, and every record the recovery changed goes on
       *> the audit trail as action V so the trail still agrees with
       *> the master afterwards.
       *>
       *> run parameters, space-separated, for the scheduler:
       *>   backup-file taken-date taken-time point-date point-time
       *>   [skip-program-or-batch]
       *> dates YYYYMMDD, times HHMMSS. with no parameters the
       *> operator is prompted and asked to confirm.
       *> return code 0 clean, 4 conflicts found, 12 file error,
       *> 20 master.dat held by another run

       identification division.
       program-id. isbnrcov.
       environment division.
       input-output section.
       file-control.
       select BACKUP-FILE assign to WS-BACKUP-NAME
           organization  is INDEXED
           access mode   is SEQUENTIAL
           record key    is BAK-ISBN
           file status   is BAK-FS.
       select MASTER-FILE assign to "master.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is MAST-ISBN
           file status   is MAST-FS.
       select SAVE-FILE assign to "mastsave.dat"
           organization  is LINE sequential
           file status  is SAV-FS.
       select AUDIT-FILE assign to "mastaudit.dat"
           organization  is LINE sequential
           file status  is AUD-FS.
       select RCOV-REPORT assign to "rcovrpt.txt"
           organization  is LINE sequential
           file status  is RCV-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.
       select LOCK-FILE assign to "mastlock.dat"
           organization  is LINE sequential
           file status  is LCK-FS.

       data division.
       file section.
       *> the backup is a copy of master.dat itself, so it carries
       *> the MASTER-FILE layout
       fd BACKUP-FILE.
           01 BAK-REC.
               05 BAK-ISBN       pic X(13).
               05 BAK-REST       pic X(106).
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
       *> the master as it stood before the recovery, unloaded in key
       *> order
       fd SAVE-FILE.
           01 SAV-REC.
               05 SAV-ISBN       pic X(13).
               05 SAV-REST       pic X(106).
       *> every write, rewrite and delete against master.dat leaves
       *> one record on this permanent audit trail - this layout must
       *> stay in step with the AUDIT-FILE layout in isbn.cob,
       *> isbnmnt.cob, isbnpurge.cob, isbnarch.cob, isbnrkey.cob and
       *> the listing program isbnaud.cob
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
       fd RCOV-REPORT.
           01 RCV-REC   pic X(132).
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
       77 BAK-FS       pic X(02).
       77 MAST-FS      pic X(02).
       77 SAV-FS       pic X(02).
       77 AUD-FS       pic X(02).
       77 RCV-FS       pic X(02).
       77 WS-EOF       pic X VALUE "N".
       77 WS-TODAY     pic 9(08).
       77 WS-TIME-RAW  pic X(08).
       77 WS-RESP      pic X.
       77 WS-FS-ERROR  pic X VALUE "N".
       77 WS-ON-FILE   pic X.

       *> the run parameters - from the command line for the
       *> scheduler, otherwise prompted for and confirmed
       77 WS-PARM-LINE     pic X(120).
       77 WS-BACKUP-NAME   pic X(30).
       77 WS-TAKEN-DATE-IN pic X(08).
       77 WS-TAKEN-TIME-IN pic X(06).
       77 WS-POINT-DATE-IN pic X(08).
       77 WS-POINT-TIME-IN pic X(06).
       77 WS-SKIP-NAME     pic X(30).
       77 WS-PARMS-OK      pic X VALUE "Y".

       *> the replay window - an audit entry replays when its stamp
       *> falls after the backup was taken and no later than the
       *> recovery point
       01 WS-TAKEN-STAMP.
           05 WS-TAKEN-DATE  pic 9(08).
           05 WS-TAKEN-TIME  pic 9(06).
       01 WS-POINT-STAMP.
           05 WS-POINT-DATE  pic 9(08).
           05 WS-POINT-TIME  pic 9(06).
       01 WS-AUD-STAMP.
           05 WS-AS-DATE     pic 9(08).
           05 WS-AS-TIME     pic 9(06).

       *> the keys for the before-and-after comparison that puts the
       *> recovery's own changes on the audit trail - HIGH-VALUES
       *> once a side is exhausted
       77 WS-SAV-KEY   pic X(13).
       77 WS-MST-KEY   pic X(13).
       77 WS-RCV-BATCH pic X(30).
       77 WS-AUD-ISBN   pic X(13).
       77 WS-AUD-BEFORE pic X(119).
       77 WS-AUD-AFTER  pic X(119).

       *> fields for the shared operations log - the caller sets the
       *> level (I=info, W=warning, E=error) and the message text
       77 OPS-FS         pic X(02).
       77 WS-OPS-LEVEL   pic X(01).
       77 WS-OPS-TEXT    pic X(70).
       77 WS-OPS-DATE    pic 9(08).
       77 WS-OPS-TIME-X  pic X(08).
       77 WS-OPS-CNT     pic ZZZZZZ9.
       77 WS-OPS-CNT2    pic ZZZZZZ9.

       *> run counts for the register totals and the operations log
       77 WS-CNT-BACKUP   pic 9(07) VALUE 0.
       77 WS-CNT-SAVED    pic 9(07) VALUE 0.
       77 WS-CNT-AUD-READ pic 9(07) VALUE 0.
       77 WS-CNT-BEFORE   pic 9(07) VALUE 0.
       77 WS-CNT-AFTER    pic 9(07) VALUE 0.
       77 WS-CNT-APPLIED  pic 9(07) VALUE 0.
       77 WS-CNT-SKIPPED  pic 9(07) VALUE 0.
       77 WS-CNT-CONFLICT pic 9(07) VALUE 0.
       77 WS-CNT-CHANGED  pic 9(07) VALUE 0.

       *> register line layouts
       01 WS-DATE-ED      pic 9999/99/99.
       01 WS-TIME-ED      pic 99B99B99.
       01 WS-REG-LINE.
           05 WS-RL-DATE    pic 9999/99/99.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-RL-TIME    pic 99B99B99.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-RL-PROGRAM pic X(10).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-RL-ACTION  pic X(01).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-RL-ISBN    pic X(13).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-RL-DISP    pic X(40).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-RL-BATCH   pic X(30).
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
       *> take and check the run parameters, save the master as it
       *> stands, load the backup in its place, replay the audit
       *> window over it, then log the recovery's net changes on the
       *> audit trail
       main-para.
           accept WS-TODAY from DATE YYYYMMDD.
           accept WS-PARM-LINE from COMMAND-LINE.
           if WS-PARM-LINE NOT = SPACES
              perform parm-para
           else
              perform prompt-para
           end-if.
           if WS-PARMS-OK = "N"
              move 12 to RETURN-CODE
              stop run
           end-if.
           move "point-in-time recovery" to WS-LCK-USE.
           perform take-lock-para.
           if WS-LCK-GOT = "N"
              move WS-LCK-RC to RETURN-CODE
              stop run
           end-if.
           move spaces to WS-RCV-BATCH.
           string "recovery to " WS-POINT-DATE-IN " " WS-POINT-TIME-IN
              delimited by size into WS-RCV-BATCH.
           move "I" to WS-OPS-LEVEL.
           move spaces to WS-OPS-TEXT.
           string "recovery started from " WS-BACKUP-NAME
              delimited by size into WS-OPS-TEXT.
           perform write-opslog-para.
           open output RCOV-REPORT.
           if RCV-FS NOT = "00"
              display "Cannot create rcovrpt.txt, status " RCV-FS
              move "Y" to WS-FS-ERROR
           else
              perform report-head-para
              perform save-master-para
           end-if.
           if WS-FS-ERROR = "N"
              perform load-backup-para
           end-if.
           if WS-FS-ERROR = "N"
              perform replay-para
           end-if.
           if WS-FS-ERROR = "N"
              perform compare-para
           end-if.
           if RCV-FS = "00"
              perform report-totals-para
              close RCOV-REPORT
           end-if.
           perform drop-lock-para.
           perform finish-para.
           stop run.

       *> split the command line into its positional parameters
       parm-para.
           move spaces to WS-BACKUP-NAME.
           move spaces to WS-TAKEN-DATE-IN.
           move spaces to WS-TAKEN-TIME-IN.
           move spaces to WS-POINT-DATE-IN.
           move spaces to WS-POINT-TIME-IN.
           move spaces to WS-SKIP-NAME.
           unstring WS-PARM-LINE delimited by all " "
              into WS-BACKUP-NAME WS-TAKEN-DATE-IN WS-TAKEN-TIME-IN
                   WS-POINT-DATE-IN WS-POINT-TIME-IN WS-SKIP-NAME.
           perform check-parms-para.

       *> ask the operator for each parameter in turn, then show the
       *> whole recovery back and ask once before anything is touched
       prompt-para.
           display "Master file point-in-time recovery".
           display "Backup copy of master.dat to recover from: ".
           move spaces to WS-BACKUP-NAME.
           accept WS-BACKUP-NAME.
           display "Backup taken - date YYYYMMDD: ".
           move spaces to WS-TAKEN-DATE-IN.
           accept WS-TAKEN-DATE-IN.
           display "Backup taken - time HHMMSS (blank for 000000): ".
           move spaces to WS-TAKEN-TIME-IN.
           accept WS-TAKEN-TIME-IN.
           if WS-TAKEN-TIME-IN = SPACES
              move "000000" to WS-TAKEN-TIME-IN
           end-if.
           display "Recover up to - date YYYYMMDD: ".
           move spaces to WS-POINT-DATE-IN.
           accept WS-POINT-DATE-IN.
           display "Recover up to - time HHMMSS (blank for 235959): ".
           move spaces to WS-POINT-TIME-IN.
           accept WS-POINT-TIME-IN.
           if WS-POINT-TIME-IN = SPACES
              move "235959" to WS-POINT-TIME-IN
           end-if.
           display "Skip entries from program or batch (blank for "
              "none): ".
           move spaces to WS-SKIP-NAME.
           accept WS-SKIP-NAME.
           perform check-parms-para.
           if WS-PARMS-OK = "Y"
              display spaces
              display "Recover master.dat from " WS-BACKUP-NAME
              display "  replaying audit entries after "
                 WS-TAKEN-DATE-IN " " WS-TAKEN-TIME-IN
              display "  up to and including "
                 WS-POINT-DATE-IN " " WS-POINT-TIME-IN
              if WS-SKIP-NAME NOT = SPACES
                 display "  skipping entries from " WS-SKIP-NAME
              end-if
              display "The current master is replaced. Proceed? "
                 "(Y/N): "
              accept WS-RESP
              if WS-RESP NOT = "Y" AND WS-RESP NOT = "y"
                 display "Nothing recovered."
                 stop run
              end-if
           end-if.

       *> the backup must be named and both stamps must be numeric,
       *> with the recovery point no earlier than the backup
       check-parms-para.
           move "Y" to WS-PARMS-OK.
           if WS-BACKUP-NAME = SPACES
              display "A backup file name is required."
              move "N" to WS-PARMS-OK
           end-if.
           if WS-TAKEN-DATE-IN IS NOT NUMERIC
              OR WS-TAKEN-TIME-IN IS NOT NUMERIC
              display "Backup date and time must be YYYYMMDD HHMMSS."
              move "N" to WS-PARMS-OK
           end-if.
           if WS-POINT-DATE-IN IS NOT NUMERIC
              OR WS-POINT-TIME-IN IS NOT NUMERIC
              display "Recovery point must be YYYYMMDD HHMMSS."
              move "N" to WS-PARMS-OK
           end-if.
           if WS-PARMS-OK = "Y"
              move WS-TAKEN-DATE-IN to WS-TAKEN-DATE
              move WS-TAKEN-TIME-IN to WS-TAKEN-TIME
              move WS-POINT-DATE-IN to WS-POINT-DATE
              move WS-POINT-TIME-IN to WS-POINT-TIME
              if WS-POINT-STAMP < WS-TAKEN-STAMP
                 display "Recovery point is before the backup was "
                    "taken."
                 move "N" to WS-PARMS-OK
              end-if
           end-if.
           if WS-PARMS-OK = "N"
              move "E" to WS-OPS-LEVEL
              move "recovery refused - run parameters not valid"
                 to WS-OPS-TEXT
              perform write-opslog-para
           end-if.

       *> the register heading, echoing the run parameters so the
       *> printout stands on its own
       report-head-para.
           move spaces to RCV-REC.
           move "Master file recovery register" to RCV-REC.
           write RCV-REC.
           move spaces to RCV-REC.
           move WS-TODAY to WS-DATE-ED.
           string "Run " WS-DATE-ED "   backup " WS-BACKUP-NAME
              delimited by size into RCV-REC.
           write RCV-REC.
           move spaces to RCV-REC.
           move WS-TAKEN-DATE to WS-DATE-ED.
           move WS-TAKEN-TIME to WS-TIME-ED.
           string "Backup taken       " WS-DATE-ED " " WS-TIME-ED
              delimited by size into RCV-REC.
           write RCV-REC.
           move spaces to RCV-REC.
           move WS-POINT-DATE to WS-DATE-ED.
           move WS-POINT-TIME to WS-TIME-ED.
           string "Recovered up to    " WS-DATE-ED " " WS-TIME-ED
              delimited by size into RCV-REC.
           write RCV-REC.
           if WS-SKIP-NAME NOT = SPACES
              move spaces to RCV-REC
              string "Skipping entries from " WS-SKIP-NAME
                 delimited by size into RCV-REC
              write RCV-REC
           end-if.
           move spaces to RCV-REC.
           write RCV-REC.
           move spaces to RCV-REC.
           string "Date        Time      Program     A  ISBN          "
                  "  Disposition                               Batch"
              delimited by size into RCV-REC.
           write RCV-REC.

       *> unload the master as it stands to mastsave.dat before the
       *> destructive load - it is the fallback if the recovery is
       *> wrong, and the before side of the closing comparison
       save-master-para.
           open output SAVE-FILE.
           if SAV-FS NOT = "00"
              display "Cannot create mastsave.dat, status " SAV-FS
              display "Master file left unchanged."
              move "Y" to WS-FS-ERROR
           else
              open input MASTER-FILE
              if MAST-FS = "00"
                 move "N" to WS-EOF
                 perform save-one-para until WS-EOF = "Y"
                 close MASTER-FILE
              end-if
              close SAVE-FILE
           end-if.

       *> copy one master record to the save file
       save-one-para.
           perform beat-due-para.
           read MASTER-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              move MAST-REC to SAV-REC
              write SAV-REC
              if SAV-FS NOT = "00"
                 display "mastsave.dat write failed, status " SAV-FS
                 display "Master file left unchanged."
                 move "Y" to WS-FS-ERROR
                 move "Y" to WS-EOF
              else
                 add 1 to WS-CNT-SAVED
              end-if
           end-if.

       *> rebuild master.dat from the backup - the backup is opened
       *> first, so a wrong file name never empties the master
       load-backup-para.
           open input BACKUP-FILE.
           if BAK-FS NOT = "00"
              display "Cannot open backup " WS-BACKUP-NAME
                 ", status " BAK-FS
              display "Master file left unchanged."
              move "Y" to WS-FS-ERROR
           else
              open output MASTER-FILE
              if MAST-FS NOT = "00"
                 display "Cannot rebuild master.dat, status " MAST-FS
                 display "The master as it stood is in mastsave.dat."
                 move "Y" to WS-FS-ERROR
              else
                 move "N" to WS-EOF
                 perform load-one-para until WS-EOF = "Y"
                 close MASTER-FILE
              end-if
              close BACKUP-FILE
           end-if.

       *> copy one backup record onto the new master
       load-one-para.
           perform beat-due-para.
           read BACKUP-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              move BAK-REC to MAST-REC
              write MAST-REC
                 invalid key
                    display "Load rejected key " MAST-ISBN
                       ", status " MAST-FS
                 not invalid key
                    add 1 to WS-CNT-BACKUP
              end-write
           end-if.

       *> run the audit trail start to finish, replaying the entries
       *> inside the window against the rebuilt master
       replay-para.
           open i-o MASTER-FILE.
           open input AUDIT-FILE.
           if MAST-FS NOT = "00" OR AUD-FS NOT = "00"
              display "Cannot open master.dat or mastaudit.dat for "
                 "the replay, status " MAST-FS " / " AUD-FS
              display "master.dat holds the backup only."
              move "Y" to WS-FS-ERROR
           else
              move "N" to WS-EOF
              perform replay-one-para until WS-EOF = "Y"
              close AUDIT-FILE
              close MASTER-FILE
           end-if.

       *> place one audit entry against the window
       replay-one-para.
           perform beat-due-para.
           read AUDIT-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              add 1 to WS-CNT-AUD-READ
              move AUD-DATE to WS-AS-DATE
              move AUD-TIME to WS-AS-TIME
              evaluate true
                 when WS-AUD-STAMP NOT > WS-TAKEN-STAMP
                    add 1 to WS-CNT-BEFORE
                 when WS-AUD-STAMP > WS-POINT-STAMP
                    add 1 to WS-CNT-AFTER
                 when WS-SKIP-NAME NOT = SPACES
                      AND (AUD-PROGRAM = WS-SKIP-NAME
                           OR AUD-BATCH = WS-SKIP-NAME)
                    add 1 to WS-CNT-SKIPPED
                    move "skipped on request" to WS-RL-DISP
                    perform register-line-para
                 when other
                    perform apply-entry-para
              end-evaluate
           end-if.

       *> apply one entry by the shape of its images: no before-image
       *> is an add, no after-image a delete, both a change. the
       *> record the replay finds must be the before-image (or absent
       *> for an add) or the entry is a conflict and is not applied
       apply-entry-para.
           move AUD-ISBN to MAST-ISBN.
           read MASTER-FILE key is MAST-ISBN
              invalid key
                 move "N" to WS-ON-FILE
              not invalid key
                 move "Y" to WS-ON-FILE
           end-read.
           evaluate true
              when AUD-BEFORE = SPACES
                 if WS-ON-FILE = "N"
                    move AUD-AFTER to MAST-REC
                    write MAST-REC
                       invalid key
                          move "CONFLICT - add failed" to WS-RL-DISP
                       not invalid key
                          move "applied - added" to WS-RL-DISP
                    end-write
                 else
                    move "CONFLICT - already on file, not added"
                       to WS-RL-DISP
                 end-if
              when WS-ON-FILE = "N"
                 move "CONFLICT - not on file" to WS-RL-DISP
              when MAST-REC NOT = AUD-BEFORE
                 move "CONFLICT - record differs from before-image"
                    to WS-RL-DISP
              when AUD-AFTER = SPACES
                 delete MASTER-FILE
                    invalid key
                       move "CONFLICT - delete failed" to WS-RL-DISP
                    not invalid key
                       move "applied - deleted" to WS-RL-DISP
                 end-delete
              when other
                 move AUD-AFTER to MAST-REC
                 rewrite MAST-REC
                    invalid key
                       move "CONFLICT - rewrite failed" to WS-RL-DISP
                    not invalid key
                       move "applied - changed" to WS-RL-DISP
                 end-rewrite
           end-evaluate.
           if WS-RL-DISP(1:8) = "CONFLICT"
              add 1 to WS-CNT-CONFLICT
           else
              add 1 to WS-CNT-APPLIED
           end-if.
           perform register-line-para.

       *> one register line for an entry inside the window
       register-line-para.
           move AUD-DATE to WS-RL-DATE.
           move AUD-TIME to WS-RL-TIME.
           move AUD-PROGRAM to WS-RL-PROGRAM.
           move AUD-ACTION to WS-RL-ACTION.
           move AUD-ISBN to WS-RL-ISBN.
           move AUD-BATCH to WS-RL-BATCH.
           write RCV-REC from WS-REG-LINE.

       *> match the saved master against the recovered one in key
       *> order and put every difference on the audit trail as
       *> action V, so a later replay from any backup still arrives
       *> at what the master now holds
       compare-para.
           open input SAVE-FILE.
           open input MASTER-FILE.
           open extend AUDIT-FILE.
           if AUD-FS NOT = "00"
              open output AUDIT-FILE
           end-if.
           if SAV-FS NOT = "00" OR MAST-FS NOT = "00"
              OR AUD-FS NOT = "00"
              display "Note: recovery changes not logged to the "
                 "audit trail, status " SAV-FS " / " MAST-FS " / "
                 AUD-FS
              move "W" to WS-OPS-LEVEL
              move "recovery changes not logged to the audit trail"
                 to WS-OPS-TEXT
              perform write-opslog-para
           else
              perform read-save-para
              perform read-mast-para
              perform compare-one-para
                 until WS-SAV-KEY = HIGH-VALUES
                   AND WS-MST-KEY = HIGH-VALUES
           end-if.
           close SAVE-FILE.
           close MASTER-FILE.
           close AUDIT-FILE.

       *> one step of the key match
       compare-one-para.
           perform beat-due-para.
           evaluate true
              when WS-SAV-KEY = WS-MST-KEY
                 if SAV-REC NOT = MAST-REC
                    move SAV-ISBN to WS-AUD-ISBN
                    move SAV-REC to WS-AUD-BEFORE
                    move MAST-REC to WS-AUD-AFTER
                    perform write-audit-para
                 end-if
                 perform read-save-para
                 perform read-mast-para
              when WS-SAV-KEY < WS-MST-KEY
                 move SAV-ISBN to WS-AUD-ISBN
                 move SAV-REC to WS-AUD-BEFORE
                 move spaces to WS-AUD-AFTER
                 perform write-audit-para
                 perform read-save-para
              when other
                 move MAST-ISBN to WS-AUD-ISBN
                 move spaces to WS-AUD-BEFORE
                 move MAST-REC to WS-AUD-AFTER
                 perform write-audit-para
                 perform read-mast-para
           end-evaluate.

       *> next saved record, or HIGH-VALUES at the end
       read-save-para.
           read SAVE-FILE
              at end move HIGH-VALUES to WS-SAV-KEY
              not at end move SAV-ISBN to WS-SAV-KEY
           end-read.

       *> next recovered record, or HIGH-VALUES at the end
       read-mast-para.
           read MASTER-FILE next record
              at end move HIGH-VALUES to WS-MST-KEY
              not at end move MAST-ISBN to WS-MST-KEY
           end-read.

       *> drop one action V record on the permanent audit trail - the
       *> caller sets the key and the before and after images
       write-audit-para.
           add 1 to WS-CNT-CHANGED.
           move spaces to AUD-REC.
           move WS-TODAY to AUD-DATE.
           accept WS-TIME-RAW from TIME.
           move WS-TIME-RAW(1:6) to AUD-TIME.
           move "isbnrcov" to AUD-PROGRAM.
           move "V" to AUD-ACTION.
           move WS-AUD-ISBN to AUD-ISBN.
           move WS-AUD-BEFORE to AUD-BEFORE.
           move WS-AUD-AFTER to AUD-AFTER.
           move WS-RCV-BATCH to AUD-BATCH.
           write AUD-REC.

       *> the totals closing the register
       report-totals-para.
           move spaces to RCV-REC.
           write RCV-REC.
           move "Run totals" to RCV-REC.
           write RCV-REC.
           move "  Records on the master before recovery" to
              WS-TOT-LABEL.
           move WS-CNT-SAVED to WS-TOT-CNT.
           write RCV-REC from WS-TOT-LINE.
           move "  Records loaded from the backup" to WS-TOT-LABEL.
           move WS-CNT-BACKUP to WS-TOT-CNT.
           write RCV-REC from WS-TOT-LINE.
           move "  Audit entries read" to WS-TOT-LABEL.
           move WS-CNT-AUD-READ to WS-TOT-CNT.
           write RCV-REC from WS-TOT-LINE.
           move "  ... before the backup was taken" to WS-TOT-LABEL.
           move WS-CNT-BEFORE to WS-TOT-CNT.
           write RCV-REC from WS-TOT-LINE.
           move "  ... after the recovery point" to WS-TOT-LABEL.
           move WS-CNT-AFTER to WS-TOT-CNT.
           write RCV-REC from WS-TOT-LINE.
           move "  Entries applied" to WS-TOT-LABEL.
           move WS-CNT-APPLIED to WS-TOT-CNT.
           write RCV-REC from WS-TOT-LINE.
           move "  Entries skipped on request" to WS-TOT-LABEL.
           move WS-CNT-SKIPPED to WS-TOT-CNT.
           write RCV-REC from WS-TOT-LINE.
           move "  Conflicts - not applied" to WS-TOT-LABEL.
           move WS-CNT-CONFLICT to WS-TOT-CNT.
           write RCV-REC from WS-TOT-LINE.
           move "  Master records changed by the recovery" to
              WS-TOT-LABEL.
           move WS-CNT-CHANGED to WS-TOT-CNT.
           write RCV-REC from WS-TOT-LINE.
           if WS-FS-ERROR = "Y"
              move spaces to RCV-REC
              write RCV-REC
              string "*** RECOVERY NOT COMPLETED - see the operations "
                     "log ***"
                 delimited by size into RCV-REC
              write RCV-REC
           end-if.

       *> the return code and the closing operations log entry
       finish-para.
           evaluate true
              when WS-FS-ERROR = "Y"
                 move 12 to RETURN-CODE
                 move "E" to WS-OPS-LEVEL
                 move "recovery not completed - file error"
                    to WS-OPS-TEXT
              when WS-CNT-CONFLICT > 0
                 move 4 to RETURN-CODE
                 move "W" to WS-OPS-LEVEL
                 move WS-CNT-APPLIED to WS-OPS-CNT
                 move WS-CNT-CONFLICT to WS-OPS-CNT2
                 move spaces to WS-OPS-TEXT
                 string "recovery complete, applied " WS-OPS-CNT
                    ", conflicts " WS-OPS-CNT2
                    delimited by size into WS-OPS-TEXT
              when other
                 move 0 to RETURN-CODE
                 move "I" to WS-OPS-LEVEL
                 move WS-CNT-APPLIED to WS-OPS-CNT
                 move spaces to WS-OPS-TEXT
                 string "recovery complete, applied " WS-OPS-CNT
                    ", no conflicts"
                    delimited by size into WS-OPS-TEXT
           end-evaluate.
           perform write-opslog-para.
           display "Recovery register written to rcovrpt.txt ("
              WS-CNT-APPLIED " applied, " WS-CNT-SKIPPED
              " skipped, " WS-CNT-CONFLICT " conflicts).".

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
              move "isbnrcov" to OPS-PROGRAM
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
           move "isbnrcov" to LCK-PROGRAM.
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
              if WS-LV-PROGRAM NOT = "isbnrcov"
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
