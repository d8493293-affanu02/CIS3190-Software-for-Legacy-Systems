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
               05 AUD-BEFORE   pic X(119).
               05 FILLER       pic X(01).
               05 AUD-AFTER    pic X(119).
               05 FILLER       pic X(01).
               05 AUD-BATCH    pic X(30).
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
       77 WS-MENU-CHOICE pic X.
       77 WS-RESP        pic X.
       77 WS-ISBN-KEY    pic X(13).
       77 WS-KEY-IN      pic X(20).
       77 WS-ARC-KEY13   pic X(13).
       77 WS-CNT-HITS    pic 9(07) VALUE 0.
       77 WS-CNT-RESTORED pic 9(07) VALUE 0.

       77 WS-SRCH-FND   pic X.
       77 WS-FLD-U      pic X(25).

       *> the master is keyed on the ISBN-13 form and the archive
       *> may still hold entries purged under an ISBN-10, so both the
       *> keyed ISBN and every archived key are compared in their
       *> ISBN-13 form (978 prefix, recomputed EAN-13 check digit)
       77 WS-I13-IN     pic X(20).
       77 WS-I13-OUT    pic X(13).
       77 WS-I13-LEN    pic 9(02).
       77 WS-I13-IX     pic 9(02).
       77 WS-I13-BODY   pic X(09).
       77 WS-I13-DIGIT  pic 9(01).
       77 WS-I13-SUM    pic 9(03).
       77 WS-I13-Q      pic 9(03).
       77 WS-I13-R      pic 9(01).

       *> fields for the shared operations log - the caller sets the
       *> level (I=info, W=warning, E=error) and the message text
       77 OPS-FS         pic X(02).
       77 WS-OPS-LEVEL   pic X(01).
       77 WS-OPS-TEXT    pic X(70).
       77 WS-OPS-DATE    pic 9(08).
       77 WS-OPS-TIME-X  pic X(08).

       01 WS-PRICE-ED   pic ZZZZ9.99.
       01 WS-DATE-ED    pic 9999/99/99.

           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-RG-TITLE   pic X(30).

       *> fields for the master.dat lock - the mode this program
       *> holds it in, what the run is doing, the stamp that tells
       *> this run's hold from any other, and the holds read back
       *> from mastlock.dat. a refused lock ends the run with return
       *> code 20, or 12 when mastlock.dat cannot be written
       77 LCK-FS          pic X(02).
       77 WS-LCK-MODE     pic X(01) VALUE "S".
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
       *> open the master and the audit trail for the session, then
       *> loop on the inquiry menu until the operator exits. a
       *> restore only ever adds records, so the session holds
       *> master.dat shared, alongside the maintenance sessions
       main-para.
           accept WS-TODAY from DATE YYYYMMDD.
           move "archive inquiry and restore" to WS-LCK-USE.
           perform take-lock-para.
           if WS-LCK-GOT = "N"
              display "Archive session not started."
              move WS-LCK-RC to RETURN-CODE
              stop run
           end-if.
           open i-o MASTER-FILE.
           if MAST-FS NOT = "00"
              display "Cannot open master.dat, status " MAST-FS
              perform drop-lock-para
              stop run
           end-if.
           open extend AUDIT-FILE.
           perform menu-para until WS-MENU-CHOICE = "3".
           close MASTER-FILE.
           close AUDIT-FILE.
           perform drop-lock-para.
           if WS-CNT-RESTORED > 0
              display WS-CNT-RESTORED " record(s) restored - see "
                 "restrpt.txt"
           end-if.
           stop run.

       *> the terminal front end for archive inquiry - each pass
       *> refreshes the session's master.dat heartbeat
       menu-para.
           perform beat-lock-para.
           display spaces.
           display "Master Archive Inquiry and Restore".
           display "  1. Search archive by ISBN".
       *> archived the same ISBN more than once over the years, so
       *> every occurrence is shown
       isbn-search-para.
           display "Enter ISBN-10 or ISBN-13 (blank to cancel): ".
           move spaces to WS-ISBN-KEY.
           move spaces to WS-KEY-IN.
           accept WS-KEY-IN.
           if WS-KEY-IN NOT = SPACES
              move WS-KEY-IN to WS-I13-IN
              perform isbn13-form-para
              move WS-I13-OUT to WS-ISBN-KEY
           end-if.
           if WS-ISBN-KEY NOT = SPACES
              move 0 to WS-CNT-HITS
              open input ARCHIVE-FILE
       isbn-scan-para.
           read ARCHIVE-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              perform archive-key13-para
              if WS-ARC-KEY13 = WS-ISBN-KEY
                 add 1 to WS-CNT-HITS
                 perform show-archived-para
                 perform offer-restore-para
           display "Restore this record to the master? (Y/N): ".
           accept WS-RESP.
           if WS-RESP = "Y" OR "y"
              perform archive-key13-para
              move WS-ARC-KEY13 to MAST-ISBN
              read MASTER-FILE key is MAST-ISBN
                 invalid key
                    perform restore-one-para
              end-read
           end-if.

       *> write the archived record back onto the master under its
       *> ISBN-13 key, log it on the audit trail and the restore
       *> register
       restore-one-para.
           move ARC-REC to MAST-REC.
           move WS-ARC-KEY13 to MAST-ISBN.
           write MAST-REC
              invalid key
                 display "Restore failed, status " MAST-FS
                 perform write-register-para
           end-write.

       *> the ISBN-13 form of the archived record's key - a key that
       *> is not an ISBN-10 or ISBN-13 is kept as it stands
       archive-key13-para.
           move spaces to WS-I13-IN.
           move ARC-ISBN to WS-I13-IN.
           perform isbn13-form-para.
           if WS-I13-LEN = 10 OR WS-I13-LEN = 13
              move WS-I13-OUT to WS-ARC-KEY13
           else
              move ARC-ISBN to WS-ARC-KEY13
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

       *> drop one record on the permanent master audit trail for a
       *> record restored from the archive - action R, after image
       write-audit-para.
              move MAST-ISBN to AUD-ISBN
              move spaces to AUD-BEFORE
              move MAST-REC to AUD-AFTER
              move "(terminal)" to AUD-BATCH
              write AUD-REC
           end-if.

              display "Note: restore register not written, status "
                 RST-FS
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
              move "isbnarch" to OPS-PROGRAM
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
           move "isbnarch" to LCK-PROGRAM.
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
              if WS-LV-PROGRAM NOT = "isbnarch"
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
