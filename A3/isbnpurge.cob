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
       *> in step with the OPSLOG-FILE layout in isbn.cob,
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
           05 WS-TOT-LABEL  pic X(30).
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
       *> take the retention period from the run parameter when the
       *> scheduler supplies one, otherwise ask the operator, then
              accept WS-RETAIN-IN
           end-if.
           perform edit-retain-para.
           move "purge and reload" to WS-LCK-USE.
           perform take-lock-para.
           if WS-LCK-GOT = "N"
              move WS-LCK-RC to RETURN-CODE
              stop run
           end-if.
           move "I" to WS-OPS-LEVEL.
           move WS-RETAIN-DAYS to WS-OPS-CNT.
           move spaces to WS-OPS-TEXT.
              move "E" to WS-OPS-LEVEL
              move "cannot open master.dat" to WS-OPS-TEXT
              perform write-opslog-para
              perform drop-lock-para
              stop run
           end-if.
           open output WORK-FILE.
                 to WS-OPS-TEXT
              perform write-opslog-para
              close MASTER-FILE
              perform drop-lock-para
              stop run
           end-if.
           open extend ARCHIVE-FILE.
           else
              perform reload-para
           end-if.
           perform drop-lock-para.
           perform write-purge-report-para.
           display "Purge complete: " WS-CNT-KEPT " kept, "
              WS-CNT-PURGED " purged - see purgerpt.txt".
       *> older ones go to the archive; a record whose date will not
       *> age (zero or non-numeric) is kept and counted for the report
       purge-pass-para.
           perform beat-due-para.
           read MASTER-FILE next record
              at end move "Y" to WS-EOF
           end-read.
              move MAST-ISBN to AUD-ISBN
              move MAST-REC to AUD-BEFORE
              move spaces to AUD-AFTER
              move WS-RETAIN-DAYS to WS-OPS-CNT
              string "retention " WS-OPS-CNT " days"
                 delimited by size into AUD-BATCH
              write AUD-REC
           end-if.


       *> load one kept record back into the rebuilt master
       reload-one-para.
           perform beat-due-para.
           read WORK-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              move WRK-REC to MAST-REC
           compute WS-DTD-SERIAL = WS-DTD-DD + WS-DTD-T3
              + 365 * WS-DTD-YP + WS-DTD-Q4 - WS-DTD-Q100
              + WS-DTD-Q400 - 32045.

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
           move "isbnpurge" to LCK-PROGRAM.
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
              if WS-LV-PROGRAM NOT = "isbnpurge"
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
