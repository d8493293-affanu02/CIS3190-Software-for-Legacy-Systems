       *> isbnlock.cob
       *> master.dat lock utility for the ISBN validation system.
       *> every program that updates master.dat - the validation run
       *> isbn, isbnmnt, isbnarch, isbnpurge, isbnrkey and isbnrcov -
       *> takes a hold on mastlock.dat at start-up and gives it up at
       *> the end: exclusive for the validation run, the purge, the
       *> re-key and the recovery, shared for the maintenance and
       *> archive restore sessions, which can run side by side. a run
       *> that abends never gives its hold up, and everything after
       *> it is refused until the hold is cleared. this program lists
       *> the holds with the age of each one's heartbeat - the
       *> validation run refreshes it at every checkpoint, the
       *> sessions at every menu - and flags any not heard from for
       *> more than WS-STALE-MIN minutes as stale, then clears the
       *> stale holds or any one hold the operator picks. every hold
       *> cleared goes to opslog.dat. run parameter L lists and ends
       *> (return code 4 when a stale hold is present), C clears the
       *> stale holds; with none the menu is shown

       identification division.
       program-id. isbnlock.
       environment division.
       input-output section.
       file-control.
       select LOCK-FILE assign to "mastlock.dat"
           organization  is LINE sequential
           file status  is LCK-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.

       data division.
       file section.
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
       77 LCK-FS          pic X(02).
       77 WS-MENU-CHOICE  pic X.
       77 WS-RESP         pic X.
       77 WS-PARM-LINE    pic X(20).
       77 WS-TODAY        pic 9(08).
       77 WS-TIME-RAW     pic X(08).

       *> a hold whose heartbeat is older than this many minutes is
       *> taken for one left by a run that died
       77 WS-STALE-MIN    pic 9(05) VALUE 240.

       *> the holds read from mastlock.dat, the stale flag worked out
       *> for each, and the counts of what a clear kept and dropped
       77 WS-LCK-EOF      pic X.
       77 WS-LCK-CNT      pic 9(02).
       77 WS-LCK-IX       pic 9(02).
       77 WS-CNT-STALE    pic 9(02).
       77 WS-CNT-CLEARED  pic 9(02).
       77 WS-PICK-IN      pic X(02).
       77 WS-PICK         pic 9(02).
       01 WS-LCK-TABLE.
           05 WS-LCK-ROW occurs 50 times.
               10 WS-LCK-ENTRY  pic X(76).
               10 WS-LCK-AGE    pic 9(07).
               10 WS-LCK-STALE  pic X(01).
               10 WS-LCK-DROP   pic X(01).
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

       *> the heartbeat's age in minutes - both stamps are turned
       *> into a day serial (the same day count isbnpurge ages the
       *> master by) and minutes into the day
       01 WS-NOW-TIME.
           05 WS-NOW-HH       pic 9(02).
           05 WS-NOW-MI       pic 9(02).
           05 WS-NOW-SS       pic 9(02).
       77 WS-NOW-SERIAL   pic 9(08).
       77 WS-NOW-MINS     pic 9(04).
       01 WS-BEAT-TIME.
           05 WS-BEAT-HH      pic 9(02).
           05 WS-BEAT-MI      pic 9(02).
           05 WS-BEAT-SS      pic 9(02).
       77 WS-BEAT-SERIAL  pic 9(08).
       77 WS-BEAT-MINS    pic 9(04).
       77 WS-AGE-MINS     pic S9(09).
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

       *> the hold listing
       01 WS-LST-HEAD.
           05 FILLER pic X(40) VALUE
              " #  Program    Mode Held since          ".
           05 FILLER pic X(29) VALUE
              " Heartbeat            Minutes".
       01 WS-LST-LINE.
           05 WS-LL-NO        pic Z9.
           05 FILLER          pic X(02) VALUE SPACES.
           05 WS-LL-PROGRAM   pic X(10).
           05 FILLER          pic X(01) VALUE SPACES.
           05 WS-LL-MODE      pic X(01).
           05 FILLER          pic X(04) VALUE SPACES.
           05 WS-LL-DATE      pic 9999/99/99.
           05 FILLER          pic X(01) VALUE SPACES.
           05 WS-LL-TIME      pic 99B99B99.
           05 FILLER          pic X(02) VALUE SPACES.
           05 WS-LL-BDATE     pic 9999/99/99.
           05 FILLER          pic X(01) VALUE SPACES.
           05 WS-LL-BTIME     pic 99B99B99.
           05 FILLER          pic X(02) VALUE SPACES.
           05 WS-LL-AGE       pic ZZZZZZ9.
           05 FILLER          pic X(01) VALUE SPACES.
           05 WS-LL-STALE     pic X(05).
       01 WS-LCK-DATE-ED  pic 9999/99/99.
       01 WS-LCK-TIME-ED  pic 99B99B99.

       *> fields for the shared operations log - the caller sets the
       *> level (I=info, W=warning, E=error) and the message text
       77 OPS-FS         pic X(02).
       77 WS-OPS-LEVEL   pic X(01).
       77 WS-OPS-TEXT    pic X(70).
       77 WS-OPS-DATE    pic 9(08).
       77 WS-OPS-TIME-X  pic X(08).

       procedure division.
       *> a run parameter lists or clears the stale holds and ends;
       *> otherwise loop on the menu until the operator exits
       main-para.
           accept WS-PARM-LINE from COMMAND-LINE.
           evaluate true
              when WS-PARM-LINE = SPACES
                 move spaces to WS-MENU-CHOICE
                 perform menu-para until WS-MENU-CHOICE = "4"
              when WS-PARM-LINE(1:1) = "L" OR WS-PARM-LINE(1:1) = "l"
                 perform list-para
                 if WS-CNT-STALE > 0
                    move 4 to RETURN-CODE
                 else
                    move 0 to RETURN-CODE
                 end-if
              when WS-PARM-LINE(1:1) = "C" OR WS-PARM-LINE(1:1) = "c"
                 perform clear-stale-para
                 move 0 to RETURN-CODE
              when other
                 display "Run parameter must be L (list) or C (clear "
                    "stale holds)."
                 move 12 to RETURN-CODE
           end-evaluate.
           stop run.

       *> the terminal front end for the lock utility
       menu-para.
           display spaces.
           display "master.dat Lock Utility".
           display "  1. List the holds".
           display "  2. Clear the stale holds".
           display "  3. Clear one hold".
           display "  4. Exit".
           display "Enter choice (1-4): ".
           accept WS-MENU-CHOICE.
           evaluate WS-MENU-CHOICE
              when "1"
                 perform list-para
              when "2"
                 perform clear-stale-para
              when "3"
                 perform clear-one-para
              when "4"
                 continue
              when other
                 display "Please enter 1, 2, 3 or 4."
           end-evaluate.

       *> list every hold on master.dat with its heartbeat's age
       list-para.
           perform read-locks-para.
           if WS-LCK-CNT = 0
              display "master.dat is not held."
           else
              display WS-LST-HEAD
              perform varying WS-LCK-IX from 1 by 1
                      until WS-LCK-IX > WS-LCK-CNT
                 perform list-line-para
              end-perform
              if WS-CNT-STALE > 0
                 display WS-CNT-STALE " stale hold(s) - no heartbeat "
                    "for over " WS-STALE-MIN " minutes."
              end-if
           end-if.

       *> show one hold and what its run was doing
       list-line-para.
           move WS-LCK-ENTRY(WS-LCK-IX) to WS-LCK-VIEW.
           move WS-LCK-IX to WS-LL-NO.
           move WS-LV-PROGRAM to WS-LL-PROGRAM.
           move WS-LV-MODE to WS-LL-MODE.
           move WS-LV-DATE to WS-LL-DATE.
           move WS-LV-TIME to WS-LL-TIME.
           move WS-LV-BEAT-DATE to WS-LL-BDATE.
           move WS-LV-BEAT-TIME to WS-LL-BTIME.
           move WS-LCK-AGE(WS-LCK-IX) to WS-LL-AGE.
           if WS-LCK-STALE(WS-LCK-IX) = "Y"
              move "STALE" to WS-LL-STALE
           else
              move spaces to WS-LL-STALE
           end-if.
           display WS-LST-LINE.
           display "      " WS-LV-USE.

       *> drop every stale hold, keeping the live ones as they stand
       clear-stale-para.
           perform read-locks-para.
           if WS-CNT-STALE = 0
              display "No stale holds to clear."
           else
              perform varying WS-LCK-IX from 1 by 1
                      until WS-LCK-IX > WS-LCK-CNT
                 if WS-LCK-STALE(WS-LCK-IX) = "Y"
                    move "Y" to WS-LCK-DROP(WS-LCK-IX)
                 end-if
              end-perform
              perform rewrite-locks-para
           end-if.

       *> drop one hold the operator picks from the list - for a run
       *> known to have died before its heartbeat has gone stale
       clear-one-para.
           perform list-para.
           if WS-LCK-CNT > 0
              display "Enter the number of the hold to clear (blank "
                 "to cancel): "
              move spaces to WS-PICK-IN
              accept WS-PICK-IN
              if WS-PICK-IN NOT = SPACES
                 if WS-PICK-IN(2:1) = SPACE
                    move WS-PICK-IN(1:1) to WS-PICK-IN(2:1)
                    move "0" to WS-PICK-IN(1:1)
                 end-if
                 if WS-PICK-IN IS NOT NUMERIC
                    display "Not a hold number - nothing cleared."
                 else
                    move WS-PICK-IN to WS-PICK
                    if WS-PICK < 1 OR WS-PICK > WS-LCK-CNT
                       display "No hold " WS-PICK " - nothing cleared."
                    else
                       perform confirm-clear-para
                    end-if
                 end-if
              end-if
           end-if.

       *> clearing a live run's hold lets another run over it, so
       *> the operator confirms first
       confirm-clear-para.
           move WS-LCK-ENTRY(WS-PICK) to WS-LCK-VIEW.
           display "Clear the hold of " WS-LV-PROGRAM
              " - only if that run is no longer running. (Y/N): ".
           accept WS-RESP.
           if WS-RESP = "Y" OR WS-RESP = "y"
              move "Y" to WS-LCK-DROP(WS-PICK)
              perform rewrite-locks-para
           else
              display "Nothing cleared."
           end-if.

       *> write mastlock.dat back without the holds marked to drop,
       *> logging each one dropped
       rewrite-locks-para.
           move 0 to WS-CNT-CLEARED.
           open output LOCK-FILE.
           if LCK-FS NOT = "00"
              display "Cannot rewrite mastlock.dat, status " LCK-FS
              move "E" to WS-OPS-LEVEL
              move "cannot rewrite mastlock.dat - no hold cleared"
                 to WS-OPS-TEXT
              perform write-opslog-para
           else
              perform varying WS-LCK-IX from 1 by 1
                      until WS-LCK-IX > WS-LCK-CNT
                 move WS-LCK-ENTRY(WS-LCK-IX) to WS-LCK-VIEW
                 if WS-LCK-DROP(WS-LCK-IX) = "Y"
                    add 1 to WS-CNT-CLEARED
                    perform log-cleared-para
                 else
                    write LCK-REC from WS-LCK-VIEW
                 end-if
              end-perform
              close LOCK-FILE
              display WS-CNT-CLEARED " hold(s) cleared."
           end-if.

       *> one hold cleared, on the operations log
       log-cleared-para.
           move WS-LV-DATE to WS-LCK-DATE-ED.
           move WS-LV-TIME to WS-LCK-TIME-ED.
           move "W" to WS-OPS-LEVEL.
           move spaces to WS-OPS-TEXT.
           if WS-LCK-STALE(WS-LCK-IX) = "Y"
              string "stale hold cleared - " delimited by size
                     WS-LV-PROGRAM delimited by space
                     " " delimited by size
                     WS-LV-MODE delimited by size
                     " since " delimited by size
                     WS-LCK-DATE-ED delimited by size
                     " " delimited by size
                     WS-LCK-TIME-ED delimited by size
                 into WS-OPS-TEXT
           else
              string "hold cleared by operator - " delimited by size
                     WS-LV-PROGRAM delimited by space
                     " " delimited by size
                     WS-LV-MODE delimited by size
                     " since " delimited by size
                     WS-LCK-DATE-ED delimited by size
                     " " delimited by size
                     WS-LCK-TIME-ED delimited by size
                 into WS-OPS-TEXT
           end-if.
           perform write-opslog-para.

       *> read every hold on mastlock.dat into the table, working
       *> out each heartbeat's age - no file means no holds
       read-locks-para.
           move 0 to WS-LCK-CNT.
           move 0 to WS-CNT-STALE.
           accept WS-TODAY from DATE YYYYMMDD.
           accept WS-TIME-RAW from TIME.
           move WS-TIME-RAW(1:6) to WS-NOW-TIME.
           move WS-TODAY to WS-DTD-DATE.
           perform date-to-serial-para.
           move WS-DTD-SERIAL to WS-NOW-SERIAL.
           compute WS-NOW-MINS = WS-NOW-HH * 60 + WS-NOW-MI.
           open input LOCK-FILE.
           if LCK-FS = "00"
              move "N" to WS-LCK-EOF
              perform read-lock-one-para until WS-LCK-EOF = "Y"
              close LOCK-FILE
           end-if.

       *> read one hold into the table and age it - a heartbeat that
       *> cannot be read counts as stale
       read-lock-one-para.
           read LOCK-FILE at end move "Y" to WS-LCK-EOF.
           if WS-LCK-EOF = "N" AND LCK-REC NOT = SPACES
              AND WS-LCK-CNT < 50
              add 1 to WS-LCK-CNT
              move LCK-REC to WS-LCK-ENTRY(WS-LCK-CNT)
              move LCK-REC to WS-LCK-VIEW
              move "N" to WS-LCK-DROP(WS-LCK-CNT)
              move 0 to WS-LCK-AGE(WS-LCK-CNT)
              move "Y" to WS-LCK-STALE(WS-LCK-CNT)
              if WS-LV-BEAT-DATE IS NUMERIC
                 AND WS-LV-BEAT-TIME IS NUMERIC
                 move WS-LV-BEAT-DATE to WS-DTD-DATE
                 perform date-to-serial-para
                 move WS-DTD-SERIAL to WS-BEAT-SERIAL
                 move WS-LV-BEAT-TIME to WS-BEAT-TIME
                 compute WS-BEAT-MINS = WS-BEAT-HH * 60 + WS-BEAT-MI
                 compute WS-AGE-MINS =
                    (WS-NOW-SERIAL - WS-BEAT-SERIAL) * 1440
                    + WS-NOW-MINS - WS-BEAT-MINS
                 if WS-AGE-MINS < 0
                    move 0 to WS-AGE-MINS
                 end-if
                 if WS-AGE-MINS > 9999999
                    move 9999999 to WS-AGE-MINS
                 end-if
                 move WS-AGE-MINS to WS-LCK-AGE(WS-LCK-CNT)
                 if WS-AGE-MINS NOT > WS-STALE-MIN
                    move "N" to WS-LCK-STALE(WS-LCK-CNT)
                 end-if
              end-if
              if WS-LCK-STALE(WS-LCK-CNT) = "Y"
                 add 1 to WS-CNT-STALE
              end-if
           end-if.

       *> turn the YYYYMMDD date in WS-DTD-DATE into a day serial -
       *> the same day count isbnpurge uses
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
              move "isbnlock" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.
