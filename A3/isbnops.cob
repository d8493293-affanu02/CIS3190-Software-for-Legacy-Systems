       *> files, warnings, errors and final disposition to
       *> opslog.dat. this utility shows the night's events in the
       *> order they happened, or filtered by date range and by
       *> program, so "what happened at 2 a.m." has an answer. the
       *> summary closes with the latest cataloguing backlog total and
       *> oldest age isbnback logged inside the date range, which is
       *> how the weekly figures for management are taken

       identification division.
       program-id. isbnops.
       file section.
       *> this record layout must stay in step with the OPSLOG-FILE
       *> layout in isbn.cob, isbnmnt.cob, isbnpurge.cob,
       *> isbnfix.cob, isbntrend.cob, isbnback.cob, isbnjob.cob,
       *> isbnpo.cob, isbnchr.cob, isbnvmnt.cob, isbndlta.cob,
       *> isbnarch.cob, isbnlock.cob, isbnpub.cob and isbnpubx.cob,
       *> which append opslog.dat
       fd OPSLOG-FILE.
           01 OPS-REC.
               05 OPS-DATE     pic 9(08).
       77 WS-CNT-READ   pic 9(07) VALUE 0.
       77 WS-CNT-SHOWN  pic 9(07) VALUE 0.

       *> the most recent cataloguing backlog figure isbnback logged
       *> inside the date range, carried onto the summary at the end
       *> of the browse whatever the program filter
       77 WS-BACK-DATE   pic 9(08) VALUE 0.
       77 WS-BACK-TEXT   pic X(70).

       *> the browse filters - a blank program matches every
       *> program, a blank date leaves that end of the range open
       77 WS-PROG-FILTER pic X(10).
           end-if.
           display WS-CNT-SHOWN " of " WS-CNT-READ
              " events shown.".
           if WS-BACK-DATE > 0
              move WS-BACK-DATE to WS-EL-DATE
              display "Latest " WS-EL-DATE ": " WS-BACK-TEXT
           end-if.
           stop run.

       *> read one log event and show it when it passes the filters
           read OPSLOG-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              add 1 to WS-CNT-READ
              if OPS-PROGRAM = "isbnback"
                 AND OPS-TEXT(1:20) = "cataloguing backlog "
                 AND OPS-DATE NOT < WS-FROM-DATE
                 AND OPS-DATE NOT > WS-TO-DATE
                 move OPS-DATE to WS-BACK-DATE
                 move OPS-TEXT to WS-BACK-TEXT
              end-if
              if (WS-PROG-FILTER = SPACES
                  OR OPS-PROGRAM = WS-PROG-FILTER)
                 AND OPS-DATE NOT < WS-FROM-DATE
