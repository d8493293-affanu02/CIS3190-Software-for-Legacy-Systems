       *> digit the checksum said it should be), queues every other
       *> reject for the operator to correct one by one at the
       *> terminal, and writes resubmit.txt ready to feed straight
       *> back through a validation run. a run parameter of A makes
       *> the run unattended for the nightly job stream: only the
       *> automatic repairs are made, the rest are left on reject.txt
       *> for data entry - reject.txt is rewritten to hold only those,
       *> so the resubmission run can add its own rejects after them
       *> - and the return code is 4 when any were left.
       *> every repair is recorded as the resolution of the reject's
       *> entry on the reject history rejhist.dat

       identification division.
       program-id. isbnfix.
       select RESUB-FILE assign to "resubmit.txt"
           organization  is LINE sequential
           file status  is RSB-FS.
       select REJHIST-FILE assign to "rejhist.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is RHS-KEY
           file status   is RHS-FS.
       select HELD-FILE assign to "rejheld.tmp"
           organization  is LINE sequential
           file status  is HLD-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.
               05 REJ-PASS    pic X(66).
               05 FILLER      pic X(2).
               05 REJ-SRC     pic X(30).
               05 FILLER      pic X(2).
               05 REJ-REPEAT  pic X(06).
               05 FILLER      pic X(1).
               05 REJ-SEEN    pic 9(05).
               05 FILLER      pic X(2).
               05 REJ-VENDOR  pic X(05).
               05 FILLER      pic X(2).
               05 REJ-RAW     pic X(20).
       fd RESUB-FILE.
           01 RSB-REC   pic X(84).
       *> the rejects an automatic-only run leaves for data entry,
       *> held here until reject.txt has been read to the end
       fd HELD-FILE.
           01 HLD-REC   pic X(223).
       *> this record layout must stay in step with the REJHIST-FILE
       *> layout in isbn.cob, which keeps rejhist.dat
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
       *> every program in the suite appends its start, warnings,
       *> errors and final disposition here - this layout must stay
       *> in step with the OPSLOG-FILE layout in isbn.cob,
       77 WS-KEY-IN    pic X(20).
       77 WS-KEY-J     pic 99.

       *> the run parameter - A repairs automatically and asks the
       *> operator nothing
       77 WS-PARM-LINE   pic X(20).
       77 WS-AUTO-ONLY   pic X VALUE "N".
       77 HLD-FS         pic X(02).
       77 WS-HLD-OPEN    pic X VALUE "N".

       *> the reject history is optional - without it the repairs
       *> are made as before, just not recorded. A repaired
       *> automatically, K keyed by the operator
       77 RHS-FS         pic X(02).
       77 WS-RHS-OPEN    pic X VALUE "N".
       77 WS-RES-BY      pic X(01).
       77 WS-TODAY       pic 9(08).
       77 WS-CNT-RESOLVED pic 9(07) VALUE 0.

       *> counts for the end-of-run summary
       77 WS-CNT-HELD    pic 9(07) VALUE 0.
       77 WS-CNT-READ    pic 9(07) VALUE 0.
       77 WS-CNT-AUTO    pic 9(07) VALUE 0.
       77 WS-CNT-KEYED   pic 9(07) VALUE 0.
       *> run the reject file start to finish, then summarize what
       *> landed in resubmit.txt for the next validation run
       main-para.
           accept WS-PARM-LINE from COMMAND-LINE.
           if WS-PARM-LINE = "A" OR WS-PARM-LINE = "a"
              move "Y" to WS-AUTO-ONLY
           else
              if WS-PARM-LINE NOT = SPACES
                 display "Run option not recognized: " WS-PARM-LINE
                 move 12 to RETURN-CODE
                 stop run
              end-if
           end-if.
           move 0 to RETURN-CODE.
           open input REJECT-FILE.
           if REJ-FS NOT = "00"
              display "No reject.txt to process, status " REJ-FS
              move "W" to WS-OPS-LEVEL
              move "no reject.txt to process" to WS-OPS-TEXT
              perform write-opslog-para
              move 4 to RETURN-CODE
           else
              move "I" to WS-OPS-LEVEL
              move "reject correction started, input: reject.txt"
                 to WS-OPS-TEXT
              perform write-opslog-para
              open output RESUB-FILE
              if WS-AUTO-ONLY = "Y"
                 perform open-held-para
              end-if
              accept WS-TODAY from DATE YYYYMMDD
              perform open-history-para
              move "N" to WS-EOF
              perform process-reject-para until WS-EOF = "Y"
              close REJECT-FILE
              close RESUB-FILE
              if WS-HLD-OPEN = "Y"
                 perform held-back-para
              end-if
              if WS-RHS-OPEN = "Y"
                 close REJHIST-FILE
              end-if
              display "Rejects read:          " WS-CNT-READ
              display "Repaired automatically:" WS-CNT-AUTO
              display "Corrected by operator: " WS-CNT-KEYED
              display "Skipped:               " WS-CNT-SKIPPED
              display "Recorded on history:   " WS-CNT-RESOLVED
              if WS-AUTO-ONLY = "Y"
                 display "Left for data entry:   " WS-CNT-HELD
              end-if
              display "Resubmission file written to resubmit.txt."
              move "I" to WS-OPS-LEVEL
              move WS-CNT-AUTO to WS-OPS-CNT
                 ", keyed " WS-OPS-CNT2
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
              if WS-CNT-HELD > 0
                 move "W" to WS-OPS-LEVEL
                 move WS-CNT-HELD to WS-OPS-CNT
                 move spaces to WS-OPS-TEXT
                 string "automatic repair only, left for data entry "
                    WS-OPS-CNT delimited by size into WS-OPS-TEXT
                 perform write-opslog-para
                 move 4 to RETURN-CODE
              end-if
           end-if.
           stop run.

       *> open the work file the held rejects go to - without it
       *> reject.txt is left exactly as it was read
       open-held-para.
           open output HELD-FILE.
           if HLD-FS = "00"
              move "Y" to WS-HLD-OPEN
           else
              display "Note: cannot create rejheld.tmp, status " HLD-FS
                 " - reject.txt left as read."
              move "W" to WS-OPS-LEVEL
              move "cannot create rejheld.tmp - reject.txt left as read"
                 to WS-OPS-TEXT
              perform write-opslog-para
           end-if.

       *> put the held rejects back as the whole of reject.txt, so it
       *> no longer carries the ones repaired and resubmitted
       held-back-para.
           close HELD-FILE.
           move "N" to WS-HLD-OPEN.
           open input HELD-FILE.
           if HLD-FS = "00"
              open output REJECT-FILE
              if REJ-FS = "00"
                 move "N" to WS-EOF
                 perform held-back-one-para until WS-EOF = "Y"
                 close REJECT-FILE
              else
                 display "Note: cannot rewrite reject.txt, status "
                    REJ-FS
                 move "W" to WS-OPS-LEVEL
                 move spaces to WS-OPS-TEXT
                 string "cannot rewrite reject.txt - held rejects "
                        "left in rejheld.tmp"
                    delimited by size into WS-OPS-TEXT
                 perform write-opslog-para
              end-if
              close HELD-FILE
           end-if.

       *> copy one held reject back
       held-back-one-para.
           read HELD-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              move HLD-REC to REJ-REC
              write REJ-REC
           end-if.

       *> append one event to the shared operations log - the caller
       *> sets the level and the message text, the stamp and the
       *> program name go on here
              if WS-SUG-FND = "Y"
                 perform apply-suggest-para
              else
                 perform manual-fix-para
              end-if
           end-if.

           if WS-ISBN-LEN = 10 OR WS-ISBN-LEN = 13
              move WS-SUG-CHK to WS-FIX-ISBN(WS-ISBN-LEN:1)
              perform write-resub-para
              move "A" to WS-RES-BY
              perform record-repair-para
              add 1 to WS-CNT-AUTO
           else
              perform manual-fix-para
           end-if.

       *> a reject the run cannot repair by itself - put it to the
       *> operator, or on an automatic-only run leave it on reject.txt
       manual-fix-para.
           if WS-AUTO-ONLY = "Y"
              add 1 to WS-CNT-HELD
              if WS-HLD-OPEN = "Y"
                 move REJ-REC to HLD-REC
                 write HLD-REC
              end-if
           else
              perform operator-fix-para
           end-if.
                 end-if
              end-perform
              perform write-resub-para
              move "K" to WS-RES-BY
              perform record-repair-para
              add 1 to WS-CNT-KEYED
           end-if.

       *> open the reject history for update - it is only there to
       *> be told about repairs, so a missing one is just noted
       open-history-para.
           open i-o REJHIST-FILE.
           if RHS-FS = "00"
              move "Y" to WS-RHS-OPEN
           else
              move "N" to WS-RHS-OPEN
              display "Note: reject history not available, status "
                 RHS-FS " - repairs not recorded"
           end-if.

       *> record the repair just written as the resolution of the
       *> reject's history entry - the raw ISBN as received and the
       *> vendor it came from. a reject from before the history was
       *> kept has no raw ISBN and no entry, and is passed over
       record-repair-para.
           if WS-RHS-OPEN = "Y" AND REJ-RAW NOT = SPACES
              move REJ-RAW to RHS-RAW
              move REJ-VENDOR to RHS-VENDOR
              read REJHIST-FILE key is RHS-KEY
                 invalid key
                    continue
                 not invalid key
                    move WS-TODAY to RHS-RES-DATE
                    move WS-FIX-ISBN to RHS-RES-ISBN
                    move WS-RES-BY to RHS-RES-BY
                    rewrite RHS-REC
                       invalid key
                          display "Note: repair not recorded for "
                             RHS-RAW ", status " RHS-FS
                       not invalid key
                          add 1 to WS-CNT-RESOLVED
                    end-rewrite
              end-read
           end-if.
