       *> isbnjob.cob
       *> nightly job-stream controller for the ISBN validation
       *> system. the night's steps - the validation run, the
       *> automatic check-digit repair, re-validation of the
       *> resubmissions, receiving, the maintenance transaction
       *> batches and the month-end reports - are listed in a
       *> job-stream definition file (jobstrm.txt unless the run
       *> parameter names another) with each step's program, its run
       *> parameters, the highest return code the step may end with
       *> for the steps after it to run, and an optional month-end
       *> condition. this program runs the steps in order, skips the
       *> ones whose condition fails, and keeps the start, end,
       *> return code and status of every step in the run-control
       *> file jobctl.dat, rewritten after each step. a step ending
       *> above its limit stops the stream; the next run of the same
       *> stream resumes at that step instead of the top (a second
       *> run parameter of N starts again from the top). a step that
       *> ends 20 found master.dat held by another run - the stream
       *> stops there and the next run picks it up once the hold is
       *> gone. every step outcome also goes to opslog.dat

       identification division.
       program-id. isbnjob.
       environment division.
       input-output section.
       file-control.
       select STREAM-FILE assign to WS-STREAM-NAME
           organization  is LINE sequential
           file status  is JST-FS.
       select CONTROL-FILE assign to "jobctl.dat"
           organization  is LINE sequential
           file status  is CTL-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.

       data division.
       file section.
       *> one step per line, fixed columns: step name (1-8),
       *> program (10-29), highest return code the step may end with
       *> and still let the stream carry on (31-32), run condition
       *> (34 - blank every night, M month end only), run parameters
       *> (36 on). a "*" in column one is a comment
       fd STREAM-FILE.
           01 JST-REC.
               05 JST-STEP      pic X(08).
               05 FILLER        pic X(01).
               05 JST-PROGRAM   pic X(20).
               05 FILLER        pic X(01).
               05 JST-MAXRC     pic X(02).
               05 FILLER        pic X(01).
               05 JST-COND      pic X(01).
               05 FILLER        pic X(01).
               05 JST-PARMS     pic X(70).
       *> the run-control file - one header line for the stream run,
       *> then one line per step in stream order
       fd CONTROL-FILE.
           01 CTL-HDR.
               05 CTLH-TYPE      pic X(01).
               05 FILLER         pic X(01).
               05 CTLH-STREAM    pic X(30).
               05 FILLER         pic X(01).
               05 CTLH-DATE      pic 9(08).
               05 FILLER         pic X(01).
               05 CTLH-TIME      pic 9(06).
               05 FILLER         pic X(01).
               05 CTLH-STATUS    pic X(01).
               05 FILLER         pic X(01).
               05 CTLH-STEPS     pic 9(03).
               05 FILLER         pic X(46).
           01 CTL-STEP.
               05 CTLS-TYPE      pic X(01).
               05 FILLER         pic X(01).
               05 CTLS-SEQ       pic 9(03).
               05 FILLER         pic X(01).
               05 CTLS-STEP      pic X(08).
               05 FILLER         pic X(01).
               05 CTLS-PROGRAM   pic X(20).
               05 FILLER         pic X(01).
               05 CTLS-STATUS    pic X(01).
               05 FILLER         pic X(01).
               05 CTLS-START-DATE pic 9(08).
               05 FILLER         pic X(01).
               05 CTLS-START-TIME pic 9(06).
               05 FILLER         pic X(01).
               05 CTLS-END-DATE  pic 9(08).
               05 FILLER         pic X(01).
               05 CTLS-END-TIME  pic 9(06).
               05 FILLER         pic X(01).
               05 CTLS-RC        pic 9(03).
               05 FILLER         pic X(26).
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
       77 JST-FS       pic X(02).
       77 CTL-FS       pic X(02).
       77 WS-EOF       pic X VALUE "N".
       77 WS-TODAY     pic 9(08).
       77 WS-TIME-RAW  pic X(08).
       77 I            pic 999.

       *> the run parameter - the stream definition file name, then
       *> N to start from the top whatever the last run left
       77 WS-PARM-LINE    pic X(70).
       77 WS-STREAM-NAME  pic X(30).
       77 WS-PARM-OPT     pic X(10).
       77 WS-FRESH        pic X VALUE "N".

       *> the stream as loaded from the definition file, with each
       *> step's outcome for this run. status P pending, R running,
       *> C complete, S skipped, F failed
       77 WS-STEP-MAX  pic 999 VALUE 0.
       77 WS-STEP-IX   pic 999.
       77 WS-DEF-LINE  pic 9(05) VALUE 0.
       77 WS-DEF-ERROR pic X VALUE "N".
       01 WS-STEP-TBL.
           05 WS-STEP-ENT occurs 50 times.
               10 WS-ST-NAME       pic X(08).
               10 WS-ST-PROGRAM    pic X(20).
               10 WS-ST-MAXRC      pic 9(02).
               10 WS-ST-COND       pic X(01).
               10 WS-ST-PARMS      pic X(70).
               10 WS-ST-STATUS     pic X(01).
               10 WS-ST-START-DATE pic 9(08).
               10 WS-ST-START-TIME pic 9(06).
               10 WS-ST-END-DATE   pic 9(08).
               10 WS-ST-END-TIME   pic 9(06).
               10 WS-ST-RC         pic 9(03).

       *> the run being carried - its business date and start time
       *> (kept from the failed run on a restart, so a month-end step
       *> rerun after midnight still sees the month end it belonged
       *> to), the step to start at and the stream outcome
       77 WS-RUN-DATE   pic 9(08).
       77 WS-RUN-TIME   pic 9(06).
       77 WS-RUN-STATUS pic X(01).
       77 WS-START-IX   pic 999 VALUE 1.
       77 WS-RESTART    pic X VALUE "N".
       77 WS-STOPPED    pic X VALUE "N".
       77 WS-HIGH-RC    pic 9(03) VALUE 0.

       *> the previous run as found on jobctl.dat
       77 WS-CTL-FOUND  pic X VALUE "N".
       77 WS-CTL-MATCH  pic X VALUE "Y".
       77 WS-PREV-STREAM pic X(30).
       77 WS-PREV-STATUS pic X(01).
       77 WS-PREV-DATE   pic 9(08).
       77 WS-PREV-TIME   pic 9(06).
       77 WS-PREV-STEPS  pic 9(03).
       77 WS-CTL-IX      pic 999.

       *> the command handed to the system for one step, and the
       *> step's return code recovered from the wait status
       77 WS-CMD-LINE   pic X(100).
       77 WS-CMD-PTR    pic 9(03).
       77 WS-STEP-RC    pic 9(03).
       77 WS-SYS-STATUS pic 9(09).
       77 WS-SYS-SIGNAL pic 9(03).

       *> the month-end test - days in each month, February
       *> corrected for a leap year
       01 WS-MDAY-VALUES pic X(24) VALUE "312831303130313130313031".
       01 WS-MDAY-TBL REDEFINES WS-MDAY-VALUES.
           05 WS-MDAY  pic 9(02) occurs 12 times.
       01 WS-RD-DATE.
           05 WS-RD-YYYY pic 9(04).
           05 WS-RD-MM   pic 9(02).
           05 WS-RD-DD   pic 9(02).
       77 WS-MONTH-END  pic X VALUE "N".
       77 WS-LAST-DAY   pic 9(02).
       77 WS-LEAP-Q     pic 9(04).
       77 WS-LEAP-R4    pic 9(03).
       77 WS-LEAP-R100  pic 9(03).
       77 WS-LEAP-R400  pic 9(03).

       *> fields for the shared operations log - the caller sets the
       *> level (I=info, W=warning, E=error) and the message text
       77 OPS-FS         pic X(02).
       77 WS-OPS-LEVEL   pic X(01).
       77 WS-OPS-TEXT    pic X(70).
       77 WS-OPS-DATE    pic 9(08).
       77 WS-OPS-TIME-X  pic X(08).
       77 WS-OPS-CNT     pic ZZZZZZ9.
       77 WS-OPS-CNT2    pic ZZZZZZ9.
       77 WS-OPS-RC      pic 999.

       *> the end-of-run step summary
       01 WS-SUM-LINE.
           05 WS-SL-STEP    pic X(08).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-SL-PROGRAM pic X(20).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-SL-MAXRC   pic Z9.
           05 FILLER        pic X(03) VALUE SPACES.
           05 WS-SL-RC      pic ZZ9.
           05 FILLER        pic X(03) VALUE SPACES.
           05 WS-SL-STATUS  pic X(24).

       procedure division.
       *> load the stream, pick up where a failed run of the same
       *> stream stopped, run the steps and close with the summary.
       *> the return code is 12 when a step failed or the stream
       *> could not be run, otherwise the highest step return code
       main-para.
           accept WS-PARM-LINE from COMMAND-LINE.
           move spaces to WS-STREAM-NAME.
           move spaces to WS-PARM-OPT.
           if WS-PARM-LINE NOT = SPACES
              unstring WS-PARM-LINE delimited by all " "
                 into WS-STREAM-NAME WS-PARM-OPT
           end-if.
           if WS-STREAM-NAME = SPACES
              move "jobstrm.txt" to WS-STREAM-NAME
           end-if.
           if WS-PARM-OPT = "N" OR WS-PARM-OPT = "n"
              move "Y" to WS-FRESH
           else
              if WS-PARM-OPT NOT = SPACES
                 display "Run option not recognized: " WS-PARM-OPT
                 move 12 to RETURN-CODE
                 stop run
              end-if
           end-if.
           accept WS-TODAY from DATE YYYYMMDD.
           perform load-stream-para.
           if WS-DEF-ERROR = "Y"
              move "E" to WS-OPS-LEVEL
              move spaces to WS-OPS-TEXT
              string "job stream not run, definition in error: "
                 WS-STREAM-NAME delimited by size into WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           perform read-control-para.
           perform restart-point-para.
           move "R" to WS-RUN-STATUS.
           perform write-control-para.
           if CTL-FS NOT = "00"
              display "Cannot write jobctl.dat, status " CTL-FS
              move "E" to WS-OPS-LEVEL
              move "cannot write jobctl.dat - job stream not run"
                 to WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
              stop run
           end-if.
           move "I" to WS-OPS-LEVEL.
           move spaces to WS-OPS-TEXT.
           if WS-RESTART = "Y"
              string "job stream " delimited by size
                 WS-STREAM-NAME delimited by space
                 " restarted at step " WS-ST-NAME(WS-START-IX)
                 delimited by size into WS-OPS-TEXT
           else
              string "job stream " delimited by size
                 WS-STREAM-NAME delimited by space
                 " started" delimited by size into WS-OPS-TEXT
           end-if.
           perform write-opslog-para.
           display WS-OPS-TEXT.
           move WS-RUN-DATE to WS-RD-DATE.
           perform month-end-para.
           move "N" to WS-STOPPED.
           perform run-step-para
              varying WS-STEP-IX from WS-START-IX by 1
              until WS-STEP-IX > WS-STEP-MAX OR WS-STOPPED = "Y".
           if WS-STOPPED = "Y"
              move "F" to WS-RUN-STATUS
           else
              move "C" to WS-RUN-STATUS
           end-if.
           perform write-control-para.
           perform summary-para.
           move WS-HIGH-RC to WS-OPS-RC.
           move spaces to WS-OPS-TEXT.
           if WS-STOPPED = "Y"
              move "E" to WS-OPS-LEVEL
              string "job stream " delimited by size
                 WS-STREAM-NAME delimited by space
                 " stopped at a failed step - rerun to resume"
                 delimited by size into WS-OPS-TEXT
              move 12 to RETURN-CODE
           else
              move "I" to WS-OPS-LEVEL
              string "job stream " delimited by size
                 WS-STREAM-NAME delimited by space
                 " complete, highest step RC " WS-OPS-RC
                 delimited by size into WS-OPS-TEXT
              move WS-HIGH-RC to RETURN-CODE
           end-if.
           perform write-opslog-para.
           display WS-OPS-TEXT.
           stop run.

       *> read the stream definition into the step table, refusing a
       *> stream with a bad line rather than running half of it
       load-stream-para.
           open input STREAM-FILE.
           if JST-FS NOT = "00"
              display "Cannot open job stream " WS-STREAM-NAME
                 ", status " JST-FS
              move "Y" to WS-DEF-ERROR
           else
              move "N" to WS-EOF
              perform load-step-para until WS-EOF = "Y"
              close STREAM-FILE
              if WS-STEP-MAX = 0 AND WS-DEF-ERROR = "N"
                 display "Job stream " WS-STREAM-NAME
                    " has no steps."
                 move "Y" to WS-DEF-ERROR
              end-if
           end-if.

       *> edit one definition line and add it to the step table
       load-step-para.
           read STREAM-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              add 1 to WS-DEF-LINE
              if JST-REC(1:1) NOT = "*" AND JST-REC NOT = SPACES
                 evaluate true
                    when WS-STEP-MAX = 50
                       display "Job stream line " WS-DEF-LINE
                          ": more than 50 steps"
                       move "Y" to WS-DEF-ERROR
                    when JST-STEP = SPACES OR JST-PROGRAM = SPACES
                       display "Job stream line " WS-DEF-LINE
                          ": step name and program are required"
                       move "Y" to WS-DEF-ERROR
                    when JST-MAXRC IS NOT NUMERIC
                       display "Job stream line " WS-DEF-LINE
                          ": return code limit must be two digits"
                       move "Y" to WS-DEF-ERROR
                    when JST-COND NOT = SPACE AND JST-COND NOT = "M"
                       display "Job stream line " WS-DEF-LINE
                          ": condition must be blank or M"
                       move "Y" to WS-DEF-ERROR
                    when other
                       add 1 to WS-STEP-MAX
                       move JST-STEP to WS-ST-NAME(WS-STEP-MAX)
                       move JST-PROGRAM to WS-ST-PROGRAM(WS-STEP-MAX)
                       move JST-MAXRC to WS-ST-MAXRC(WS-STEP-MAX)
                       move JST-COND to WS-ST-COND(WS-STEP-MAX)
                       move JST-PARMS to WS-ST-PARMS(WS-STEP-MAX)
                       move "P" to WS-ST-STATUS(WS-STEP-MAX)
                       move 0 to WS-ST-START-DATE(WS-STEP-MAX)
                       move 0 to WS-ST-START-TIME(WS-STEP-MAX)
                       move 0 to WS-ST-END-DATE(WS-STEP-MAX)
                       move 0 to WS-ST-END-TIME(WS-STEP-MAX)
                       move 0 to WS-ST-RC(WS-STEP-MAX)
                 end-evaluate
              end-if
           end-if.

       *> read what the last run left on jobctl.dat - its header,
       *> and the step lines back into the table while they still
       *> name the same steps in the same order
       read-control-para.
           move "N" to WS-CTL-FOUND.
           move "Y" to WS-CTL-MATCH.
           move 0 to WS-CTL-IX.
           open input CONTROL-FILE.
           if CTL-FS = "00"
              move "N" to WS-EOF
              perform read-control-line-para until WS-EOF = "Y"
              close CONTROL-FILE
           end-if.
           if WS-CTL-FOUND = "Y" AND WS-CTL-IX NOT = WS-STEP-MAX
              move "N" to WS-CTL-MATCH
           end-if.

       *> take one run-control line
       read-control-line-para.
           read CONTROL-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              if CTLH-TYPE = "H"
                 move "Y" to WS-CTL-FOUND
                 move CTLH-STREAM to WS-PREV-STREAM
                 move CTLH-STATUS to WS-PREV-STATUS
                 move CTLH-DATE to WS-PREV-DATE
                 move CTLH-TIME to WS-PREV-TIME
                 move CTLH-STEPS to WS-PREV-STEPS
              end-if
              if CTLS-TYPE = "S"
                 add 1 to WS-CTL-IX
                 if WS-CTL-IX > WS-STEP-MAX
                    move "N" to WS-CTL-MATCH
                 else
                    if CTLS-STEP NOT = WS-ST-NAME(WS-CTL-IX)
                       OR CTLS-PROGRAM NOT = WS-ST-PROGRAM(WS-CTL-IX)
                       move "N" to WS-CTL-MATCH
                    end-if
                 end-if
              end-if
           end-if.

       *> decide where this run starts. a previous run of the same
       *> stream that failed or died part-way through resumes at its
       *> first step not complete or skipped, keeping the earlier
       *> steps' outcomes; anything else starts from the top
       restart-point-para.
           move 1 to WS-START-IX.
           move "N" to WS-RESTART.
           move WS-TODAY to WS-RUN-DATE.
           accept WS-TIME-RAW from TIME.
           move WS-TIME-RAW(1:6) to WS-RUN-TIME.
           if WS-CTL-FOUND = "Y"
              AND WS-PREV-STREAM = WS-STREAM-NAME
              AND (WS-PREV-STATUS = "F" OR WS-PREV-STATUS = "R")
              if WS-FRESH = "Y"
                 display "Previous run of " WS-STREAM-NAME
                    " did not complete - starting from the top"
                    " as asked."
                 move "W" to WS-OPS-LEVEL
                 move spaces to WS-OPS-TEXT
                 string "restart point of " delimited by size
                    WS-STREAM-NAME delimited by space
                    " set aside, starting from the top"
                    delimited by size into WS-OPS-TEXT
                 perform write-opslog-para
              else
                 if WS-CTL-MATCH = "N"
                    display "Job stream " WS-STREAM-NAME
                       " has changed since the failed run."
                    display "Correct it, or rerun with option N to"
                       " start from the top."
                    move "E" to WS-OPS-LEVEL
                    move spaces to WS-OPS-TEXT
                    string "job stream " delimited by size
                       WS-STREAM-NAME delimited by space
                       " changed since failed run - not restarted"
                       delimited by size into WS-OPS-TEXT
                    perform write-opslog-para
                    move 12 to RETURN-CODE
                    stop run
                 end-if
                 perform reload-steps-para
              end-if
           end-if.

       *> put the failed run's step outcomes back in the table and
       *> find the step to resume at
       reload-steps-para.
           move "Y" to WS-RESTART.
           move WS-PREV-DATE to WS-RUN-DATE.
           move WS-PREV-TIME to WS-RUN-TIME.
           open input CONTROL-FILE.
           move 0 to WS-CTL-IX.
           move "N" to WS-EOF.
           perform reload-step-line-para until WS-EOF = "Y".
           close CONTROL-FILE.
           move 0 to WS-START-IX.
           perform varying I from 1 by 1
                   until I > WS-STEP-MAX OR WS-START-IX > 0
              if WS-ST-STATUS(I) NOT = "C"
                 AND WS-ST-STATUS(I) NOT = "S"
                 move I to WS-START-IX
              end-if
           end-perform.
           if WS-START-IX = 0
              move 1 to WS-START-IX
              move "N" to WS-RESTART
              move WS-TODAY to WS-RUN-DATE
              accept WS-TIME-RAW from TIME
              move WS-TIME-RAW(1:6) to WS-RUN-TIME
              perform clear-steps-para
           else
              perform varying I from 1 by 1 until I >= WS-START-IX
                 if WS-ST-STATUS(I) = "C"
                    AND WS-ST-RC(I) > WS-HIGH-RC
                    move WS-ST-RC(I) to WS-HIGH-RC
                 end-if
              end-perform
              perform varying I from WS-START-IX by 1
                      until I > WS-STEP-MAX
                 move "P" to WS-ST-STATUS(I)
                 move 0 to WS-ST-START-DATE(I)
                 move 0 to WS-ST-START-TIME(I)
                 move 0 to WS-ST-END-DATE(I)
                 move 0 to WS-ST-END-TIME(I)
                 move 0 to WS-ST-RC(I)
              end-perform
           end-if.

       *> take one step line of the failed run back into the table
       reload-step-line-para.
           read CONTROL-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N" AND CTLS-TYPE = "S"
              add 1 to WS-CTL-IX
              move CTLS-STATUS to WS-ST-STATUS(WS-CTL-IX)
              move CTLS-START-DATE to WS-ST-START-DATE(WS-CTL-IX)
              move CTLS-START-TIME to WS-ST-START-TIME(WS-CTL-IX)
              move CTLS-END-DATE to WS-ST-END-DATE(WS-CTL-IX)
              move CTLS-END-TIME to WS-ST-END-TIME(WS-CTL-IX)
              move CTLS-RC to WS-ST-RC(WS-CTL-IX)
           end-if.

       *> set every step back to pending for a run from the top
       clear-steps-para.
           perform varying I from 1 by 1 until I > WS-STEP-MAX
              move "P" to WS-ST-STATUS(I)
              move 0 to WS-ST-START-DATE(I)
              move 0 to WS-ST-START-TIME(I)
              move 0 to WS-ST-END-DATE(I)
              move 0 to WS-ST-END-TIME(I)
              move 0 to WS-ST-RC(I)
           end-perform.

       *> run one step, or skip it when its condition fails. the
       *> step is marked running on jobctl.dat before it starts, so
       *> a controller that dies mid-step still resumes there
       run-step-para.
           if WS-ST-COND(WS-STEP-IX) = "M" AND WS-MONTH-END = "N"
              move "S" to WS-ST-STATUS(WS-STEP-IX)
              perform write-control-para
              move "I" to WS-OPS-LEVEL
              move spaces to WS-OPS-TEXT
              string "step " WS-ST-NAME(WS-STEP-IX)
                 " skipped - month-end step, not month end"
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
           else
              move "R" to WS-ST-STATUS(WS-STEP-IX)
              accept WS-ST-START-DATE(WS-STEP-IX) from DATE YYYYMMDD
              accept WS-TIME-RAW from TIME
              move WS-TIME-RAW(1:6) to WS-ST-START-TIME(WS-STEP-IX)
              perform write-control-para
              move "I" to WS-OPS-LEVEL
              move spaces to WS-OPS-TEXT
              string "step " WS-ST-NAME(WS-STEP-IX)
                 " started: " WS-ST-PROGRAM(WS-STEP-IX)
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
              display WS-OPS-TEXT
              perform build-command-para
              move 0 to RETURN-CODE
              call "SYSTEM" using WS-CMD-LINE
              perform step-rc-para
              move WS-STEP-RC to WS-ST-RC(WS-STEP-IX)
              accept WS-ST-END-DATE(WS-STEP-IX) from DATE YYYYMMDD
              accept WS-TIME-RAW from TIME
              move WS-TIME-RAW(1:6) to WS-ST-END-TIME(WS-STEP-IX)
              move WS-STEP-RC to WS-OPS-RC
              move spaces to WS-OPS-TEXT
              if WS-STEP-RC > WS-ST-MAXRC(WS-STEP-IX)
                 move "F" to WS-ST-STATUS(WS-STEP-IX)
                 move "Y" to WS-STOPPED
                 move "E" to WS-OPS-LEVEL
                 if WS-STEP-RC = 20
                    string "step " WS-ST-NAME(WS-STEP-IX)
                       " ended RC 20, master.dat locked - stream "
                       "stopped"
                       delimited by size into WS-OPS-TEXT
                 else
                    string "step " WS-ST-NAME(WS-STEP-IX)
                       " failed, RC " WS-OPS-RC
                       " over its limit - stream stopped"
                       delimited by size into WS-OPS-TEXT
                 end-if
              else
                 move "C" to WS-ST-STATUS(WS-STEP-IX)
                 if WS-STEP-RC > WS-HIGH-RC
                    move WS-STEP-RC to WS-HIGH-RC
                 end-if
                 if WS-STEP-RC = 0
                    move "I" to WS-OPS-LEVEL
                 else
                    move "W" to WS-OPS-LEVEL
                 end-if
                 string "step " WS-ST-NAME(WS-STEP-IX)
                    " complete, RC " WS-OPS-RC
                    delimited by size into WS-OPS-TEXT
              end-if
              perform write-control-para
              perform write-opslog-para
              display WS-OPS-TEXT
           end-if.

       *> the step's return code sits in the high byte of the wait
       *> status the system hands back; a step that could not be
       *> started or was killed part-way counts as 999, which no
       *> limit lets through
       step-rc-para.
           if RETURN-CODE < 0
              move 999 to WS-STEP-RC
           else
              move RETURN-CODE to WS-SYS-STATUS
              divide WS-SYS-STATUS by 256 giving WS-STEP-RC
                 remainder WS-SYS-SIGNAL
              if WS-SYS-SIGNAL NOT = 0
                 move 999 to WS-STEP-RC
              end-if
           end-if.
           move 0 to RETURN-CODE.

       *> the command line for one step - the program, then its run
       *> parameters when it has any
       build-command-para.
           move spaces to WS-CMD-LINE.
           move 1 to WS-CMD-PTR.
           string WS-ST-PROGRAM(WS-STEP-IX) delimited by space
              into WS-CMD-LINE with pointer WS-CMD-PTR.
           if WS-ST-PARMS(WS-STEP-IX) NOT = SPACES
              string " " WS-ST-PARMS(WS-STEP-IX)
                 delimited by size
                 into WS-CMD-LINE with pointer WS-CMD-PTR
           end-if.

       *> rewrite jobctl.dat whole - the run header, then every step
       *> with its outcome so far
       write-control-para.
           open output CONTROL-FILE.
           if CTL-FS = "00"
              move spaces to CTL-HDR
              move "H" to CTLH-TYPE
              move WS-STREAM-NAME to CTLH-STREAM
              move WS-RUN-DATE to CTLH-DATE
              move WS-RUN-TIME to CTLH-TIME
              move WS-RUN-STATUS to CTLH-STATUS
              move WS-STEP-MAX to CTLH-STEPS
              write CTL-HDR
              perform varying I from 1 by 1 until I > WS-STEP-MAX
                 move spaces to CTL-STEP
                 move "S" to CTLS-TYPE
                 move I to CTLS-SEQ
                 move WS-ST-NAME(I) to CTLS-STEP
                 move WS-ST-PROGRAM(I) to CTLS-PROGRAM
                 move WS-ST-STATUS(I) to CTLS-STATUS
                 move WS-ST-START-DATE(I) to CTLS-START-DATE
                 move WS-ST-START-TIME(I) to CTLS-START-TIME
                 move WS-ST-END-DATE(I) to CTLS-END-DATE
                 move WS-ST-END-TIME(I) to CTLS-END-TIME
                 move WS-ST-RC(I) to CTLS-RC
                 write CTL-STEP
              end-perform
              close CONTROL-FILE
           end-if.

       *> set WS-MONTH-END when the run date in WS-RD-DATE is the
       *> last day of its month
       month-end-para.
           move "N" to WS-MONTH-END.
           if WS-RD-MM >= 1 AND WS-RD-MM <= 12
              move WS-MDAY(WS-RD-MM) to WS-LAST-DAY
              if WS-RD-MM = 2
                 divide WS-RD-YYYY by 4 giving WS-LEAP-Q
                    remainder WS-LEAP-R4
                 divide WS-RD-YYYY by 100 giving WS-LEAP-Q
                    remainder WS-LEAP-R100
                 divide WS-RD-YYYY by 400 giving WS-LEAP-Q
                    remainder WS-LEAP-R400
                 if WS-LEAP-R4 = 0
                    AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
                    move 29 to WS-LAST-DAY
                 end-if
              end-if
              if WS-RD-DD = WS-LAST-DAY
                 move "Y" to WS-MONTH-END
              end-if
           end-if.

       *> show every step's outcome for the operator
       summary-para.
           display spaces.
           display "Step      Program               Max   RC   Status".
           perform varying I from 1 by 1 until I > WS-STEP-MAX
              move WS-ST-NAME(I) to WS-SL-STEP
              move WS-ST-PROGRAM(I) to WS-SL-PROGRAM
              move WS-ST-MAXRC(I) to WS-SL-MAXRC
              move WS-ST-RC(I) to WS-SL-RC
              evaluate WS-ST-STATUS(I)
                 when "C"
                    move "complete" to WS-SL-STATUS
                 when "S"
                    move "skipped - not month end" to WS-SL-STATUS
                 when "F"
                    move "FAILED - resume here" to WS-SL-STATUS
                 when "R"
                    move "running" to WS-SL-STATUS
                 when other
                    move "not run" to WS-SL-STATUS
              end-evaluate
              display WS-SUM-LINE
           end-perform.

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
              move "isbnjob" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.
