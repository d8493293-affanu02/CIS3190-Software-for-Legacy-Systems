              move "W" to WS-OPS-LEVEL
              move "no runlog.dat to report on" to WS-OPS-TEXT
              perform write-opslog-para
              move 4 to RETURN-CODE
              stop run
           end-if.
           move "I" to WS-OPS-LEVEL.
              move "cannot create trendrpt.txt" to WS-OPS-TEXT
              perform write-opslog-para
              close RUNLOG-FILE
              move 12 to RETURN-CODE
              stop run
           end-if.
           perform report-head-para.
                 move WS-FROM-IN to WS-FROM-DATE
              else
                 display "From date must be YYYYMMDD: " WS-FROM-IN
                 move 12 to RETURN-CODE
                 stop run
              end-if
           end-if.
                 move WS-TO-IN to WS-TO-DATE
              else
                 display "To date must be YYYYMMDD: " WS-TO-IN
                 move 12 to RETURN-CODE
                 stop run
              end-if
           end-if.
