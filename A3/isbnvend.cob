       *> vendor - files received, records, reject counts by
       *> category, reject rate, and how often the trailer failed
       *> reconciliation - into vendrpt.txt for the quarterly
       *> vendor review, each vendor named from the vendor master

       identification division.
       program-id. isbnvend.
       select RUNLOG-FILE assign to "runlog.dat"
           organization  is LINE sequential
           file status  is RUNL-FS.
       select VENDOR-FILE assign to "vendor.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is VMS-ID
           file status   is VMS-FS.
       select VENDOR-REPORT assign to "vendrpt.txt"
           organization  is LINE sequential
           file status  is VND-FS.
               05 RUNL-OOB       pic X(01).
               05 FILLER         pic X(01).
               05 RUNL-CNT-DISC  pic 9(07).
       *> this record layout must stay in step with the VENDOR-FILE
       *> layout in isbnvmnt.cob, which maintains vendor.dat
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
       fd VENDOR-REPORT.
           01 VND-REC   pic X(132).

       77 WS-EOF       pic X VALUE "N".
       77 WS-CNT-RUNS  pic 9(07) VALUE 0.

       *> the vendor master names each vendor on the report - with no
       *> vendor.dat, or a vendor not on it, the bare id is all there
       *> is to print
       77 VMS-FS       pic X(02).
       77 WS-VMS-OPEN  pic X VALUE "N".

       *> the rejects of one log record, summed once per read
       77 WS-REC-REJECTS pic 9(08).

       01 WS-VEN-LINE.
           05 WS-VL-ID      pic X(05).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-VL-NAME    pic X(30).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-VL-FILES   pic ZZZZ9.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-VL-RECS    pic ZZZZZZZZ9.
           open input RUNLOG-FILE.
           if RUNL-FS NOT = "00"
              display "No runlog.dat to report on, status " RUNL-FS
              move 4 to RETURN-CODE
           else
              move "N" to WS-EOF
              perform accumulate-para until WS-EOF = "Y"
              close RUNLOG-FILE
              open input VENDOR-FILE
              if VMS-FS = "00"
                 move "Y" to WS-VMS-OPEN
              else
                 display "Note: vendor.dat not available, status "
                    VMS-FS " - vendors shown by id only."
              end-if
              perform write-vendor-report-para
              if WS-VMS-OPEN = "Y"
                 close VENDOR-FILE
              end-if
              display "Vendor quality report written to vendrpt.txt ("
                 WS-CNT-RUNS " runs, " WS-VEN-MAX " vendors)."
           end-if.
           move spaces to VND-REC.
           write VND-REC.
           move spaces to VND-REC.
           string "Vend   Name                            "
                  "Files    Records   NonDig   WrgLen   "
                  "BadChk   ChkSum   Prefix   Rejects    Rej%    "
                  "OOB" delimited by size into VND-REC.
           write VND-REC.
       *> one vendor quality line
       vendor-line-para.
           move WS-VEN-ID(WS-VEN-IX) to WS-VL-ID.
           perform vendor-name-para.
           move WS-VEN-FILES(WS-VEN-IX) to WS-VL-FILES.
           move WS-VEN-RECS(WS-VEN-IX) to WS-VL-RECS.
           move WS-VEN-NONDIG(WS-VEN-IX) to WS-VL-NONDIG.
           end-if.
           move WS-VEN-OOB(WS-VEN-IX) to WS-VL-OOB.
           write VND-REC from WS-VEN-LINE.

       *> name the vendor on the current line from the vendor master
       vendor-name-para.
           move spaces to WS-VL-NAME.
           if WS-VEN-ID(WS-VEN-IX) = "(non)"
              move "no vendor header" to WS-VL-NAME
           else
              if WS-VMS-OPEN = "Y"
                 move WS-VEN-ID(WS-VEN-IX) to VMS-ID
                 read VENDOR-FILE key is VMS-ID
                    invalid key
                       move "(not on vendor master)" to WS-VL-NAME
                    not invalid key
                       move VMS-NAME to WS-VL-NAME
                 end-read
              end-if
           end-if.
