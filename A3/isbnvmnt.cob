       *> isbnvmnt.cob
       *> vendor master maintenance for the ISBN validation system.
       *> every vendor that sends ISBN files is set up here on the
       *> indexed vendor master vendor.dat, keyed on the 5-character
       *> vendor id its files carry on the HDR control record, with
       *> its name and contact, the record layout its files arrive in
       *> (F fixed, D comma-delimited), whether every file it sends
       *> must open with an HDR and close with a TRL record, the
       *> reject percentage over which its run is graded a failure,
       *> and whether it is active or suspended. the validation run
       *> isbn looks the HDR vendor up here and applies those
       *> settings in place of the run parameters, refusing a file
       *> from a vendor that is not on file or is suspended. this
       *> program adds and changes vendors, suspends and reinstates
       *> them and lists the file - a vendor is never deleted, so the
       *> run history always has a name to go with its id

       identification division.
       program-id. isbnvmnt.
       environment division.
       input-output section.
       file-control.
       select VENDOR-FILE assign to "vendor.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is VMS-ID
           file status   is VMS-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.

       data division.
       file section.
       *> one record per vendor. layout F=fixed, D=delimited;
       *> control records Y=HDR and TRL required, N=optional; status
       *> A=active, S=suspended - this layout must stay in step with
       *> the VENDOR-FILE layout in isbn.cob, isbnvend.cob,
       *> isbnrecv.cob and isbnchr.cob
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
       77 VMS-FS          pic X(02).
       77 WS-MENU-CHOICE  pic X.
       77 WS-RESP         pic X.
       77 WS-TODAY        pic 9(08).
       77 WS-EOF          pic X.
       77 I               pic 99.

       *> the vendor being worked on, held in upper case the way the
       *> HDR record carries it
       77 WS-VENDOR-IN    pic X(05).
       77 WS-VENDOR-KEY   pic X(05).
       77 WS-NAME-IN      pic X(30).
       77 WS-CONTACT-IN   pic X(40).
       77 WS-LAYOUT-IN    pic X(01).
       77 WS-CTL-IN       pic X(01).
       77 WS-FIELDS-OK    pic X.
       77 WS-CNT-LISTED   pic 9(05).
       77 WS-CNT-ADDED    pic 9(07) VALUE 0.
       77 WS-CNT-CHANGED  pic 9(07) VALUE 0.
       77 WS-CNT-STATUS   pic 9(07) VALUE 0.

       *> the reject tolerance is keyed as free text, right-justified
       *> and zero-filled before the numeric edit
       77 WS-TOL-IN       pic X(03).
       77 WS-TOL-J        pic X(03).
       77 WS-TOL-L        pic 9(01).
       77 WS-TOL-S        pic 9(01).
       77 WS-TOL-NUM      pic 9(03).
       77 WS-TOL-OK       pic X.

       *> fields for the shared operations log - the caller sets the
       *> level (I=info, W=warning, E=error) and the message text
       77 OPS-FS         pic X(02).
       77 WS-OPS-LEVEL   pic X(01).
       77 WS-OPS-TEXT    pic X(70).
       77 WS-OPS-DATE    pic 9(08).
       77 WS-OPS-TIME-X  pic X(08).
       77 WS-OPS-CNT     pic ZZZZZZ9.
       77 WS-OPS-CNT2    pic ZZZZZZ9.
       77 WS-OPS-CNT3    pic ZZZZZZ9.

       01 WS-DATE-ED      pic 9999/99/99.

       *> one line of the vendor listing
       01 WS-LIST-LINE.
           05 WS-LL-ID      pic X(05).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-NAME    pic X(30).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-LAYOUT  pic X(01).
           05 FILLER        pic X(06) VALUE SPACES.
           05 WS-LL-CTL     pic X(01).
           05 FILLER        pic X(05) VALUE SPACES.
           05 WS-LL-TOL     pic ZZ9.
           05 FILLER        pic X(04) VALUE SPACES.
           05 WS-LL-STATUS  pic X(01).

       procedure division.
       *> open the vendor master for update, creating it on a fresh
       *> set of data files, then loop on the maintenance menu until
       *> the operator exits
       main-para.
           open i-o VENDOR-FILE.
           if VMS-FS = "35"
              open output VENDOR-FILE
              close VENDOR-FILE
              open i-o VENDOR-FILE
           end-if.
           if VMS-FS NOT = "00"
              display "Cannot open vendor.dat, status " VMS-FS
              move "E" to WS-OPS-LEVEL
              move "cannot open vendor.dat" to WS-OPS-TEXT
              perform write-opslog-para
              stop run
           end-if.
           move "I" to WS-OPS-LEVEL.
           move "vendor maintenance session started" to WS-OPS-TEXT.
           perform write-opslog-para.
           move spaces to WS-MENU-CHOICE.
           perform menu-para until WS-MENU-CHOICE = "6".
           close VENDOR-FILE.
           move "I" to WS-OPS-LEVEL.
           move WS-CNT-ADDED to WS-OPS-CNT.
           move WS-CNT-CHANGED to WS-OPS-CNT2.
           move WS-CNT-STATUS to WS-OPS-CNT3.
           move spaces to WS-OPS-TEXT.
           string "vendor maintenance ended, added " WS-OPS-CNT
              ", changed " WS-OPS-CNT2 ", status " WS-OPS-CNT3
              delimited by size into WS-OPS-TEXT.
           perform write-opslog-para.
           stop run.

       *> the terminal front end for vendor maintenance
       menu-para.
           display spaces.
           display "Vendor Master Maintenance".
           display "  1. Add a vendor".
           display "  2. Change a vendor".
           display "  3. Suspend or reinstate a vendor".
           display "  4. Inquire on a vendor".
           display "  5. List all vendors".
           display "  6. Exit".
           display "Enter choice (1-6): ".
           accept WS-MENU-CHOICE.
           evaluate WS-MENU-CHOICE
              when "1"
                 perform add-para
              when "2"
                 perform change-para
              when "3"
                 perform status-para
              when "4"
                 perform inquire-para
              when "5"
                 perform list-para
              when "6"
                 continue
              when other
                 display "Please enter 1, 2, 3, 4, 5 or 6."
           end-evaluate.

       *> add a new vendor - refused when the id is already on file
       add-para.
           perform get-vendor-para.
           if WS-VENDOR-KEY NOT = SPACES
              move WS-VENDOR-KEY to VMS-ID
              read VENDOR-FILE key is VMS-ID
                 invalid key
                    perform add-details-para
                 not invalid key
                    display "Already on file - use change instead."
              end-read
           end-if.

       *> prompt for the fields of a new vendor - the name is
       *> required, the rest default to a fixed layout with optional
       *> control records and no tolerance set (100 per cent), active
       add-details-para.
           accept WS-TODAY from DATE YYYYMMDD.
           move WS-VENDOR-KEY to VMS-ID.
           move spaces to VMS-NAME.
           move spaces to VMS-CONTACT.
           move "F" to VMS-LAYOUT.
           move "N" to VMS-CTL-REQ.
           move 100 to VMS-TOL.
           move "A" to VMS-STATUS.
           move WS-TODAY to VMS-CHANGED.
           move "Y" to WS-FIELDS-OK.
           perform prompt-fields-para.
           evaluate true
              when VMS-NAME = SPACES
                 display "Vendor name is required - not added."
              when WS-FIELDS-OK = "N"
                 display "Vendor not added."
              when other
                 write VMS-REC
                    invalid key
                       display "Write failed, status " VMS-FS
                    not invalid key
                       display "Vendor added."
                       add 1 to WS-CNT-ADDED
                       move "I" to WS-OPS-LEVEL
                       move spaces to WS-OPS-TEXT
                       string "vendor added: " delimited by size
                          VMS-ID delimited by size
                          " " delimited by size
                          VMS-NAME delimited by size
                          into WS-OPS-TEXT
                       perform write-opslog-para
                 end-write
           end-evaluate.

       *> change a vendor's settings - a blank entry keeps the value
       *> shown
       change-para.
           perform get-vendor-para.
           if WS-VENDOR-KEY NOT = SPACES
              move WS-VENDOR-KEY to VMS-ID
              read VENDOR-FILE key is VMS-ID
                 invalid key
                    display "Not on file."
                 not invalid key
                    perform show-vendor-para
                    display "Enter new values, blank keeps current."
                    move "Y" to WS-FIELDS-OK
                    perform prompt-fields-para
                    if WS-FIELDS-OK = "N"
                       display "Vendor not changed."
                    else
                       accept WS-TODAY from DATE YYYYMMDD
                       move WS-TODAY to VMS-CHANGED
                       rewrite VMS-REC
                          invalid key
                             display "Rewrite failed, status " VMS-FS
                          not invalid key
                             display "Vendor changed."
                             add 1 to WS-CNT-CHANGED
                             move "I" to WS-OPS-LEVEL
                             move spaces to WS-OPS-TEXT
                             string "vendor changed: "
                                delimited by size
                                VMS-ID delimited by size
                                into WS-OPS-TEXT
                             perform write-opslog-para
                       end-rewrite
                    end-if
              end-read
           end-if.

       *> prompt for the vendor's settings, keeping any field left
       *> blank - an entry that fails its edit leaves WS-FIELDS-OK
       *> at N so nothing is written
       prompt-fields-para.
           display "Vendor name: ".
           move spaces to WS-NAME-IN.
           accept WS-NAME-IN.
           if WS-NAME-IN NOT = SPACES
              move WS-NAME-IN to VMS-NAME
           end-if.
           display "Contact (name, phone or e-mail): ".
           move spaces to WS-CONTACT-IN.
           accept WS-CONTACT-IN.
           if WS-CONTACT-IN NOT = SPACES
              move WS-CONTACT-IN to VMS-CONTACT
           end-if.
           display "Record layout (F=fixed, D=delimited): ".
           move spaces to WS-LAYOUT-IN.
           accept WS-LAYOUT-IN.
           if WS-LAYOUT-IN NOT = SPACES
              inspect WS-LAYOUT-IN converting "fd" to "FD"
              if WS-LAYOUT-IN = "F" OR WS-LAYOUT-IN = "D"
                 move WS-LAYOUT-IN to VMS-LAYOUT
              else
                 display "Layout must be F or D."
                 move "N" to WS-FIELDS-OK
              end-if
           end-if.
           display "HDR and TRL records required (Y/N): ".
           move spaces to WS-CTL-IN.
           accept WS-CTL-IN.
           if WS-CTL-IN NOT = SPACES
              inspect WS-CTL-IN converting "yn" to "YN"
              if WS-CTL-IN = "Y" OR WS-CTL-IN = "N"
                 move WS-CTL-IN to VMS-CTL-REQ
              else
                 display "Enter Y or N for the control records."
                 move "N" to WS-FIELDS-OK
              end-if
           end-if.
           display "Reject tolerance per cent (0-100): ".
           move spaces to WS-TOL-IN.
           accept WS-TOL-IN.
           if WS-TOL-IN NOT = SPACES
              perform edit-tol-para
              if WS-TOL-OK = "N" OR WS-TOL-NUM > 100
                 display "Tolerance must be a number from 0 to 100."
                 move "N" to WS-FIELDS-OK
              else
                 move WS-TOL-NUM to VMS-TOL
              end-if
           end-if.

       *> suspend an active vendor or reinstate a suspended one,
       *> after showing it and asking once - a suspended vendor's
       *> files are refused by the validation run
       status-para.
           perform get-vendor-para.
           if WS-VENDOR-KEY NOT = SPACES
              move WS-VENDOR-KEY to VMS-ID
              read VENDOR-FILE key is VMS-ID
                 invalid key
                    display "Not on file."
                 not invalid key
                    perform show-vendor-para
                    if VMS-STATUS = "S"
                       display "Reinstate this vendor? (Y/N): "
                    else
                       display "Suspend this vendor? (Y/N): "
                    end-if
                    accept WS-RESP
                    if WS-RESP = "Y" OR "y"
                       perform toggle-status-para
                    else
                       display "Status not changed."
                    end-if
              end-read
           end-if.

       *> flip the vendor between active and suspended and log it
       toggle-status-para.
           if VMS-STATUS = "S"
              move "A" to VMS-STATUS
           else
              move "S" to VMS-STATUS
           end-if.
           accept WS-TODAY from DATE YYYYMMDD.
           move WS-TODAY to VMS-CHANGED.
           rewrite VMS-REC
              invalid key
                 display "Rewrite failed, status " VMS-FS
              not invalid key
                 add 1 to WS-CNT-STATUS
                 move "I" to WS-OPS-LEVEL
                 move spaces to WS-OPS-TEXT
                 if VMS-STATUS = "S"
                    display "Vendor suspended."
                    string "vendor suspended: " delimited by size
                       VMS-ID delimited by size
                       into WS-OPS-TEXT
                 else
                    display "Vendor reinstated."
                    string "vendor reinstated: " delimited by size
                       VMS-ID delimited by size
                       into WS-OPS-TEXT
                 end-if
                 perform write-opslog-para
           end-rewrite.

       *> display one vendor in full
       inquire-para.
           perform get-vendor-para.
           if WS-VENDOR-KEY NOT = SPACES
              move WS-VENDOR-KEY to VMS-ID
              read VENDOR-FILE key is VMS-ID
                 invalid key
                    display "Not on file."
                 not invalid key
                    perform show-vendor-para
              end-read
           end-if.

       *> list every vendor in id order
       list-para.
           move low-values to VMS-ID.
           move 0 to WS-CNT-LISTED.
           move "N" to WS-EOF.
           start VENDOR-FILE key is not less than VMS-ID
              invalid key move "Y" to WS-EOF
           end-start.
           display "Id     Name                            Layout "
              " Ctl  Tol%  St".
           perform list-next-para until WS-EOF = "Y".
           if WS-CNT-LISTED = 0
              display "No vendors on file."
           end-if.

       *> show the next vendor on the file
       list-next-para.
           read VENDOR-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              add 1 to WS-CNT-LISTED
              move VMS-ID to WS-LL-ID
              move VMS-NAME to WS-LL-NAME
              move VMS-LAYOUT to WS-LL-LAYOUT
              move VMS-CTL-REQ to WS-LL-CTL
              move VMS-TOL to WS-LL-TOL
              move VMS-STATUS to WS-LL-STATUS
              display WS-LIST-LINE
           end-if.

       *> prompt for the vendor id, held in upper case; a blank entry
       *> backs out to the menu
       get-vendor-para.
           display "Enter vendor id (blank to cancel): ".
           move spaces to WS-VENDOR-IN.
           accept WS-VENDOR-IN.
           inspect WS-VENDOR-IN converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move WS-VENDOR-IN to WS-VENDOR-KEY.

       *> echo one vendor to the screen
       show-vendor-para.
           move VMS-CHANGED to WS-DATE-ED.
           display "  Vendor id:   " VMS-ID.
           display "  Name:        " VMS-NAME.
           display "  Contact:     " VMS-CONTACT.
           display "  Layout:      " VMS-LAYOUT
              " (F=fixed, D=delimited)".
           display "  HDR/TRL:     " VMS-CTL-REQ
              " (Y=required, N=optional)".
           display "  Tolerance:   " VMS-TOL " per cent rejects".
           display "  Status:      " VMS-STATUS
              " (A=active, S=suspended)".
           display "  Changed:     " WS-DATE-ED.

       *> right-justify and zero-fill a keyed tolerance, refusing
       *> anything that is not a number
       edit-tol-para.
           move "Y" to WS-TOL-OK.
           move 0 to WS-TOL-L.
           perform varying I from 3 by -1
                   until I < 1 or WS-TOL-L > 0
              if WS-TOL-IN(I:1) NOT = SPACE
                 move I to WS-TOL-L
              end-if
           end-perform.
           move "000" to WS-TOL-J.
           if WS-TOL-L > 0
              compute WS-TOL-S = 4 - WS-TOL-L
              move WS-TOL-IN(1:WS-TOL-L)
                 to WS-TOL-J(WS-TOL-S:WS-TOL-L)
           end-if.
           if WS-TOL-J IS NUMERIC
              move WS-TOL-J to WS-TOL-NUM
           else
              move 0 to WS-TOL-NUM
              move "N" to WS-TOL-OK
           end-if.

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
              move "isbnvmnt" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.
