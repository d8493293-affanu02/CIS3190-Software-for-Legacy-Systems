       *> isbnpub.cob
       *> publisher directory maintenance for the ISBN validation
       *> system. ranges.txt only says a registration group is
       *> assigned; it does not say who owns a registrant prefix, so
       *> publishers were keyed freehand and one publisher ended up
       *> under several spellings. the directory pubdir.dat is keyed
       *> on the EAN prefix, the registration group and the
       *> registrant, and carries the standard publisher name for
       *> that prefix. the validation run isbn fills the publisher of
       *> every ISBN it registers from here, isbnmnt warns (at the
       *> terminal) or rejects (in a batch) a publisher that
       *> contradicts it, and isbnpubx lists the master records that
       *> disagree with it. this program adds, changes and deletes
       *> directory entries, looks an ISBN up the way those programs
       *> do, and lists the directory. an entry under a longer
       *> registrant inside another's range (an imprint) takes
       *> precedence for the ISBNs it covers

       identification division.
       program-id. isbnpub.
       environment division.
       input-output section.
       file-control.
       select PUBDIR-FILE assign to "pubdir.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is PUB-KEY
           file status   is PUB-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.

       data division.
       file section.
       *> one record per registrant prefix - group and registrant
       *> left-justified, space-filled, the way ranges.txt carries
       *> the group. this layout must stay in step with the
       *> PUBDIR-FILE layout in isbn.cob, isbnmnt.cob and the
       *> exceptions report isbnpubx.cob
       fd PUBDIR-FILE.
           01 PUB-REC.
               05 PUB-KEY.
                   10 PUB-PREFIX     pic X(03).
                   10 PUB-GROUP      pic X(05).
                   10 PUB-REGISTRANT pic X(07).
               05 PUB-NAME           pic X(25).
               05 PUB-CHANGED        pic 9(08).
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
       77 WS-MENU-CHOICE  pic X.
       77 WS-RESP         pic X.
       77 WS-TODAY        pic 9(08).
       77 WS-EOF          pic X.
       77 I               pic 99.

       *> the entry being worked on - the three parts of its key as
       *> keyed, and the count of digits in each
       77 WS-PREFIX-IN    pic X(03).
       77 WS-GROUP-IN     pic X(05).
       77 WS-REG-IN       pic X(07).
       77 WS-NAME-IN      pic X(25).
       77 WS-KEY-OK       pic X.
       77 WS-GROUP-LEN    pic 9(01).
       77 WS-REG-LEN      pic 9(01).
       77 WS-DIG-FLD      pic X(07).
       77 WS-DIG-MAX      pic 9(01).
       77 WS-DIG-LEN      pic 9(01).
       77 WS-DIG-OK       pic X.
       77 WS-CNT-LISTED   pic 9(05).
       77 WS-CNT-ADDED    pic 9(07) VALUE 0.
       77 WS-CNT-CHANGED  pic 9(07) VALUE 0.
       77 WS-CNT-DELETED  pic 9(07) VALUE 0.

       *> fields for the publisher directory lookup - the ISBN-13
       *> looked up, the lengths of group and registrant being
       *> tried, and the standard publisher name when one is found
       77 PUB-FS          pic X(02).
       77 WS-PUB-OPEN     pic X VALUE "N".
       77 WS-PUB-ISBN     pic X(13).
       77 WS-PUB-FND      pic X.
       77 WS-PUB-DIR-NAME pic X(25).
       77 WS-PUB-GL       pic 9(01).
       77 WS-PUB-RL       pic 9(01).
       77 WS-PUB-RS       pic 9(02).

       *> a looked-up ISBN is keyed in either form - separators are
       *> dropped and an ISBN-10 is turned into its ISBN-13 (978
       *> prefix, recomputed EAN-13 check digit) first
       77 WS-KEY-IN       pic X(20).
       77 WS-I13-IN       pic X(20).
       77 WS-I13-OUT      pic X(13).
       77 WS-I13-LEN      pic 9(02).
       77 WS-I13-IX       pic 9(02).
       77 WS-I13-BODY     pic X(09).
       77 WS-I13-DIGIT    pic 9(01).
       77 WS-I13-SUM      pic 9(03).
       77 WS-I13-Q        pic 9(03).
       77 WS-I13-R        pic 9(01).

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

       *> one line of the directory listing
       01 WS-LIST-LINE.
           05 WS-LL-PREFIX  pic X(03).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-GROUP   pic X(05).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-REG     pic X(07).
           05 FILLER        pic X(04) VALUE SPACES.
           05 WS-LL-NAME    pic X(25).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-CHANGED pic 9999/99/99.

       procedure division.
       *> open the directory for update, creating it on a fresh set
       *> of data files, then loop on the maintenance menu until the
       *> operator exits
       main-para.
           open i-o PUBDIR-FILE.
           if PUB-FS = "35"
              open output PUBDIR-FILE
              close PUBDIR-FILE
              open i-o PUBDIR-FILE
           end-if.
           if PUB-FS NOT = "00"
              display "Cannot open pubdir.dat, status " PUB-FS
              move "E" to WS-OPS-LEVEL
              move "cannot open pubdir.dat" to WS-OPS-TEXT
              perform write-opslog-para
              stop run
           end-if.
           move "Y" to WS-PUB-OPEN.
           move "I" to WS-OPS-LEVEL.
           move "publisher directory session started" to WS-OPS-TEXT.
           perform write-opslog-para.
           move spaces to WS-MENU-CHOICE.
           perform menu-para until WS-MENU-CHOICE = "6".
           close PUBDIR-FILE.
           move "I" to WS-OPS-LEVEL.
           move WS-CNT-ADDED to WS-OPS-CNT.
           move WS-CNT-CHANGED to WS-OPS-CNT2.
           move WS-CNT-DELETED to WS-OPS-CNT3.
           move spaces to WS-OPS-TEXT.
           string "publisher directory ended, added " WS-OPS-CNT
              ", changed " WS-OPS-CNT2 ", deleted " WS-OPS-CNT3
              delimited by size into WS-OPS-TEXT.
           perform write-opslog-para.
           stop run.

       *> the terminal front end for directory maintenance
       menu-para.
           display spaces.
           display "Publisher Directory Maintenance".
           display "  1. Add a registrant prefix".
           display "  2. Change a publisher name".
           display "  3. Delete a registrant prefix".
           display "  4. Look up an ISBN".
           display "  5. List the directory".
           display "  6. Exit".
           display "Enter choice (1-6): ".
           accept WS-MENU-CHOICE.
           evaluate WS-MENU-CHOICE
              when "1"
                 perform add-para
              when "2"
                 perform change-para
              when "3"
                 perform delete-para
              when "4"
                 perform lookup-para
              when "5"
                 perform list-para
              when "6"
                 continue
              when other
                 display "Please enter 1, 2, 3, 4, 5 or 6."
           end-evaluate.

       *> add a registrant prefix - refused when it is already on
       *> file; the publisher name is required
       add-para.
           perform get-entry-para.
           if WS-KEY-OK = "Y"
              read PUBDIR-FILE key is PUB-KEY
                 invalid key
                    perform add-details-para
                 not invalid key
                    display "Already on file - use change instead."
              end-read
           end-if.

       *> take the standard publisher name for a new entry
       add-details-para.
           display "Publisher name: ".
           move spaces to WS-NAME-IN.
           accept WS-NAME-IN.
           if WS-NAME-IN = SPACES
              display "Publisher name is required - not added."
           else
              accept WS-TODAY from DATE YYYYMMDD
              move WS-NAME-IN to PUB-NAME
              move WS-TODAY to PUB-CHANGED
              write PUB-REC
                 invalid key
                    display "Write failed, status " PUB-FS
                 not invalid key
                    display "Registrant prefix added."
                    add 1 to WS-CNT-ADDED
                    move "I" to WS-OPS-LEVEL
                    move spaces to WS-OPS-TEXT
                    string "prefix added: " delimited by size
                       PUB-KEY delimited by size
                       " " delimited by size
                       PUB-NAME delimited by size
                       into WS-OPS-TEXT
                    perform write-opslog-para
              end-write
           end-if.

       *> correct the standard name for a prefix - a blank entry
       *> keeps the name shown
       change-para.
           perform get-entry-para.
           if WS-KEY-OK = "Y"
              read PUBDIR-FILE key is PUB-KEY
                 invalid key
                    display "Not on file."
                 not invalid key
                    perform show-entry-para
                    display "Publisher name (blank keeps current): "
                    move spaces to WS-NAME-IN
                    accept WS-NAME-IN
                    if WS-NAME-IN = SPACES
                       display "Publisher name not changed."
                    else
                       accept WS-TODAY from DATE YYYYMMDD
                       move WS-NAME-IN to PUB-NAME
                       move WS-TODAY to PUB-CHANGED
                       rewrite PUB-REC
                          invalid key
                             display "Rewrite failed, status " PUB-FS
                          not invalid key
                             display "Publisher name changed."
                             add 1 to WS-CNT-CHANGED
                             move "I" to WS-OPS-LEVEL
                             move spaces to WS-OPS-TEXT
                             string "prefix changed: "
                                delimited by size
                                PUB-KEY delimited by size
                                " " delimited by size
                                PUB-NAME delimited by size
                                into WS-OPS-TEXT
                             perform write-opslog-para
                       end-rewrite
                    end-if
              end-read
           end-if.

       *> remove a prefix keyed in error, after showing it and
       *> asking once
       delete-para.
           perform get-entry-para.
           if WS-KEY-OK = "Y"
              read PUBDIR-FILE key is PUB-KEY
                 invalid key
                    display "Not on file."
                 not invalid key
                    perform show-entry-para
                    display "Delete this registrant prefix? (Y/N): "
                    accept WS-RESP
                    if WS-RESP = "Y" OR "y"
                       delete PUBDIR-FILE
                          invalid key
                             display "Delete failed, status " PUB-FS
                          not invalid key
                             display "Registrant prefix deleted."
                             add 1 to WS-CNT-DELETED
                             move "I" to WS-OPS-LEVEL
                             move spaces to WS-OPS-TEXT
                             string "prefix deleted: "
                                delimited by size
                                PUB-KEY delimited by size
                                into WS-OPS-TEXT
                             perform write-opslog-para
                       end-delete
                    else
                       display "Not deleted."
                    end-if
              end-read
           end-if.

       *> find the directory entry covering an ISBN, the same way the
       *> validation run and maintenance find it
       lookup-para.
           display "Enter ISBN-10 or ISBN-13 (blank to cancel): ".
           move spaces to WS-KEY-IN.
           accept WS-KEY-IN.
           if WS-KEY-IN NOT = SPACES
              move WS-KEY-IN to WS-I13-IN
              perform isbn13-form-para
              move WS-I13-OUT to WS-PUB-ISBN
              perform pub-lookup-para
              if WS-PUB-FND = "Y"
                 perform show-entry-para
              else
                 display "No directory entry covers " WS-PUB-ISBN
              end-if
           end-if.

       *> list every entry in key order
       list-para.
           move low-values to PUB-KEY.
           move 0 to WS-CNT-LISTED.
           move "N" to WS-EOF.
           start PUBDIR-FILE key is not less than PUB-KEY
              invalid key move "Y" to WS-EOF
           end-start.
           display "Pfx  Group  Registrant  Publisher                "
              "  Changed".
           perform list-next-para until WS-EOF = "Y".
           if WS-CNT-LISTED = 0
              display "No registrant prefixes on file."
           end-if.

       *> show the next entry on the file
       list-next-para.
           read PUBDIR-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              add 1 to WS-CNT-LISTED
              move PUB-PREFIX to WS-LL-PREFIX
              move PUB-GROUP to WS-LL-GROUP
              move PUB-REGISTRANT to WS-LL-REG
              move PUB-NAME to WS-LL-NAME
              move PUB-CHANGED to WS-LL-CHANGED
              display WS-LIST-LINE
           end-if.

       *> prompt for the three parts of the key and edit them: the
       *> EAN prefix 978 or 979, a group of 1 to 5 digits and a
       *> registrant of 1 to 7, the two together no more than 8
       *> digits so a publication number is left. a blank prefix
       *> backs out to the menu
       get-entry-para.
           move "N" to WS-KEY-OK.
           display "EAN prefix, 978 or 979 (blank to cancel): ".
           move spaces to WS-PREFIX-IN.
           accept WS-PREFIX-IN.
           if WS-PREFIX-IN NOT = SPACES
              display "Registration group: "
              move spaces to WS-GROUP-IN
              accept WS-GROUP-IN
              display "Registrant: "
              move spaces to WS-REG-IN
              accept WS-REG-IN
              perform edit-entry-para
           end-if.

       *> check the keyed prefix, group and registrant, and set up
       *> PUB-KEY when they pass
       edit-entry-para.
           move "Y" to WS-KEY-OK.
           move WS-GROUP-IN to WS-DIG-FLD.
           move 5 to WS-DIG-MAX.
           perform edit-digits-para.
           move WS-DIG-LEN to WS-GROUP-LEN.
           if WS-DIG-OK = "N"
              move "N" to WS-KEY-OK
           end-if.
           move WS-REG-IN to WS-DIG-FLD.
           move 7 to WS-DIG-MAX.
           perform edit-digits-para.
           move WS-DIG-LEN to WS-REG-LEN.
           if WS-DIG-OK = "N"
              move "N" to WS-KEY-OK
           end-if.
           evaluate true
              when WS-PREFIX-IN NOT = "978" AND
                   WS-PREFIX-IN NOT = "979"
                 display "EAN prefix must be 978 or 979."
                 move "N" to WS-KEY-OK
              when WS-KEY-OK = "N"
                 display "Group must be 1-5 digits, registrant 1-7."
              when WS-GROUP-LEN + WS-REG-LEN > 8
                 display "Group and registrant together may not "
                    "exceed 8 digits."
                 move "N" to WS-KEY-OK
              when other
                 move WS-PREFIX-IN to PUB-PREFIX
                 move WS-GROUP-IN to PUB-GROUP
                 move WS-REG-IN to PUB-REGISTRANT
           end-evaluate.

       *> WS-DIG-FLD must hold 1 to WS-DIG-MAX digits, left-justified
       *> with nothing but spaces after them - the count of digits is
       *> left in WS-DIG-LEN
       edit-digits-para.
           move "Y" to WS-DIG-OK.
           move 0 to WS-DIG-LEN.
           perform varying I from 1 by 1 until I > 7
              if WS-DIG-FLD(I:1) NOT = SPACE
                 if WS-DIG-LEN = I - 1 AND WS-DIG-FLD(I:1) IS NUMERIC
                    add 1 to WS-DIG-LEN
                 else
                    move "N" to WS-DIG-OK
                 end-if
              end-if
           end-perform.
           if WS-DIG-LEN = 0 OR WS-DIG-LEN > WS-DIG-MAX
              move "N" to WS-DIG-OK
           end-if.

       *> echo one entry to the screen
       show-entry-para.
           move PUB-CHANGED to WS-DATE-ED.
           display "  EAN prefix:  " PUB-PREFIX.
           display "  Group:       " PUB-GROUP.
           display "  Registrant:  " PUB-REGISTRANT.
           display "  Publisher:   " PUB-NAME.
           display "  Changed:     " WS-DATE-ED.

       *> find the directory entry for the ISBN-13 in WS-PUB-ISBN.
       *> the group and registrant lengths cannot be told from the
       *> ISBN alone, so every split of the nine digits after the
       *> EAN prefix is tried - group shortest first, and within a
       *> group the longest registrant first, so an imprint's entry
       *> wins over its parent's - leaving at least one digit for the
       *> publication number. the agency's ranges do not overlap, so
       *> only one group can match
       pub-lookup-para.
           move "N" to WS-PUB-FND.
           move spaces to WS-PUB-DIR-NAME.
           if WS-PUB-OPEN = "Y" AND WS-PUB-ISBN IS NUMERIC
              perform varying WS-PUB-GL from 1 by 1
                      until WS-PUB-GL > 5 or WS-PUB-FND = "Y"
                 compute WS-PUB-RL = 8 - WS-PUB-GL
                 if WS-PUB-RL > 7
                    move 7 to WS-PUB-RL
                 end-if
                 perform pub-try-para
                    until WS-PUB-RL < 1 or WS-PUB-FND = "Y"
              end-perform
           end-if.

       *> try one split of group and registrant against the directory
       pub-try-para.
           move spaces to PUB-KEY.
           move WS-PUB-ISBN(1:3) to PUB-PREFIX.
           move WS-PUB-ISBN(4:WS-PUB-GL) to PUB-GROUP(1:WS-PUB-GL).
           compute WS-PUB-RS = 4 + WS-PUB-GL.
           move WS-PUB-ISBN(WS-PUB-RS:WS-PUB-RL)
              to PUB-REGISTRANT(1:WS-PUB-RL).
           read PUBDIR-FILE key is PUB-KEY
              invalid key
                 continue
              not invalid key
                 move "Y" to WS-PUB-FND
                 move PUB-NAME to WS-PUB-DIR-NAME
           end-read.
           subtract 1 from WS-PUB-RL.

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
              move "isbnpub" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.
