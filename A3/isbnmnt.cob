       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.
       select LOCK-FILE assign to "mastlock.dat"
           organization  is LINE sequential
           file status  is LCK-FS.
       select PUBDIR-FILE assign to "pubdir.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is PUB-KEY
           file status   is PUB-FS.

       data division.
       file section.
               05 AUD-BEFORE   pic X(119).
               05 FILLER       pic X(01).
               05 AUD-AFTER    pic X(119).
               05 FILLER       pic X(01).
               05 AUD-BATCH    pic X(30).
       *> one transaction per record, fixed columns: the action code
       *> (A=add, C=change, D=delete), the ISBN, then the same
       *> bibliographic fields the screens take - a blank field on a
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
       *> this record layout must stay in step with the PUBDIR-FILE
       *> layout in isbnpub.cob, which maintains pubdir.dat
       fd PUBDIR-FILE.
           01 PUB-REC.
               05 PUB-KEY.
                   10 PUB-PREFIX     pic X(03).
                   10 PUB-GROUP      pic X(05).
                   10 PUB-REGISTRANT pic X(07).
               05 PUB-NAME           pic X(25).
               05 PUB-CHANGED        pic 9(08).

       working-storage section.
       77 MAST-FS         pic X(02).
       77 WS-MENU-CHOICE  pic X.
       77 WS-ISBN-KEY     pic X(13).
       77 WS-KEY-IN       pic X(20).
       77 WS-RESP         pic X.
       77 WS-TODAY        pic 9(08).

       *> fields for the master file audit trail - the action code
       *> and the before and after record images each update sets
       *> ahead of its audit record, and the batch the update came
       *> from: the transaction file name, or (terminal) for the
       *> screens
       77 AUD-FS          pic X(02).
       77 WS-TIME-RAW     pic X(08).
       77 WS-AUD-ACTION   pic X(01).
       77 WS-AUD-BEFORE   pic X(119).
       77 WS-AUD-AFTER    pic X(119).
       77 WS-AUD-BATCH    pic X(30) VALUE "(terminal)".

       *> fields for the transaction-file batch mode - a run
       *> parameter naming the file skips the menu entirely, so the
       77 WS-OPS-CNT     pic ZZZZZZ9.
       77 WS-OPS-CNT2    pic ZZZZZZ9.

       *> fields for the publisher directory - a keyed publisher is
       *> checked against the standard name pubdir.dat holds for the
       *> ISBN's registrant prefix (warned at the terminal, rejected
       *> in a batch) and a blank one is filled from it. the ISBN-13
       *> looked up, the lengths of group and registrant being tried,
       *> the name when one is found, and the two names compared
       77 PUB-FS          pic X(02).
       77 WS-PUB-OPEN     pic X VALUE "N".
       77 WS-PUB-ISBN     pic X(13).
       77 WS-PUB-FND      pic X.
       77 WS-PUB-DIR-NAME pic X(25).
       77 WS-PUB-GL       pic 9(01).
       77 WS-PUB-RL       pic 9(01).
       77 WS-PUB-RS       pic 9(02).
       77 WS-PUB-CMP-A    pic X(25).
       77 WS-PUB-CMP-B    pic X(25).
       77 WS-PUB-DIFF     pic X.

       *> fields for the bibliographic search - the keyed text is
       *> matched anywhere inside the chosen field, either case, so
       *> staff who arrive with a title or an author and no ISBN can
       77 WS-PRICE-CENTS  pic X(02).
       77 WS-PRICE-NUM    pic 9(05)V99.
       77 WS-PRICE-OK     pic X VALUE "Y".

       *> the master is keyed on the ISBN-13 form - a keyed ISBN has
       *> its separators dropped and an ISBN-10 is turned into its
       *> ISBN-13 (978 prefix, recomputed EAN-13 check digit) before
       *> any lookup, so staff can key either form
       77 WS-I13-IN       pic X(20).
       77 WS-I13-OUT      pic X(13).
       77 WS-I13-LEN      pic 9(02).
       77 WS-I13-IX       pic 9(02).
       77 WS-I13-BODY     pic X(09).
       77 WS-I13-DIGIT    pic 9(01).
       77 WS-I13-SUM      pic 9(03).
       77 WS-I13-Q        pic 9(03).
       77 WS-I13-R        pic 9(01).
       01 WS-PRICE-NUM-X.
           05 WS-PRICE-NUM-DOLS  pic 9(05).
           05 WS-PRICE-NUM-CENTS pic 9(02).
       01 WS-PRICE-ED     pic ZZZZ9.99.
       01 WS-DATE-ED      pic 9999/99/99.

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
       *> open the master for update, creating it on a fresh set of
       *> data files the same way the validation run does. a run
       *> parameter names a transaction file and runs it as a batch
       *> with no menu, so cataloguing's lists can be scheduled like
       *> any other job; otherwise loop on the maintenance menu until
       *> the operator exits. maintenance holds master.dat shared -
       *> any number of sessions and batches can run side by side,
       *> but none while the validation run, a purge, a re-key or a
       *> recovery holds it exclusive
       main-para.
           accept WS-PARM-LINE from COMMAND-LINE.
           if WS-PARM-LINE NOT = SPACES
              move spaces to WS-LCK-USE
              string "maintenance batch " delimited by size
                     WS-PARM-LINE delimited by space
                 into WS-LCK-USE
           else
              move "maintenance session" to WS-LCK-USE
           end-if.
           perform take-lock-para.
           if WS-LCK-GOT = "N"
              if WS-PARM-LINE = SPACES
                 display "Maintenance not started."
              end-if
              move WS-LCK-RC to RETURN-CODE
              stop run
           end-if.
           perform ensure-master-para.
           perform open-pubdir-para.
           move "I" to WS-OPS-LEVEL.
           move "maintenance session started" to WS-OPS-TEXT.
           perform write-opslog-para.
           if WS-PARM-LINE NOT = SPACES
              move WS-PARM-LINE to WS-TXN-NAME
              perform batch-maint-para
           end-if.
           close MASTER-FILE.
           close AUDIT-FILE.
           perform close-pubdir-para.
           perform drop-lock-para.
           move "I" to WS-OPS-LEVEL.
           move "maintenance session ended" to WS-OPS-TEXT.
           perform write-opslog-para.
           stop run.

       *> the terminal front end for master file maintenance - each
       *> pass refreshes the session's master.dat heartbeat, so a
       *> session left open is not taken for one that died
       menu-para.
           perform beat-lock-para.
           display spaces.
           display "ISBN Master File Maintenance".
           display "  1. Add a title".
       *> apply a whole transaction file against the master with the
       *> same edits the screens enforce, writing an update register
       *> of every transaction and a rejected-transactions file with
       *> reasons so cataloguing can fix and resend. the return code
       *> is 4 when any transaction was rejected, 12 when the file
       *> could not be opened
       batch-maint-para.
           open input TXN-FILE.
           if TXN-FS NOT = "00"
              string "cannot open transaction file: " WS-TXN-NAME
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
              move 12 to RETURN-CODE
           else
              move "I" to WS-OPS-LEVEL
              move spaces to WS-OPS-TEXT
              string "transaction batch started: " WS-TXN-NAME
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
              move WS-TXN-NAME to WS-AUD-BATCH
              open output REGISTER-FILE
              open output TXNREJ-FILE
              move 0 to WS-CNT-TXN-READ
              close TXN-FILE
              close REGISTER-FILE
              close TXNREJ-FILE
              move "(terminal)" to WS-AUD-BATCH
              display "Transactions applied: " WS-CNT-APPLIED
                 ", rejected: " WS-CNT-REJECTED
                 " - see mntrpt.txt and mntrej.txt."
                 WS-OPS-CNT ", rejected " WS-OPS-CNT2
                 delimited by size into WS-OPS-TEXT
              perform write-opslog-para
              if WS-CNT-REJECTED > 0
                 move 4 to RETURN-CODE
              else
                 move 0 to RETURN-CODE
              end-if
           end-if.

       *> read one transaction and route it on its action code
       apply-txn-para.
           perform beat-due-para.
           read TXN-FILE at end move "Y" to WS-TXN-EOF.
           if WS-TXN-EOF = "N"
              add 1 to WS-CNT-TXN-READ
              if WS-TXN-ACT = "d"
                 move "D" to WS-TXN-ACT
              end-if
              move spaces to WS-I13-IN
              move TXN-ISBN to WS-I13-IN
              perform isbn13-form-para
              move WS-I13-OUT to WS-ISBN-KEY
              evaluate true
                 when TXN-ISBN = SPACES
                    move "ISBN is blank" to WS-REJ-REASON
                    perform txn-reject-para
                 when WS-I13-LEN NOT = 10 AND WS-I13-LEN NOT = 13
                    move "ISBN must be 10 or 13 digits"
                       to WS-REJ-REASON
                    perform txn-reject-para
                 when WS-TXN-ACT = "A"
                    perform txn-add-para
                 when WS-TXN-ACT = "C"
                    perform txn-change-para
                 when WS-TXN-ACT = "D"
                    perform txn-delete-para
                 when other
                    move "action must be A, C or D"
                       to WS-REJ-REASON
                    perform txn-reject-para
              end-evaluate
           end-if.

       *> add one title from a transaction - the same base record
       *> the screen add builds, with the transaction's fields over
       *> it, refused when the ISBN is already on file
       txn-add-para.
           move WS-ISBN-KEY to MAST-ISBN.
           read MASTER-FILE key is MAST-ISBN
              invalid key
                 perform txn-edit-para
                 if WS-REJ-REASON = SPACES
                    accept WS-TODAY from DATE YYYYMMDD
                    move WS-ISBN-KEY to MAST-ISBN
                    move WS-TODAY to MAST-DATE
                    move spaces to MAST-TITLE
                    move spaces to MAST-AUTHOR
                    move spaces to MAST-BINDING
                    move "A" to MAST-STATUS
                    perform txn-apply-fields-para
                    if MAST-PUBLISHER = SPACES
                       move WS-ISBN-KEY to WS-PUB-ISBN
                       perform pub-lookup-para
                       move WS-PUB-DIR-NAME to MAST-PUBLISHER
                    end-if
                    write MAST-REC
                       invalid key
                          move spaces to WS-REJ-REASON
       *> the value on file, and nothing is applied unless every
       *> keyed field passes its edit
       txn-change-para.
           move WS-ISBN-KEY to MAST-ISBN.
           read MASTER-FILE key is MAST-ISBN
              invalid key
                 move "not on file" to WS-REJ-REASON

       *> delete one title from a transaction
       txn-delete-para.
           move WS-ISBN-KEY to MAST-ISBN.
           read MASTER-FILE key is MAST-ISBN
              invalid key
                 move "not on file" to WS-REJ-REASON

       *> run the transaction's keyed fields through the same edits
       *> the screens enforce - the numeric price edit and the A/D
       *> status rule - before anything touches the master. with no
       *> operator to confirm it, a publisher contradicting the
       *> directory is rejected rather than warned about
       txn-edit-para.
           if TXN-PRICE NOT = SPACES
              move TXN-PRICE to WS-PRICE-IN
              WS-STATUS-IN NOT = "A" AND WS-STATUS-IN NOT = "D"
              move "status must be A or D" to WS-REJ-REASON
           end-if.
           if TXN-PUBLISHER NOT = SPACES
              move WS-ISBN-KEY to WS-PUB-ISBN
              perform pub-lookup-para
              if WS-PUB-FND = "Y"
                 move TXN-PUBLISHER to WS-PUB-CMP-A
                 move WS-PUB-DIR-NAME to WS-PUB-CMP-B
                 perform pub-compare-para
                 if WS-PUB-DIFF = "Y"
                    move "publisher differs from directory"
                       to WS-REJ-REASON
                 end-if
              end-if
           end-if.

       *> lay the transaction's non-blank fields over MAST-REC -
       *> txn-edit-para has already vetted the price and status
              end-if
           end-perform.

       *> prompt for the key - staff may key the ISBN-10 or the
       *> ISBN-13, with or without hyphens, and it is looked up in its
       *> ISBN-13 form; a blank entry or a key that is not 10 or 13
       *> digits backs out to the menu
       get-key-para.
           display "Enter ISBN-10 or ISBN-13 (blank to cancel): ".
           move spaces to WS-ISBN-KEY.
           move spaces to WS-KEY-IN.
           accept WS-KEY-IN.
           if WS-KEY-IN NOT = SPACES
              move WS-KEY-IN to WS-I13-IN
              perform isbn13-form-para
              if WS-I13-LEN NOT = 10 AND WS-I13-LEN NOT = 13
                 display "An ISBN must be 10 or 13 digits."
              else
                 move WS-I13-OUT to WS-ISBN-KEY
                 if WS-I13-LEN = 10 AND WS-I13-OUT(1:3) = "978"
                    display "Using ISBN-13 " WS-ISBN-KEY
                 end-if
              end-if
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

       *> echo one master record to the screen
       show-record-para.
           if WS-PUBLISHER-IN NOT = SPACES
              move WS-PUBLISHER-IN to MAST-PUBLISHER
           end-if.
           perform check-publisher-para.
           display "List price (e.g. 19.95): ".
           move spaces to WS-PRICE-IN.
           accept WS-PRICE-IN.
              end-if
           end-if.

       *> hold the publisher up against the directory entry for the
       *> ISBN's registrant prefix - a keyed name that contradicts it
       *> is warned about and the directory's name offered instead,
       *> and a publisher still blank takes the directory's name
       check-publisher-para.
           move MAST-ISBN to WS-PUB-ISBN.
           perform pub-lookup-para.
           if WS-PUB-FND = "Y"
              if WS-PUBLISHER-IN NOT = SPACES
                 move WS-PUBLISHER-IN to WS-PUB-CMP-A
                 move WS-PUB-DIR-NAME to WS-PUB-CMP-B
                 perform pub-compare-para
                 if WS-PUB-DIFF = "Y"
                    display "Warning: the publisher directory lists "
                       WS-PUB-DIR-NAME
                    display "  for this prefix."
                    display "Use the directory name instead? (Y/N): "
                    accept WS-RESP
                    if WS-RESP = "Y" OR "y"
                       move WS-PUB-DIR-NAME to MAST-PUBLISHER
                    end-if
                 end-if
              end-if
              if MAST-PUBLISHER = SPACES
                 move WS-PUB-DIR-NAME to MAST-PUBLISHER
                 display "Publisher from directory: " MAST-PUBLISHER
              end-if
           end-if.

       *> open the publisher directory for lookup. without it
       *> publishers are taken as keyed, as before there was one
       open-pubdir-para.
           open input PUBDIR-FILE.
           if PUB-FS = "00"
              move "Y" to WS-PUB-OPEN
           else
              move "N" to WS-PUB-OPEN
              display "Note: pubdir.dat not available, status "
                 PUB-FS " - publishers not checked."
              move "W" to WS-OPS-LEVEL
              move "pubdir.dat not available - publishers not checked"
                 to WS-OPS-TEXT
              perform write-opslog-para
           end-if.

       *> close the publisher directory when this run opened it
       close-pubdir-para.
           if WS-PUB-OPEN = "Y"
              close PUBDIR-FILE
              move "N" to WS-PUB-OPEN
           end-if.

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

       *> compare two publisher names the way a reader would - case
       *> is ignored - setting WS-PUB-DIFF to Y when they differ
       pub-compare-para.
           inspect WS-PUB-CMP-A converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect WS-PUB-CMP-B converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if WS-PUB-CMP-A = WS-PUB-CMP-B
              move "N" to WS-PUB-DIFF
           else
              move "Y" to WS-PUB-DIFF
           end-if.

       *> append one event to the shared operations log - the caller
       *> sets the level and the message text, the stamp and the
       *> program name go on here
              move MAST-ISBN to AUD-ISBN
              move WS-AUD-BEFORE to AUD-BEFORE
              move WS-AUD-AFTER to AUD-AFTER
              move WS-AUD-BATCH to AUD-BATCH
              write AUD-REC
           end-if.

           else
              move "N" to WS-PRICE-OK
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
           move "isbnmnt" to LCK-PROGRAM.
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
              if WS-LV-PROGRAM NOT = "isbnmnt"
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
