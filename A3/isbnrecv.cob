       *> value per line, totals per source file, and an exception
       *> section for lines where the cost exceeds list price or
       *> deviates from it by more than an operator-supplied
       *> tolerance percentage - written to recvrpt.txt. each priced
       *> line is also matched to an open line on the purchase order
       *> file purchord.dat for the same vendor: over-shipments, short
       *> shipments, titles not on order and a unit cost that differs
       *> from the agreed PO cost go to the exception section, and
       *> the matched order line is reduced by the quantity received
       *> and closed once filled. a second run parameter of N (after
       *> the tolerance) reports the matching without updating the
       *> order file. vendors are named from the vendor master

       identification division.
       program-id. isbnrecv.
           access mode   is DYNAMIC
           record key    is MAST-ISBN
           file status   is MAST-FS.
       select PO-FILE assign to "purchord.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is PO-KEY
           alternate record key is PO-ISBN with duplicates
           file status   is PO-FS.
       select VENDOR-FILE assign to "vendor.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is VMS-ID
           file status   is VMS-FS.
       select RECV-REPORT assign to "recvrpt.txt"
           organization  is LINE sequential
           file status  is RCV-FS.
               05 VAL-PASS    pic X(66).
               05 FILLER      pic X(2).
               05 VAL-SRC     pic X(30).
               05 FILLER      pic X(2).
               05 VAL-VENDOR  pic X(05).
       *> this record layout must stay in step with the MASTER-FILE
       *> layout in isbn.cob - the two programs share master.dat
       fd MASTER-FILE.
               05 MAST-PRICE     pic 9(05)V99.
               05 MAST-BINDING   pic X(10).
               05 MAST-STATUS    pic X(01).
       *> this record layout must stay in step with the PO-FILE
       *> layout in isbnpo.cob, which maintains purchord.dat
       fd PO-FILE.
           01 PO-REC.
               05 PO-KEY.
                   10 PO-NUMBER   pic X(08).
                   10 PO-ISBN     pic X(13).
               05 PO-VENDOR      pic X(05).
               05 PO-QTY-ORD     pic 9(05).
               05 PO-QTY-RCVD    pic 9(05).
               05 PO-COST        pic 9(05)V99.
               05 PO-DATE        pic 9(08).
               05 PO-STATUS      pic X(01).
               05 PO-LAST-RCVD   pic 9(08).
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
       fd RECV-REPORT.
           01 RCV-REC   pic X(132).
       fd EXCWORK-FILE.
           01 EXW-REC.
               05 EXW-ISBN    pic X(13).
       77 MAST-FS      pic X(02).
       77 RCV-FS       pic X(02).
       77 EXW-FS       pic X(02).
       77 PO-FS        pic X(02).
       77 WS-EOF       pic X VALUE "N".
       77 WS-EXW-EOF   pic X.
       77 WS-TODAY     pic 9(08).
       77 I            pic 99.

       *> the vendor master names the vendor of each source file and
       *> of an order held for another vendor - with no vendor.dat,
       *> or a vendor not on it, the bare id is printed
       77 VMS-FS       pic X(02).
       77 WS-VMS-OPEN  pic X VALUE "N".
       77 WS-VMS-KEY   pic X(05).
       77 WS-VMS-NAME  pic X(30).

       *> the tolerance percentage arrives as a run parameter for
       *> the scheduler or is prompted for, as free text -
       *> right-justify and zero-fill it the same way a keyed price
       77 WS-TOL-S     pic 9(01).
       77 WS-TOL-PCT   pic 9(05).

       *> order matching - the second run parameter (or the prompt)
       *> says whether matched receipts update purchord.dat; with no
       *> order file at all the run reconciles cost as before
       77 WS-UPD-OPT   pic X(05).
       77 WS-PO-UPDATE pic X VALUE "Y".
       77 WS-PO-AVAIL  pic X VALUE "N".
       77 WS-PO-EOF    pic X.
       77 WS-RCV-KEY13 pic X(13).
       77 WS-PO-HIT    pic X.
       77 WS-PO-OTHER  pic X.
       77 WS-PO-HIT-KEY pic X(21).
       77 WS-PO-OTHER-VND pic X(05).
       77 WS-PO-OPEN-QTY pic 9(05).
       77 WS-PO-DIFF   pic 9(05).
       77 WS-PO-DIFF-ED pic ZZZZ9.
       77 WS-CNT-MATCHED pic 9(07) VALUE 0.
       77 WS-CNT-FILLED  pic 9(07) VALUE 0.
       77 WS-CNT-SHORT   pic 9(07) VALUE 0.
       77 WS-CNT-OVER    pic 9(07) VALUE 0.
       77 WS-CNT-UNORD   pic 9(07) VALUE 0.
       77 WS-CNT-COSTDIF pic 9(07) VALUE 0.
       77 WS-CNT-POUPD   pic 9(07) VALUE 0.

       *> the pass-through fields dug back out of VAL-PASS - the
       *> vendor's natural feed is quantity, unit cost and short
       *> title after the ISBN, comma-delimited
       77 WS-CNT-NOCOST pic 9(07) VALUE 0.
       77 WS-CNT-EXC    pic 9(07) VALUE 0.

       *> valid.txt carries the ISBN as the vendor sent it and the
       *> master is keyed on the ISBN-13 form, so an ISBN-10 is
       *> turned into its ISBN-13 (978 prefix, recomputed EAN-13
       *> check digit) before the master lookup
       77 WS-I13-IN     pic X(20).
       77 WS-I13-OUT    pic X(13).
       77 WS-I13-LEN    pic 9(02).
       77 WS-I13-IX     pic 9(02).
       77 WS-I13-BODY   pic X(09).
       77 WS-I13-DIGIT  pic 9(01).
       77 WS-I13-SUM    pic 9(03).
       77 WS-I13-Q      pic 9(03).
       77 WS-I13-R      pic 9(01).

       *> report line layouts
       01 WS-RPT-HDR-LINE.
           05 FILLER        pic X(36)
       01 WS-SRC-HDR-LINE.
           05 FILLER        pic X(13) VALUE "Source file: ".
           05 WS-SH-NAME    pic X(30).
           05 FILLER        pic X(10) VALUE "  Vendor: ".
           05 WS-SH-VENDOR  pic X(05).
           05 FILLER        pic X(01) VALUE SPACE.
           05 WS-SH-VNAME   pic X(30).
       01 WS-DETAIL-LINE.
           05 WS-DL-ISBN    pic X(13).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-LIST    pic ZZZZ9.99.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-FLAG    pic X(30).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-PO      pic X(08).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-POCOST  pic ZZZZ9.99 BLANK WHEN ZERO.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-DL-POFLAG  pic X(24).
       01 WS-SUB-LINE.
           05 WS-SL-LABEL   pic X(30).
           05 WS-SL-CNT     pic ZZZZZZ9.
       *> take the tolerance from the run parameter when the
       *> scheduler supplies one, otherwise ask the operator, then
       *> run valid.txt start to finish and close with the run
       *> totals and the exception section. the return code is 4
       *> when any exception was reported, 12 when a file could not
       *> be opened or the tolerance is not a number
       main-para.
           accept WS-PARM-TOL from COMMAND-LINE.
           if WS-PARM-TOL NOT = SPACES
              move spaces to WS-UPD-OPT
              unstring WS-PARM-TOL delimited by all " "
                 into WS-TOL-IN WS-UPD-OPT
           else
              display "Receiving cost reconciliation"
              display "Enter tolerance percentage (e.g. 10): "
              accept WS-TOL-IN
              display "Update open orders from this run? (Y/N): "
              move spaces to WS-UPD-OPT
              accept WS-UPD-OPT
           end-if.
           if WS-UPD-OPT(1:1) = "N" OR WS-UPD-OPT(1:1) = "n"
              move "N" to WS-PO-UPDATE
           end-if.
           perform edit-tol-para.
           accept WS-TODAY from DATE YYYYMMDD.
           open input VALID-FILE.
           if VAL-FS NOT = "00"
              display "No valid.txt to reconcile, status " VAL-FS
              move 12 to RETURN-CODE
              stop run
           end-if.
           open input MASTER-FILE.
           if MAST-FS NOT = "00"
              display "Cannot open master.dat, status " MAST-FS
              close VALID-FILE
              move 12 to RETURN-CODE
              stop run
           end-if.
           open output RECV-REPORT.
              display "Cannot create recvrpt.txt, status " RCV-FS
              close VALID-FILE
              close MASTER-FILE
              move 12 to RETURN-CODE
              stop run
           end-if.
           perform open-orders-para.
           open input VENDOR-FILE.
           if VMS-FS = "00"
              move "Y" to WS-VMS-OPEN
           else
              display "Note: vendor.dat not available, status "
                 VMS-FS " - vendors shown by id only."
           end-if.
           open output EXCWORK-FILE.
           perform report-head-para.
           move "N" to WS-EOF.
           close VALID-FILE.
           close MASTER-FILE.
           close EXCWORK-FILE.
           if WS-PO-AVAIL = "Y"
              close PO-FILE
           end-if.
           if WS-VMS-OPEN = "Y"
              close VENDOR-FILE
           end-if.
           perform run-total-para.
           perform exception-section-para.
           close RECV-REPORT.
           display "Reconciliation written to recvrpt.txt ("
              WS-TOT-LINES " lines priced, " WS-CNT-EXC
              " exceptions).".
           if WS-CNT-EXC > 0
              move 4 to RETURN-CODE
           else
              move 0 to RETURN-CODE
           end-if.
           stop run.

       *> right-justify and zero-fill the keyed tolerance,
              move WS-TOL-J to WS-TOL-PCT
           else
              display "Tolerance must be numeric: " WS-TOL-IN
              move 12 to RETURN-CODE
              stop run
           end-if.

       *> open the order file - for update unless the run is
       *> report-only. a missing order file is not fatal: the run
       *> warns and reconciles cost against list price as it always
       *> has
       open-orders-para.
           if WS-PO-UPDATE = "Y"
              open i-o PO-FILE
           else
              open input PO-FILE
           end-if.
           if PO-FS = "00"
              move "Y" to WS-PO-AVAIL
           else
              move "N" to WS-PO-AVAIL
              display "Note: purchord.dat not available, status "
                 PO-FS " - order matching skipped."
           end-if.

       *> the report heading
       report-head-para.
           move WS-TODAY to WS-RH-DATE.
           move WS-TOL-PCT to WS-RH-TOL.
           write RCV-REC from WS-RPT-HDR-LINE.
           move spaces to RCV-REC.
           evaluate true
              when WS-PO-AVAIL = "N"
                 move "Order matching: no purchord.dat - not done"
                    to RCV-REC
              when WS-PO-UPDATE = "N"
                 string "Order matching: report only - "
                        "purchord.dat not updated"
                    delimited by size into RCV-REC
              when other
                 string "Order matching: matched receipts posted "
                        "to purchord.dat"
                    delimited by size into RCV-REC
           end-evaluate.
           write RCV-REC.

       *> read one valid.txt line and reconcile it - a line with no
       *> pass-through fields came off the plain layout and carries
           move spaces to RCV-REC.
           write RCV-REC.
           move WS-CUR-SRC to WS-SH-NAME.
           move VAL-VENDOR to WS-SH-VENDOR.
           move VAL-VENDOR to WS-VMS-KEY.
           perform vendor-name-para.
           move WS-VMS-NAME to WS-SH-VNAME.
           write RCV-REC from WS-SRC-HDR-LINE.
           move spaces to RCV-REC.
           string "ISBN             Qty  UnitCost      Extended  "
                  "   List  Flag                             "
                  "PO No.     PO Cost  Order match"
              delimited by size into RCV-REC.
           write RCV-REC.
           move 0 to WS-FIL-LINES.
           move 0 to WS-FIL-VALUE.
           move WS-QTY-NUM to WS-DL-QTY.
           move WS-COST-NUM to WS-DL-COST.
           move WS-EXT-VALUE to WS-DL-EXT.
           move spaces to WS-I13-IN.
           move VAL-ISBN to WS-I13-IN.
           perform isbn13-form-para.
           move WS-I13-OUT to WS-RCV-KEY13.
           move WS-I13-OUT to MAST-ISBN.
           read MASTER-FILE key is MAST-ISBN
              invalid key
                 move "not on master" to WS-DL-FLAG
                 move MAST-PRICE to WS-DL-LIST
                 perform compare-cost-para
           end-read.
           if WS-PO-AVAIL = "Y"
              perform match-order-para
           end-if.
           write RCV-REC from WS-DETAIL-LINE.

       *> find the open order line this receipt fills - every line
       *> for the title is read on the alternate ISBN key and the
       *> first open one for the receipt's vendor is taken (any
       *> vendor's when the file carried no HDR). a title open only
       *> with another vendor is reported, not matched, so one
       *> vendor's shipment never closes another vendor's order -
       *> the detail line names that vendor from the vendor master
       match-order-para.
           move "N" to WS-PO-HIT.
           move "N" to WS-PO-OTHER.
           move "N" to WS-PO-EOF.
           move WS-RCV-KEY13 to PO-ISBN.
           start PO-FILE key is equal to PO-ISBN
              invalid key move "Y" to WS-PO-EOF
           end-start.
           perform find-order-para until WS-PO-EOF = "Y".
           evaluate true
              when WS-PO-HIT = "Y"
                 perform apply-order-para
              when WS-PO-OTHER = "Y"
                 add 1 to WS-CNT-UNORD
                 move WS-PO-OTHER-VND to WS-VMS-KEY
                 perform vendor-name-para
                 move spaces to WS-DL-POFLAG
                 string "from " delimited by size
                    WS-VMS-NAME delimited by size
                    into WS-DL-POFLAG
                 move spaces to WS-EXC-REASON
                 string "on order only from " delimited by size
                    WS-VMS-NAME delimited by size
                    into WS-EXC-REASON
                 perform write-exception-para
              when other
                 add 1 to WS-CNT-UNORD
                 move "not on order" to WS-DL-POFLAG
                 move "not on order - no open PO line for title"
                    to WS-EXC-REASON
                 perform write-exception-para
           end-evaluate.

       *> weigh one order line for the title
       find-order-para.
           read PO-FILE next record
              at end move "Y" to WS-PO-EOF
           end-read.
           if WS-PO-EOF = "N"
              if PO-ISBN NOT = WS-RCV-KEY13
                 move "Y" to WS-PO-EOF
              else
                 if PO-STATUS = "O"
                    if VAL-VENDOR = SPACES OR PO-VENDOR = VAL-VENDOR
                       move "Y" to WS-PO-HIT
                       move PO-KEY to WS-PO-HIT-KEY
                       move "Y" to WS-PO-EOF
                    else
                       if WS-PO-OTHER = "N"
                          move "Y" to WS-PO-OTHER
                          move PO-VENDOR to WS-PO-OTHER-VND
                       end-if
                    end-if
                 end-if
              end-if
           end-if.

       *> post the receipt against the matched line: the quantity
       *> received is weighed against what is still outstanding, the
       *> unit cost against the agreed PO cost, and the line is
       *> reduced - or closed once filled - unless the run is
       *> report-only
       apply-order-para.
           move WS-PO-HIT-KEY to PO-KEY.
           read PO-FILE key is PO-KEY
              invalid key
                 move "order line unreadable" to WS-DL-POFLAG
                 move "order line could not be re-read"
                    to WS-EXC-REASON
                 perform write-exception-para
              not invalid key
                 perform post-receipt-para
           end-read.

       *> the verdict and the update for one matched receipt
       post-receipt-para.
           add 1 to WS-CNT-MATCHED.
           move PO-NUMBER to WS-DL-PO.
           move PO-COST to WS-DL-POCOST.
           compute WS-PO-OPEN-QTY = PO-QTY-ORD - PO-QTY-RCVD.
           evaluate true
              when WS-QTY-NUM = WS-PO-OPEN-QTY
                 add 1 to WS-CNT-FILLED
                 move "filled - line closed" to WS-DL-POFLAG
                 move PO-QTY-ORD to PO-QTY-RCVD
                 move "C" to PO-STATUS
              when WS-QTY-NUM < WS-PO-OPEN-QTY
                 add 1 to WS-CNT-SHORT
                 compute WS-PO-DIFF = WS-PO-OPEN-QTY - WS-QTY-NUM
                 move WS-PO-DIFF to WS-PO-DIFF-ED
                 move spaces to WS-DL-POFLAG
                 string "short, " WS-PO-DIFF-ED " to come"
                    delimited by size into WS-DL-POFLAG
                 move spaces to WS-EXC-REASON
                 string "short shipment - " WS-PO-DIFF-ED
                    " still on PO " PO-NUMBER
                    delimited by size into WS-EXC-REASON
                 perform write-exception-para
                 add WS-QTY-NUM to PO-QTY-RCVD
              when other
                 add 1 to WS-CNT-OVER
                 compute WS-PO-DIFF = WS-QTY-NUM - WS-PO-OPEN-QTY
                 move WS-PO-DIFF to WS-PO-DIFF-ED
                 move spaces to WS-DL-POFLAG
                 string "over-shipped by " WS-PO-DIFF-ED
                    delimited by size into WS-DL-POFLAG
                 move spaces to WS-EXC-REASON
                 string "over-shipment - " WS-PO-DIFF-ED
                    " beyond PO " PO-NUMBER
                    delimited by size into WS-EXC-REASON
                 perform write-exception-para
                 move PO-QTY-ORD to PO-QTY-RCVD
                 move "C" to PO-STATUS
           end-evaluate.
           if WS-COST-NUM NOT = PO-COST
              add 1 to WS-CNT-COSTDIF
              move "unit cost differs from PO agreed cost"
                 to WS-EXC-REASON
              perform write-exception-para
           end-if.
           move WS-TODAY to PO-LAST-RCVD.
           if WS-PO-UPDATE = "Y"
              rewrite PO-REC
                 invalid key
                    display "Order line rewrite failed, status " PO-FS
                 not invalid key
                    add 1 to WS-CNT-POUPD
              end-rewrite
           end-if.

       *> the verdict on one line with a master hit - cost over list
       *> or outside the tolerance goes to the exception section
       compare-cost-para.
           move VAL-SRC to EXW-SRC.
           write EXW-REC.

       *> name the vendor in WS-VMS-KEY from the vendor master - a
       *> file with no HDR record has no vendor to name
       vendor-name-para.
           move spaces to WS-VMS-NAME.
           evaluate true
              when WS-VMS-KEY = SPACES
                 move "(no vendor header)" to WS-VMS-NAME
              when WS-VMS-OPEN = "N"
                 move WS-VMS-KEY to WS-VMS-NAME
              when other
                 move WS-VMS-KEY to VMS-ID
                 read VENDOR-FILE key is VMS-ID
                    invalid key
                       move WS-VMS-KEY to WS-VMS-NAME
                    not invalid key
                       move VMS-NAME to WS-VMS-NAME
                 end-read
           end-evaluate.

       *> the totals block closing one source file's group
       source-total-para.
           move "  Lines priced for file" to WS-SL-LABEL.
           move "  Total extended value" to WS-VL-LABEL.
           move WS-TOT-VALUE to WS-VL-AMT.
           write RCV-REC from WS-VAL-LINE.
           if WS-PO-AVAIL = "Y"
              perform match-total-para
           end-if.

       *> the order matching totals
       match-total-para.
           move spaces to RCV-REC.
           write RCV-REC.
           move "Order matching" to RCV-REC.
           write RCV-REC.
           move "  Receipts matched to an order" to WS-SL-LABEL.
           move WS-CNT-MATCHED to WS-SL-CNT.
           write RCV-REC from WS-SUB-LINE.
           move "  Order lines filled" to WS-SL-LABEL.
           move WS-CNT-FILLED to WS-SL-CNT.
           write RCV-REC from WS-SUB-LINE.
           move "  Short shipments" to WS-SL-LABEL.
           move WS-CNT-SHORT to WS-SL-CNT.
           write RCV-REC from WS-SUB-LINE.
           move "  Over-shipments" to WS-SL-LABEL.
           move WS-CNT-OVER to WS-SL-CNT.
           write RCV-REC from WS-SUB-LINE.
           move "  Receipts not on order" to WS-SL-LABEL.
           move WS-CNT-UNORD to WS-SL-CNT.
           write RCV-REC from WS-SUB-LINE.
           move "  Cost differs from PO" to WS-SL-LABEL.
           move WS-CNT-COSTDIF to WS-SL-CNT.
           write RCV-REC from WS-SUB-LINE.
           move "  Order lines updated" to WS-SL-LABEL.
           move WS-CNT-POUPD to WS-SL-CNT.
           write RCV-REC from WS-SUB-LINE.

       *> replay the exception work file into the report's closing
       *> section, the same way the validation run replays its
              move EXW-SRC to WS-EL-SRC
              write RCV-REC from WS-EXC-LINE
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
