       *> isbnpo.cob
       *> purchase order maintenance for the ISBN validation system.
       *> purchasing keys every order line here - PO number, ISBN,
       *> vendor, quantity ordered, agreed unit cost and order date -
       *> into the indexed open-order file purchord.dat. the
       *> receiving run isbnrecv matches each received valid.txt line
       *> to an open line on that file, reduces it by the quantity
       *> received and closes it once the order is filled, so accounts
       *> payable can approve an invoice against recvrpt.txt without
       *> matching receipts to orders by hand. this program enters,
       *> amends and cancels order lines and lists them by PO number
       *> or by ISBN

       identification division.
       program-id. isbnpo.
       environment division.
       input-output section.
       file-control.
       select PO-FILE assign to "purchord.dat"
           organization  is INDEXED
           access mode   is DYNAMIC
           record key    is PO-KEY
           alternate record key is PO-ISBN with duplicates
           file status   is PO-FS.
       select OPSLOG-FILE assign to "opslog.dat"
           organization  is LINE sequential
           file status  is OPS-FS.

       data division.
       file section.
       *> one record per order line, keyed on the PO number and the
       *> ISBN-13 form of the title ordered, with an alternate key on
       *> the ISBN so the receiving run can find every line open for
       *> a title. status O=open, C=closed (received in full),
       *> X=cancelled - this layout must stay in step with the
       *> PO-FILE layout in isbnrecv.cob
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
       *> every program in the suite appends its start, warnings,
       *> errors and final disposition here - this layout must stay
       *> in step with the OPSLOG-FILE layout in isbn.cob,
       *> isbnmnt.cob, isbnpurge.cob, isbnfix.cob, isbntrend.cob and
       *> the browse utility isbnops.cob
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
       77 PO-FS           pic X(02).
       77 WS-MENU-CHOICE  pic X.
       77 WS-RESP         pic X.
       77 WS-TODAY        pic 9(08).
       77 WS-EOF          pic X.
       77 I               pic 99.

       *> the order line being worked on - the PO number is held in
       *> upper case and the ISBN in its ISBN-13 form, the way the
       *> receiving run looks them up
       77 WS-PO-IN        pic X(08).
       77 WS-PO-KEY       pic X(08).
       77 WS-KEY-IN       pic X(20).
       77 WS-ISBN-KEY     pic X(13).
       77 WS-VENDOR-IN    pic X(05).
       77 WS-DATE-IN      pic X(08).
       77 WS-OUTSTANDING  pic 9(05).
       77 WS-CNT-LISTED   pic 9(05).
       77 WS-CNT-ENTERED  pic 9(07) VALUE 0.
       77 WS-CNT-AMENDED  pic 9(07) VALUE 0.
       77 WS-CNT-CANCELLED pic 9(07) VALUE 0.

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

       *> the quantity is keyed as free text, right-justified and
       *> zero-filled before the numeric edit
       77 WS-QTY-IN       pic X(05).
       77 WS-QTY-J        pic X(05).
       77 WS-QTY-L        pic 9(01).
       77 WS-QTY-S        pic 9(01).
       77 WS-QTY-NUM      pic 9(05).
       77 WS-QTY-OK       pic X.

       *> the agreed unit cost is typed as free text (e.g. 19.95),
       *> split on the decimal point, right-aligned and zero-filled
       *> before the numeric edit - the same edit isbnmnt applies to
       *> a keyed list price
       77 WS-PRICE-IN     pic X(09).
       77 WS-PRICE-DOLS   pic X(05).
       77 WS-PRICE-DOLS-CNT pic 9(02).
       77 WS-PRICE-DOLS-J pic X(05).
       77 WS-PRICE-L      pic 9(01).
       77 WS-PRICE-S      pic 9(01).
       77 WS-PRICE-I      pic 9(01).
       77 WS-PRICE-CENTS  pic X(02).
       77 WS-PRICE-NUM    pic 9(05)V99.
       77 WS-PRICE-OK     pic X VALUE "Y".
       01 WS-PRICE-NUM-X.
           05 WS-PRICE-NUM-DOLS  pic 9(05).
           05 WS-PRICE-NUM-CENTS pic 9(02).
       01 WS-PRICE-ED     pic ZZZZ9.99.
       01 WS-DATE-ED      pic 9999/99/99.

       *> a keyed ISBN has its separators dropped and an ISBN-10 is
       *> turned into its ISBN-13 (978 prefix, recomputed EAN-13
       *> check digit), the form master.dat is keyed on
       77 WS-I13-IN       pic X(20).
       77 WS-I13-OUT      pic X(13).
       77 WS-I13-LEN      pic 9(02).
       77 WS-I13-IX       pic 9(02).
       77 WS-I13-BODY     pic X(09).
       77 WS-I13-DIGIT    pic 9(01).
       77 WS-I13-SUM      pic 9(03).
       77 WS-I13-Q        pic 9(03).
       77 WS-I13-R        pic 9(01).

       *> one line of an order listing
       01 WS-LIST-LINE.
           05 WS-LL-PO      pic X(08).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-ISBN    pic X(13).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-VENDOR  pic X(05).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-ORD     pic ZZZZ9.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-RCVD    pic ZZZZ9.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-COST    pic ZZZZ9.99.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-DATE    pic 9999/99/99.
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-LL-STATUS  pic X(01).

       procedure division.
       *> open the order file for update, creating it on a fresh set
       *> of data files, then loop on the maintenance menu until the
       *> operator exits
       main-para.
           open i-o PO-FILE.
           if PO-FS = "35"
              open output PO-FILE
              close PO-FILE
              open i-o PO-FILE
           end-if.
           if PO-FS NOT = "00"
              display "Cannot open purchord.dat, status " PO-FS
              move "E" to WS-OPS-LEVEL
              move "cannot open purchord.dat" to WS-OPS-TEXT
              perform write-opslog-para
              stop run
           end-if.
           move "I" to WS-OPS-LEVEL.
           move "order maintenance session started" to WS-OPS-TEXT.
           perform write-opslog-para.
           move spaces to WS-MENU-CHOICE.
           perform menu-para until WS-MENU-CHOICE = "7".
           close PO-FILE.
           move "I" to WS-OPS-LEVEL.
           move WS-CNT-ENTERED to WS-OPS-CNT.
           move WS-CNT-AMENDED to WS-OPS-CNT2.
           move WS-CNT-CANCELLED to WS-OPS-CNT3.
           move spaces to WS-OPS-TEXT.
           string "order maintenance ended, entered " WS-OPS-CNT
              ", amended " WS-OPS-CNT2 ", cancelled " WS-OPS-CNT3
              delimited by size into WS-OPS-TEXT.
           perform write-opslog-para.
           stop run.

       *> the terminal front end for order maintenance
       menu-para.
           display spaces.
           display "Purchase Order Maintenance".
           display "  1. Enter an order line".
           display "  2. Amend an order line".
           display "  3. Cancel an order line".
           display "  4. Inquire on an order line".
           display "  5. List a purchase order".
           display "  6. List order lines for an ISBN".
           display "  7. Exit".
           display "Enter choice (1-7): ".
           accept WS-MENU-CHOICE.
           evaluate WS-MENU-CHOICE
              when "1"
                 perform enter-para
              when "2"
                 perform amend-para
              when "3"
                 perform cancel-para
              when "4"
                 perform inquire-para
              when "5"
                 perform list-po-para
              when "6"
                 perform list-isbn-para
              when "7"
                 continue
              when other
                 display "Please enter 1, 2, 3, 4, 5, 6 or 7."
           end-evaluate.

       *> enter a new order line - refused when the PO already
       *> carries a line for the ISBN; amend that line instead
       enter-para.
           perform get-key-para.
           if WS-PO-KEY NOT = SPACES AND WS-ISBN-KEY NOT = SPACES
              move WS-PO-KEY to PO-NUMBER
              move WS-ISBN-KEY to PO-ISBN
              read PO-FILE key is PO-KEY
                 invalid key
                    perform enter-details-para
                 not invalid key
                    display "Already on this order - use amend instead."
              end-read
           end-if.

       *> prompt for the fields of a new line - every one is
       *> required apart from the order date, which defaults to today
       enter-details-para.
           accept WS-TODAY from DATE YYYYMMDD.
           move WS-PO-KEY to PO-NUMBER.
           move WS-ISBN-KEY to PO-ISBN.
           move spaces to PO-VENDOR.
           move 0 to PO-QTY-ORD.
           move 0 to PO-QTY-RCVD.
           move 0 to PO-COST.
           move WS-TODAY to PO-DATE.
           move "O" to PO-STATUS.
           move 0 to PO-LAST-RCVD.
           display "Vendor id: ".
           move spaces to WS-VENDOR-IN.
           accept WS-VENDOR-IN.
           inspect WS-VENDOR-IN converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move WS-VENDOR-IN to PO-VENDOR.
           display "Quantity ordered: ".
           move spaces to WS-QTY-IN.
           accept WS-QTY-IN.
           perform edit-qty-para.
           if WS-QTY-OK = "Y"
              move WS-QTY-NUM to PO-QTY-ORD
           end-if.
           display "Agreed unit cost (e.g. 12.50): ".
           move spaces to WS-PRICE-IN.
           accept WS-PRICE-IN.
           perform edit-price-para.
           if WS-PRICE-OK = "Y"
              move WS-PRICE-NUM to PO-COST
           end-if.
           display "Order date YYYYMMDD (blank for today): ".
           move spaces to WS-DATE-IN.
           accept WS-DATE-IN.
           if WS-DATE-IN NOT = SPACES
              if WS-DATE-IN IS NUMERIC
                 move WS-DATE-IN to PO-DATE
              else
                 display "Order date must be YYYYMMDD - today used."
              end-if
           end-if.
           evaluate true
              when PO-VENDOR = SPACES
                 display "Vendor id is required - line not entered."
              when WS-QTY-OK = "N" OR PO-QTY-ORD = 0
                 display "Quantity must be a number above zero - "
                    "line not entered."
              when WS-PRICE-OK = "N" OR PO-COST = 0
                 display "Unit cost must be a price above zero - "
                    "line not entered."
              when other
                 write PO-REC
                    invalid key
                       display "Write failed, status " PO-FS
                    not invalid key
                       display "Order line entered."
                       add 1 to WS-CNT-ENTERED
                 end-write
           end-evaluate.

       *> amend an open line - a blank entry keeps the value shown,
       *> and the quantity ordered may not drop below what has
       *> already been received; an amendment down to exactly that
       *> figure closes the line
       amend-para.
           perform get-key-para.
           if WS-PO-KEY NOT = SPACES AND WS-ISBN-KEY NOT = SPACES
              move WS-PO-KEY to PO-NUMBER
              move WS-ISBN-KEY to PO-ISBN
              read PO-FILE key is PO-KEY
                 invalid key
                    display "Not on file."
                 not invalid key
                    perform show-line-para
                    if PO-STATUS NOT = "O"
                       display "Only an open line can be amended."
                    else
                       perform amend-details-para
                    end-if
              end-read
           end-if.

       *> prompt for the amendable fields of an open line
       amend-details-para.
           display "Enter new values, blank keeps current.".
           display "Vendor id: ".
           move spaces to WS-VENDOR-IN.
           accept WS-VENDOR-IN.
           if WS-VENDOR-IN NOT = SPACES
              inspect WS-VENDOR-IN converting
                 "abcdefghijklmnopqrstuvwxyz"
                 to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              move WS-VENDOR-IN to PO-VENDOR
           end-if.
           display "Quantity ordered: ".
           move spaces to WS-QTY-IN.
           accept WS-QTY-IN.
           if WS-QTY-IN NOT = SPACES
              perform edit-qty-para
              if WS-QTY-OK = "N" OR WS-QTY-NUM = 0
                 display "Quantity not numeric - left unchanged."
              else
                 if WS-QTY-NUM < PO-QTY-RCVD
                    display "Already received " PO-QTY-RCVD
                       " - quantity left unchanged."
                 else
                    move WS-QTY-NUM to PO-QTY-ORD
                 end-if
              end-if
           end-if.
           display "Agreed unit cost (e.g. 12.50): ".
           move spaces to WS-PRICE-IN.
           accept WS-PRICE-IN.
           if WS-PRICE-IN NOT = SPACES
              perform edit-price-para
              if WS-PRICE-OK = "N" OR WS-PRICE-NUM = 0
                 display "Unit cost not numeric - left unchanged."
              else
                 move WS-PRICE-NUM to PO-COST
              end-if
           end-if.
           display "Order date YYYYMMDD: ".
           move spaces to WS-DATE-IN.
           accept WS-DATE-IN.
           if WS-DATE-IN NOT = SPACES
              if WS-DATE-IN IS NUMERIC
                 move WS-DATE-IN to PO-DATE
              else
                 display "Order date must be YYYYMMDD - left "
                    "unchanged."
              end-if
           end-if.
           if PO-QTY-RCVD = PO-QTY-ORD
              move "C" to PO-STATUS
              display "Quantity now received in full - line closed."
           end-if.
           rewrite PO-REC
              invalid key
                 display "Rewrite failed, status " PO-FS
              not invalid key
                 display "Order line amended."
                 add 1 to WS-CNT-AMENDED
           end-rewrite.

       *> cancel an open line after showing it and asking once - the
       *> line stays on file, marked X, so the order history is kept
       cancel-para.
           perform get-key-para.
           if WS-PO-KEY NOT = SPACES AND WS-ISBN-KEY NOT = SPACES
              move WS-PO-KEY to PO-NUMBER
              move WS-ISBN-KEY to PO-ISBN
              read PO-FILE key is PO-KEY
                 invalid key
                    display "Not on file."
                 not invalid key
                    perform show-line-para
                    if PO-STATUS NOT = "O"
                       display "Only an open line can be cancelled."
                    else
                       display "Cancel this order line? (Y/N): "
                       accept WS-RESP
                       if WS-RESP = "Y" OR "y"
                          move "X" to PO-STATUS
                          rewrite PO-REC
                             invalid key
                                display "Rewrite failed, status "
                                   PO-FS
                             not invalid key
                                display "Order line cancelled."
                                add 1 to WS-CNT-CANCELLED
                          end-rewrite
                       else
                          display "Not cancelled."
                       end-if
                    end-if
              end-read
           end-if.

       *> display one order line in full
       inquire-para.
           perform get-key-para.
           if WS-PO-KEY NOT = SPACES AND WS-ISBN-KEY NOT = SPACES
              move WS-PO-KEY to PO-NUMBER
              move WS-ISBN-KEY to PO-ISBN
              read PO-FILE key is PO-KEY
                 invalid key
                    display "Not on file."
                 not invalid key
                    perform show-line-para
              end-read
           end-if.

       *> list every line of one purchase order in ISBN order
       list-po-para.
           perform get-po-para.
           if WS-PO-KEY NOT = SPACES
              move WS-PO-KEY to PO-NUMBER
              move low-values to PO-ISBN
              move 0 to WS-CNT-LISTED
              move "N" to WS-EOF
              start PO-FILE key is not less than PO-KEY
                 invalid key move "Y" to WS-EOF
              end-start
              perform list-head-para
              perform list-po-next-para until WS-EOF = "Y"
              if WS-CNT-LISTED = 0
                 display "No lines on file for that order."
              end-if
           end-if.

       *> show the next line while it still belongs to the order
       list-po-next-para.
           read PO-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              if PO-NUMBER NOT = WS-PO-KEY
                 move "Y" to WS-EOF
              else
                 perform list-line-para
              end-if
           end-if.

       *> list every order line for one title, across all orders, on
       *> the alternate ISBN key
       list-isbn-para.
           perform get-isbn-para.
           if WS-ISBN-KEY NOT = SPACES
              move WS-ISBN-KEY to PO-ISBN
              move 0 to WS-CNT-LISTED
              move "N" to WS-EOF
              start PO-FILE key is equal to PO-ISBN
                 invalid key move "Y" to WS-EOF
              end-start
              perform list-head-para
              perform list-isbn-next-para until WS-EOF = "Y"
              if WS-CNT-LISTED = 0
                 display "No order lines on file for that ISBN."
              end-if
           end-if.

       *> show the next line while it still carries the ISBN
       list-isbn-next-para.
           read PO-FILE next record
              at end move "Y" to WS-EOF
           end-read.
           if WS-EOF = "N"
              if PO-ISBN NOT = WS-ISBN-KEY
                 move "Y" to WS-EOF
              else
                 perform list-line-para
              end-if
           end-if.

       *> the column heading over a listing
       list-head-para.
           display "PO No.    ISBN           Vendor  Ordered  Rcvd"
              "  UnitCost  Order date  St".

       *> one listing line
       list-line-para.
           add 1 to WS-CNT-LISTED.
           move PO-NUMBER to WS-LL-PO.
           move PO-ISBN to WS-LL-ISBN.
           move PO-VENDOR to WS-LL-VENDOR.
           move PO-QTY-ORD to WS-LL-ORD.
           move PO-QTY-RCVD to WS-LL-RCVD.
           move PO-COST to WS-LL-COST.
           move PO-DATE to WS-LL-DATE.
           move PO-STATUS to WS-LL-STATUS.
           display WS-LIST-LINE.

       *> prompt for the full key of one order line
       get-key-para.
           move spaces to WS-ISBN-KEY.
           perform get-po-para.
           if WS-PO-KEY NOT = SPACES
              perform get-isbn-para
           end-if.

       *> prompt for the PO number, held in upper case; a blank
       *> entry backs out to the menu
       get-po-para.
           display "Enter PO number (blank to cancel): ".
           move spaces to WS-PO-IN.
           accept WS-PO-IN.
           inspect WS-PO-IN converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           move WS-PO-IN to WS-PO-KEY.

       *> prompt for the ISBN - either form, with or without
       *> hyphens, held in its ISBN-13 form; a blank entry or a key
       *> that is not 10 or 13 digits backs out to the menu
       get-isbn-para.
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
              end-if
           end-if.

       *> echo one order line to the screen
       show-line-para.
           compute WS-OUTSTANDING = PO-QTY-ORD - PO-QTY-RCVD.
           move PO-COST to WS-PRICE-ED.
           move PO-DATE to WS-DATE-ED.
           display "  PO number:   " PO-NUMBER.
           display "  ISBN:        " PO-ISBN.
           display "  Vendor:      " PO-VENDOR.
           display "  Ordered:     " PO-QTY-ORD.
           display "  Received:    " PO-QTY-RCVD.
           display "  Outstanding: " WS-OUTSTANDING.
           display "  Unit cost:   " WS-PRICE-ED.
           display "  Order date:  " WS-DATE-ED.
           if PO-LAST-RCVD > 0
              move PO-LAST-RCVD to WS-DATE-ED
              display "  Last receipt: " WS-DATE-ED
           end-if.
           display "  Status:      " PO-STATUS
              " (O=open, C=closed, X=cancelled)".

       *> right-justify and zero-fill a keyed quantity, refusing
       *> anything that is not a number
       edit-qty-para.
           move "Y" to WS-QTY-OK.
           move 0 to WS-QTY-L.
           perform varying I from 5 by -1
                   until I < 1 or WS-QTY-L > 0
              if WS-QTY-IN(I:1) NOT = SPACE
                 move I to WS-QTY-L
              end-if
           end-perform.
           move "00000" to WS-QTY-J.
           if WS-QTY-L > 0
              compute WS-QTY-S = 6 - WS-QTY-L
              move WS-QTY-IN(1:WS-QTY-L)
                 to WS-QTY-J(WS-QTY-S:WS-QTY-L)
           end-if.
           if WS-QTY-J IS NUMERIC
              move WS-QTY-J to WS-QTY-NUM
           else
              move 0 to WS-QTY-NUM
              move "N" to WS-QTY-OK
           end-if.

       *> turn the free-text price into 9(5)V99: split on the decimal
       *> point, right-justify the dollars and zero-fill both sides,
       *> then reject anything that still is not numeric
       edit-price-para.
           move "Y" to WS-PRICE-OK.
           move spaces to WS-PRICE-DOLS.
           move spaces to WS-PRICE-CENTS.
           move 0 to WS-PRICE-DOLS-CNT.
           unstring WS-PRICE-IN delimited by "." or all " "
              into WS-PRICE-DOLS count in WS-PRICE-DOLS-CNT
                   WS-PRICE-CENTS.
           if WS-PRICE-DOLS-CNT > 5
              move "N" to WS-PRICE-OK
           end-if.
           move 0 to WS-PRICE-L.
           perform varying WS-PRICE-I from 5 by -1
                   until WS-PRICE-I < 1 or WS-PRICE-L > 0
              if WS-PRICE-DOLS(WS-PRICE-I:1) NOT = SPACE
                 move WS-PRICE-I to WS-PRICE-L
              end-if
           end-perform.
           move "00000" to WS-PRICE-DOLS-J.
           if WS-PRICE-L > 0
              compute WS-PRICE-S = 6 - WS-PRICE-L
              move WS-PRICE-DOLS(1:WS-PRICE-L)
                 to WS-PRICE-DOLS-J(WS-PRICE-S:WS-PRICE-L)
           end-if.
           inspect WS-PRICE-CENTS replacing all " " by "0".
           if WS-PRICE-DOLS-J IS NUMERIC AND
              WS-PRICE-CENTS IS NUMERIC
              move WS-PRICE-DOLS-J to WS-PRICE-NUM-DOLS
              move WS-PRICE-CENTS to WS-PRICE-NUM-CENTS
              compute WS-PRICE-NUM =
                 WS-PRICE-NUM-DOLS + (WS-PRICE-NUM-CENTS / 100)
           else
              move 0 to WS-PRICE-NUM
              move "N" to WS-PRICE-OK
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
              move "isbnpo" to OPS-PROGRAM
              move WS-OPS-LEVEL to OPS-LEVEL
              move WS-OPS-TEXT to OPS-TEXT
              write OPS-REC
              close OPSLOG-FILE
           end-if.
