       *> isbnaud.cob
       *> audit trail listing for the ISBN validation system.
       *> isbn.cob, isbnmnt.cob, isbnpurge.cob, isbnarch.cob,
       *> isbnrkey.cob and isbnrcov.cob log every write, rewrite and
       *> delete against master.dat to mastaudit.dat with the date,
       *> time, originating program, action code, before and after
       *> record images and the batch the update came from. this
       *> program prints that trail, filtered by ISBN or by date
       *> range, so "who changed this record" can be answered during
       *> a dispute

       identification division.
       program-id. isbnaud.
       data division.
       file section.
       *> this record layout must stay in step with the AUDIT-FILE
       *> layout in isbn.cob, isbnmnt.cob, isbnpurge.cob, isbnarch.cob,
       *> isbnrkey.cob and isbnrcov.cob, which append mastaudit.dat
       fd AUDIT-FILE.
           01 AUD-REC.
               05 AUD-DATE     pic 9(08).
               05 AUD-BEFORE   pic X(119).
               05 FILLER       pic X(01).
               05 AUD-AFTER    pic X(119).
               05 FILLER       pic X(01).
               05 AUD-BATCH    pic X(30).
       fd AUDIT-REPORT.
           01 AUL-REC   pic X(132).

       77 WS-FROM-DATE   pic 9(08) VALUE 0.
       77 WS-TO-DATE     pic 9(08) VALUE 99999999.

       *> the ISBN filter and each audited key are compared in their
       *> ISBN-13 form, so a title's history from before the master
       *> was re-keyed on ISBN-13 lists with its later entries
       77 WS-FILTER13    pic X(13).
       77 WS-I13-IN      pic X(20).
       77 WS-I13-OUT     pic X(13).
       77 WS-I13-LEN     pic 9(02).
       77 WS-I13-IX      pic 9(02).
       77 WS-I13-BODY    pic X(09).
       77 WS-I13-DIGIT   pic 9(01).
       77 WS-I13-SUM     pic 9(03).
       77 WS-I13-Q       pic 9(03).
       77 WS-I13-R       pic 9(01).

       *> report line layouts - each audit record prints as a header
       *> line followed by its before and after images
       01 WS-HDR-LINE.
           05 WS-HL-ACTION  pic X(01).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-HL-ISBN    pic X(13).
           05 FILLER        pic X(02) VALUE SPACES.
           05 WS-HL-BATCH   pic X(30).
       01 WS-IMG-LINE.
           05 WS-IL-LABEL   pic X(10).
           05 WS-IL-IMAGE   pic X(119).
           display "Filter by ISBN (blank for all): ".
           move spaces to WS-ISBN-FILTER.
           accept WS-ISBN-FILTER.
           move spaces to WS-I13-IN.
           move WS-ISBN-FILTER to WS-I13-IN.
           perform isbn13-form-para.
           move WS-I13-OUT to WS-FILTER13.
           display "From date YYYYMMDD (blank for none): ".
           move spaces to WS-FROM-IN.
           accept WS-FROM-IN.
              delimited by size into AUL-REC.
           write AUL-REC.
           move spaces to AUL-REC.
           string "         K=ISBN-10 key re-keyed to ISBN-13  "
                  "M=ISBN-13 record after re-key and merge  "
                  "V=changed by recovery"
              delimited by size into AUL-REC.
           write AUL-REC.
           move spaces to AUL-REC.
           if WS-ISBN-FILTER NOT = SPACES
              string "ISBN filter: " WS-ISBN-FILTER
                 delimited by size into AUL-REC
           read AUDIT-FILE at end move "Y" to WS-EOF.
           if WS-EOF = "N"
              add 1 to WS-CNT-READ
              move spaces to WS-I13-IN
              move AUD-ISBN to WS-I13-IN
              perform isbn13-form-para
              if (WS-ISBN-FILTER = SPACES
                  OR AUD-ISBN = WS-ISBN-FILTER
                  OR (WS-FILTER13 NOT = SPACES
                      AND WS-I13-OUT = WS-FILTER13))
                 AND AUD-DATE NOT < WS-FROM-DATE
                 AND AUD-DATE NOT > WS-TO-DATE
                 perform print-audit-para
           move AUD-PROGRAM to WS-HL-PROGRAM.
           move AUD-ACTION to WS-HL-ACTION.
           move AUD-ISBN to WS-HL-ISBN.
           move AUD-BATCH to WS-HL-BATCH.
           write AUL-REC from WS-HDR-LINE.
           move "  before: " to WS-IL-LABEL.
           move AUD-BEFORE to WS-IL-IMAGE.
           move "  after:  " to WS-IL-LABEL.
           move AUD-AFTER to WS-IL-IMAGE.
           write AUL-REC from WS-IMG-LINE.

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
