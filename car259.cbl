       identification division.
      * car259 - test/demo mainframe conversion to micro focus cobol
      *        - dormant and declining customer report - car107 and
      *          car250 show who is buying, nothing showed who stopped
      *        - every active CUSTMAS customer (cm-delete blank) is
      *          checked against the SALEHIST archive plus the open
      *          SALEDTL, by calendar month the car250 way
      *        - dormant: no sale in the last CAR259-MONTHS months
      *          (default 6, the run month counting as one), listed
      *          with the last sale date and the volume of the twelve
      *          months up to and including that last sale
      *        - declining: still buying, but the trailing quarter
      *          (the three whole months before the run month) is
      *          more than CAR259-PCT percent (default 25) below the
      *          same three months last year; listed by the salesman
      *          on the customer's latest sale, each salesman on a
      *          page of their own with the name off SLSMMAS
      *        - a customer with no sale on file at all is listed in
      *          its own section for cleanup
      *        - written to DORMRPT
       program-id. car259.
       environment division.
       input-output section.
       file-control.
           select custmas assign external CUSTMAS
                  organization record sequential access mode sequential
                  file status custmas-stat.
           select salehist assign external SALEHIST
                  organization record sequential access mode sequential
                  file status salehist-stat.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status saledtl-stat.
           select slsmmas assign external SLSMMAS
                  organization line sequential
                  file status slsmmas-stat.
           select dormrpt assign external DORMRPT
                  organization line sequential.
           select sortwk assign "sortwk259".
      *eject
       data  division.
       file section.
       fd  custmas record contains 256 characters.
           01 cm1. copy "custmas.cpy".
      * the archive carries the same saledtl.cpy layout as the live
      * file, so one record area serves both reads
       fd  salehist record contains 80 characters.
           01 histrec            pic x(80).
       fd  saledtl record contains 80 characters.
           01 salerec. copy "saledtl.cpy".
      * salesman master - one row per sd-slsmn code
       fd  slsmmas record contains 80 characters.
           01 slsmrec.
              05 sm-slsmn        pic x(4).
              05 sm-name         pic x(20).
              05 sm-terr         pic x(4).
              05 sm-branch       pic x(4).
              05 sm-status       pic x(1).
              05 filler          pic x(47).
       fd  dormrpt record contains 132 characters.
           01 rptline            pic x(132).
      * one declining customer, by salesman, steepest fall first
       sd  sortwk.
           01 sortrec.
              05 sr-slsmn        pic x(4).
              05 sr-pct          pic s9(5)v9.
              05 sr-idx          pic 9(4).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 custmas-eof        pic x value ' '.
               88 custmas-at-eof          value '1'.
           05 salehist-eof       pic x value ' '.
               88 salehist-at-eof         value '1'.
           05 saledtl-eof        pic x value ' '.
               88 saledtl-at-eof          value '1'.
           05 slsmmas-eof        pic x value ' '.
               88 slsmmas-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 pass-sw            pic x value '1'.
               88 first-pass              value '1'.
           05 first-sw           pic x value 'Y'.
               88 first-slsmn             value 'Y'.
           05 prev-slsmn         pic x(4) value spaces.
           05 slsmn-name         pic x(20) value spaces.
           05 dormant-count      pic 9(5) value zeros.
           05 decline-count      pic 9(5) value zeros.
           05 rep-count          pic 9(5) value zeros.
           05 never-count        pic 9(5) value zeros.
           05 records-read       pic 9(7) value zeros.
           05 decline-pct        pic s9(5)v9 value zeros.
           05 amt-ed             pic zzz,zzz,zz9.99-.
           05 amt2-ed            pic zzz,zzz,zz9.99-.
           05 pct-ed             pic zzzz9.9-.
      * calendar months as yy * 12 + mm, the car250 arithmetic
       01  month-flds.
           05 run-months         pic 9(5) value zeros.
           05 rec-months         pic 9(5) value zeros.
           05 last-months        pic 9(5) value zeros.
           05 rec-period         pic 9(4) value zeros.
           05 rec-period-r redefines rec-period.
              10 rec-period-yy   pic 9(2).
              10 rec-period-mm   pic 9(2).
      * CAR259-MONTHS and CAR259-PCT come in off the environment as
      * text, so they're validated through NUMEDIT
       01  edit-flds.
           05 months-txt         pic x(3) value '006'.
           05 months-txt-n redefines months-txt
                                 pic 9(3).
           05 dormant-months     pic 9(3) value 6.
           05 pct-txt            pic x(3) value '025'.
           05 pct-txt-n redefines pct-txt
                                 pic 9(3).
           05 decline-limit      pic 9(3) value 25.
           05 edit-lth           pic 9(4) comp value 3.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * one entry per active customer
       01  cust-flds.
           05 cust-count         pic 9(4) value zeros.
           05 cust-idx           pic 9(4) value zeros.
           05 cust-found-sw      pic x value 'N'.
               88 cust-found              value 'Y'.
       01  cust-table.
           05 cust-entry occurs 3000 times.
              10 ct-cust         pic 9(6).
              10 ct-name         pic x(20).
              10 ct-last-date    pic 9(6).
              10 ct-slsmn        pic x(4).
              10 ct-dormant      pic x(1).
              10 ct-this-qtr     pic s9(9)v99 comp-3.
              10 ct-last-qtr     pic s9(9)v99 comp-3.
              10 ct-prior12      pic s9(9)v99 comp-3.
       01  slsm-flds.
           05 slsm-count         pic 9(3) value zeros.
           05 slsm-idx           pic 9(3) value zeros.
           05 slsm-found-sw      pic x value 'N'.
               88 slsm-found              value 'Y'.
       01  slsm-table.
           05 slsm-entry occurs 200 times.
              10 st-slsmn        pic x(4).
              10 st-name         pic x(20).
       01  misc.
           05 custmas-stat       pic xx value spaces.
           05 salehist-stat      pic xx value spaces.
           05 saledtl-stat       pic xx value spaces.
           05 slsmmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept months-txt from environment "CAR259-MONTHS"
               on exception move '006' to months-txt
           end-accept.
           call "numedit" using months-txt edit-lth edit-valid-sw.
           if edit-valid and months-txt-n > 0
              move months-txt-n to dormant-months
           else
              display "CAR259 - INVALID CAR259-MONTHS VALUE: "
                  months-txt upon console
              move 6 to dormant-months
           end-if.
           accept pct-txt from environment "CAR259-PCT"
               on exception move '025' to pct-txt
           end-accept.
           call "numedit" using pct-txt edit-lth edit-valid-sw.
           if edit-valid and pct-txt-n < 100
              move pct-txt-n to decline-limit
           else
              display "CAR259 - INVALID CAR259-PCT VALUE: "
                  pct-txt upon console
              move 25 to decline-limit
           end-if.
           compute run-months = rundate-ymd6-yy * 12
               + rundate-ymd6-mm.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read custmas at end move '1' to custmas-eof.
           perform loadcustrtn until custmas-at-eof.
           close custmas.
      * no SLSMMAS is a salesman listed by code alone
           open input slsmmas.
           if slsmmas-stat = '00'
              read slsmmas at end move '1' to slsmmas-eof
              end-read
              perform loadslsmrtn until slsmmas-at-eof
              close slsmmas
           end-if.
      * first pass - the last sale, its salesman and the two
      * quarters for every customer
           perform salesrtn.
           perform dormchkrtn varying cust-idx from 1 by 1
               until cust-idx > cust-count.
      * second pass, only when someone went dormant - the twelve
      * months up to each dormant customer's last sale
           if dormant-count > 0
              move '2' to pass-sw
              perform salesrtn
           end-if.
           open output dormrpt.
           perform dormrptrtn.
           perform neverrptrtn.
           sort sortwk on ascending key sr-slsmn
               descending key sr-pct
               input procedure loadsort-rtn
               output procedure declinertn.
           move spaces to rptline.
           string "DECLINING CUSTOMERS: " decline-count
                  "  (MORE THAN " decline-limit
                  " PCT BELOW THE SAME QUARTER LAST YEAR)"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           close dormrpt.
           move "CAR259" to jobsum-pgm.
           compute jobsum-count = dormant-count + decline-count
               + never-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadcustrtn.
           if cm-delete = spaces
              if cust-count >= 3000
                 display "CAR259 - CUST-TABLE FULL, CM-CUST: "
                     cm-cust " NOT LOADED" upon console
              else
                 add 1 to cust-count
                 move cm-cust to ct-cust (cust-count)
                 move cm-name to ct-name (cust-count)
                 move zeros to ct-last-date (cust-count)
                 move spaces to ct-slsmn (cust-count)
                 move 'N' to ct-dormant (cust-count)
                 move 0 to ct-this-qtr (cust-count)
                           ct-last-qtr (cust-count)
                           ct-prior12 (cust-count)
              end-if
           end-if.
           read custmas at end move '1' to custmas-eof.
       loadslsmrtn.
           if slsm-count >= 200
              display "CAR259 - SLSM-TABLE FULL, SM-SLSMN: "
                  sm-slsmn " NOT LOADED" upon console
           else
              add 1 to slsm-count
              move sm-slsmn to st-slsmn (slsm-count)
              move sm-name to st-name (slsm-count)
           end-if.
           read slsmmas at end move '1' to slsmmas-eof.
      * one pass over the archive and the open period
       salesrtn.
           move ' ' to salehist-eof.
           move ' ' to saledtl-eof.
      * the archive may not exist yet on a young file - that's an
      * empty history, not an error
           open input salehist.
           if salehist-stat = '00'
              read salehist at end move '1' to salehist-eof
              end-read
              perform histrtn until salehist-at-eof
              close salehist
           end-if.
           open input saledtl.
           if saledtl-stat not = '00'
              move saledtl-stat to mf-filestat
              move "SALEDTL"    to mf-filenamei
              move "SALEDTL"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read saledtl at end move '1' to saledtl-eof.
           perform livertn until saledtl-at-eof.
           close saledtl.
       histrtn.
           move histrec to salerec.
           perform accumrtn.
           read salehist at end move '1' to salehist-eof.
       livertn.
           perform accumrtn.
           read saledtl at end move '1' to saledtl-eof.
       accumrtn.
           move sd-date (1:2) to rec-period-yy.
           move sd-date (3:2) to rec-period-mm.
           compute rec-months = rec-period-yy * 12 + rec-period-mm.
           perform findcustrtn.
           if cust-found
              if first-pass
                 add 1 to records-read
                 perform pass1rtn
              else
                 perform pass2rtn
              end-if
           end-if.
      * the latest sale and its salesman; this quarter is the three
      * whole months before the run month, last year's the same
      * three months a year earlier
       pass1rtn.
           if sd-date > ct-last-date (cust-idx)
              move sd-date to ct-last-date (cust-idx)
              move sd-slsmn to ct-slsmn (cust-idx)
           end-if.
           if rec-months >= run-months - 3
                 and rec-months <= run-months - 1
              add sd-amount to ct-this-qtr (cust-idx)
           end-if.
           if rec-months >= run-months - 15
                 and rec-months <= run-months - 13
              add sd-amount to ct-last-qtr (cust-idx)
           end-if.
       pass2rtn.
           if ct-dormant (cust-idx) = 'Y'
              move ct-last-date (cust-idx) (1:2) to rec-period-yy
              move ct-last-date (cust-idx) (3:2) to rec-period-mm
              compute last-months = rec-period-yy * 12
                  + rec-period-mm
              move sd-date (1:2) to rec-period-yy
              move sd-date (3:2) to rec-period-mm
              if rec-months >= last-months - 11
                    and rec-months <= last-months
                 add sd-amount to ct-prior12 (cust-idx)
              end-if
           end-if.
       findcustrtn.
           move 1 to cust-idx.
           move 'N' to cust-found-sw.
           perform findcust1rtn
               until cust-found or cust-idx > cust-count.
       findcust1rtn.
           if ct-cust (cust-idx) = sd-cust
              move 'Y' to cust-found-sw
           else
              add 1 to cust-idx
           end-if.
      * the last sale at or before the dormancy cut-off month
       dormchkrtn.
           if ct-last-date (cust-idx) not = zeros
              move ct-last-date (cust-idx) (1:2) to rec-period-yy
              move ct-last-date (cust-idx) (3:2) to rec-period-mm
              compute last-months = rec-period-yy * 12
                  + rec-period-mm
              if last-months <= run-months - dormant-months
                 move 'Y' to ct-dormant (cust-idx)
                 add 1 to dormant-count
              end-if
           end-if.
       dormrptrtn.
           move spaces to rptline.
           string "DORMANT CUSTOMERS - NO SALE IN THE LAST "
                  dormant-months " MONTHS - RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "CUST   NAME                 LAST SALE  SLSMN"
                  "  12 MONTHS TO LAST SALE"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform dormlinertn varying cust-idx from 1 by 1
               until cust-idx > cust-count.
           move spaces to rptline.
           string "DORMANT CUSTOMERS: " dormant-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       dormlinertn.
           if ct-dormant (cust-idx) = 'Y'
              move ct-prior12 (cust-idx) to amt-ed
              move spaces to rptline
              string ct-cust (cust-idx) " " ct-name (cust-idx)
                     " " ct-last-date (cust-idx) "     "
                     ct-slsmn (cust-idx) "  " amt-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       neverrptrtn.
           move spaces to rptline.
           string "ACTIVE CUSTOMERS WITH NO SALE ON FILE - FOR CLEANUP"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           perform neverlinertn varying cust-idx from 1 by 1
               until cust-idx > cust-count.
           move spaces to rptline.
           string "NEVER BOUGHT: " never-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       neverlinertn.
           if ct-last-date (cust-idx) = zeros
              add 1 to never-count
              move spaces to rptline
              string ct-cust (cust-idx) " " ct-name (cust-idx)
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
      * still buying, but this quarter fell more than the limit below
      * the same quarter last year
       loadsort-rtn.
           perform loadsort1rtn varying cust-idx from 1 by 1
               until cust-idx > cust-count.
       loadsort1rtn.
           if ct-dormant (cust-idx) = 'N'
                 and ct-last-date (cust-idx) not = zeros
                 and ct-last-qtr (cust-idx) > 0
              compute decline-pct rounded =
                  (ct-last-qtr (cust-idx) - ct-this-qtr (cust-idx))
                  * 100 / ct-last-qtr (cust-idx)
              if decline-pct > decline-limit
                 move ct-slsmn (cust-idx) to sr-slsmn
                 move decline-pct to sr-pct
                 move cust-idx to sr-idx
                 release sortrec
              end-if
           end-if.
      * each salesman's list on a page of its own
       declinertn.
           return sortwk at end move 'Y' to sort-eof.
           perform decline1rtn until sort-at-eof.
           if not first-slsmn
              perform slsmnendrtn
           end-if.
       decline1rtn.
           if not first-slsmn and sr-slsmn not = prev-slsmn
              perform slsmnendrtn
           end-if.
           if first-slsmn or sr-slsmn not = prev-slsmn
              perform slsmnheadrtn
           end-if.
           move 'N' to first-sw.
           move sr-slsmn to prev-slsmn.
           move sr-idx to cust-idx.
           move ct-last-qtr (cust-idx) to amt-ed.
           move ct-this-qtr (cust-idx) to amt2-ed.
           move sr-pct to pct-ed.
           move spaces to rptline.
           string ct-cust (cust-idx) " " ct-name (cust-idx)
                  " " ct-last-date (cust-idx) "  " amt-ed
                  " " amt2-ed "  " pct-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to rep-count.
           add 1 to decline-count.
           return sortwk at end move 'Y' to sort-eof.
       slsmnheadrtn.
           move zeros to rep-count.
           move spaces to slsmn-name.
           move 1 to slsm-idx.
           move 'N' to slsm-found-sw.
           perform findslsmrtn
               until slsm-found or slsm-idx > slsm-count.
           if slsm-found
              move st-name (slsm-idx) to slsmn-name
           end-if.
           move spaces to rptline.
           string "DECLINING CUSTOMERS - SALESMAN " sr-slsmn " "
                  slsmn-name "  RUN DATE " rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline after advancing page.
           move spaces to rptline.
           string "CUST   NAME                 LAST SALE"
                  "   QTR LAST YEAR    THIS QUARTER   PCT DOWN"
               delimited by size into rptline
           end-string.
           write rptline after advancing 2 lines.
       findslsmrtn.
           if st-slsmn (slsm-idx) = sr-slsmn
              move 'Y' to slsm-found-sw
           else
              add 1 to slsm-idx
           end-if.
       slsmnendrtn.
           move spaces to rptline.
           string "CUSTOMERS FOR " prev-slsmn ": " rep-count
               delimited by size into rptline
           end-string.
           write rptline after advancing 2 lines.
       copy "unixproc1.cpy".
