       identification division.
      * car254 - test/demo mainframe conversion to micro focus cobol
      *        - open dispute register off the AROPEN items on dispute
      *          hold (car253), aged from the date the customer raised
      *          the dispute so none sits unresolved for months
      *        - one line per disputed item, longest open first: the
      *          customer, invoice, invoice date and balance, the
      *          reason code, the date raised and who raised it (the
      *          latest matching hold row on the DSPHIST history), and
      *          the days open; an item open longer than CAR254-DAYS
      *          (default 60) is flagged for review
      *        - totals by age - 0-30, 31-60, 61-90 and over 90 days
      *          open - and by reason code
      *        - no DSPHIST yet leaves who raised it blank
       program-id. car254.
       environment division.
       input-output section.
       file-control.
           select aropen assign external AROPEN
                  organization record sequential access mode sequential
                  file status aropen-stat.
           select dsphist assign external DSPHIST
                  organization record sequential access mode sequential
                  file status dsphist-stat.
           select custmas assign external CUSTMAS
                  organization indexed access mode random
                  record key cm-cust
                  alternate record key cm-name with duplicates
                  file status custmas-stat.
           select dspreg assign external DSPREG
                  organization line sequential.
           select sortwk assign "sortwk254".
      *eject
       data  division.
       file section.
       fd  aropen record contains 32 characters.
           01 aropenrec. copy "aropen.cpy".
       fd  dsphist record contains 100 characters.
           01 dhrec. copy "dsphist.cpy".
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
       fd  dspreg record contains 132 characters.
           01 rptline            pic x(132).
      * one disputed item, longest open first
       sd  sortwk.
           01 sortrec.
              05 sr-days         pic s9(5).
              05 sr-cust         pic 9(6).
              05 sr-inv          pic 9(6).
              05 sr-idx          pic 9(4).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 aropen-eof         pic x value ' '.
               88 aropen-at-eof           value '1'.
           05 dsphist-eof        pic x value ' '.
               88 dsphist-at-eof          value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 cm-found-sw        pic x value 'N'.
               88 cm-found                value 'Y'.
           05 line-count         pic 9(5) value zeros.
           05 review-count       pic 9(5) value zeros.
           05 dispute-total      pic s9(11)v99 comp-3 value 0.
           05 amt-ed             pic zzzz,zzz.99-.
           05 tot-ed             pic zzz,zzz,zz9.99-.
           05 days-ed            pic zzzz9.
           05 flag-ed            pic x(12) value spaces.
      * day numbers, the car215 30-day-month approximation
       01  day-flds.
           05 days-txt           pic x(3) value '060'.
           05 days-txt-n redefines days-txt
                                 pic 9(3).
           05 review-days        pic 9(3) value 60.
           05 day-date           pic 9(6) value zeros.
           05 day-date-r redefines day-date.
              10 day-yy          pic 9(2).
              10 day-mm          pic 9(2).
              10 day-dd          pic 9(2).
           05 run-days           pic s9(7) value zeros.
           05 disp-days          pic s9(7) value zeros.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 3.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * the disputed items off AROPEN
       01  disp-flds.
           05 disp-count         pic 9(4) value zeros.
           05 disp-idx           pic 9(4) value zeros.
       01  disp-table.
           05 disp-entry occurs 3000 times.
              10 di-cust         pic 9(6).
              10 di-inv          pic 9(6).
              10 di-date         pic 9(6).
              10 di-amount       pic s9(9)v99 comp-3.
              10 di-reason       pic x(2).
              10 di-disp-date    pic 9(6).
              10 di-days         pic s9(5).
              10 di-user         pic x(8).
      * totals by age band, 0-30 / 31-60 / 61-90 / over 90
       01  age-flds.
           05 age-idx            pic 9(1) value zeros.
           05 age-entry occurs 4 times.
              10 ag-count        pic 9(5).
              10 ag-amount       pic s9(11)v99 comp-3.
       01  age-names.
           05 filler             pic x(12) value "0-30 DAYS".
           05 filler             pic x(12) value "31-60 DAYS".
           05 filler             pic x(12) value "61-90 DAYS".
           05 filler             pic x(12) value "OVER 90 DAYS".
       01  age-names-r redefines age-names.
           05 age-name           pic x(12) occurs 4 times.
      * totals by reason code, in the order first met
       01  rsn-flds.
           05 rsn-count          pic 9(2) value zeros.
           05 rsn-idx            pic 9(2) value zeros.
           05 rsn-found-sw       pic x value 'N'.
               88 rsn-found               value 'Y'.
       01  rsn-table.
           05 rsn-entry occurs 20 times.
              10 rs-reason       pic x(2).
              10 rs-count        pic 9(5).
              10 rs-amount       pic s9(11)v99 comp-3.
       01  misc.
           05 aropen-stat        pic xx value spaces.
           05 dsphist-stat       pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept days-txt from environment "CAR254-DAYS"
               on exception move '060' to days-txt
           end-accept.
           call "numedit" using days-txt edit-lth edit-valid-sw.
           if edit-valid
              move days-txt-n to review-days
           else
              display "CAR254 - INVALID CAR254-DAYS VALUE: "
                  days-txt upon console
              move 60 to review-days
           end-if.
           compute run-days = rundate-ymd6-yy * 365
               + rundate-ymd6-mm * 30 + rundate-ymd6-dd.
           move 0 to ag-amount (1) ag-amount (2) ag-amount (3)
                     ag-amount (4).
           move zeros to ag-count (1) ag-count (2) ag-count (3)
                         ag-count (4).
           open input aropen.
           if aropen-stat not = '00'
              move aropen-stat to mf-filestat
              move "AROPEN"     to mf-filenamei
              move "AROPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read aropen at end move '1' to aropen-eof.
           perform loaddisprtn until aropen-at-eof.
           close aropen.
           open input dsphist.
           if dsphist-stat = '00'
              read dsphist at end move '1' to dsphist-eof
              end-read
              perform histrtn until dsphist-at-eof
              close dsphist
           end-if.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output dspreg.
           move spaces to rptline.
           string "OPEN AR DISPUTE REGISTER - RUN DATE " rundate-ymd6e
                  "  - REVIEW AFTER " review-days " DAYS"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "CUST   NAME                 INVOICE INV DT  "
                  "   BALANCE  RSN  RAISED  BY        DAYS   OPEN"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           sort sortwk on descending key sr-days
               ascending key sr-cust sr-inv
               input procedure loadsort-rtn
               output procedure listrtn.
           perform ttlrtn.
           close custmas dspreg.
           move "CAR254" to jobsum-pgm.
           move line-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * an item on dispute hold, aged from the date it was raised
       loaddisprtn.
           if not ar-not-disputed
              if disp-count >= 3000
                 display "CAR254 - DISP-TABLE FULL, AR-INV: "
                     ar-inv " NOT LISTED" upon console
              else
                 add 1 to disp-count
                 move ar-cust to di-cust (disp-count)
                 move ar-inv to di-inv (disp-count)
                 move ar-date to di-date (disp-count)
                 move ar-amount to di-amount (disp-count)
                 move ar-disp-reason to di-reason (disp-count)
                 move ar-disp-date to di-disp-date (disp-count)
                 move spaces to di-user (disp-count)
                 move ar-disp-date to day-date
                 compute disp-days = day-yy * 365 + day-mm * 30
                     + day-dd
                 compute di-days (disp-count) = run-days - disp-days
              end-if
           end-if.
           read aropen at end move '1' to aropen-eof.
      * the hold row that put the item on hold names who raised it -
      * a later hold on the same item and date replaces an earlier
       histrtn.
           if dh-hold
              perform hist1rtn varying disp-idx from 1 by 1
                  until disp-idx > disp-count
           end-if.
           read dsphist at end move '1' to dsphist-eof.
       hist1rtn.
           if di-cust (disp-idx) = dh-cust
                 and di-inv (disp-idx) = dh-inv
                 and di-disp-date (disp-idx) = dh-date
              move dh-user to di-user (disp-idx)
           end-if.
       loadsort-rtn.
           perform loadsort1rtn varying disp-idx from 1 by 1
               until disp-idx > disp-count.
       loadsort1rtn.
           move di-days (disp-idx) to sr-days.
           move di-cust (disp-idx) to sr-cust.
           move di-inv (disp-idx) to sr-inv.
           move disp-idx to sr-idx.
           release sortrec.
       listrtn.
           return sortwk at end move 'Y' to sort-eof.
           perform linertn until sort-at-eof.
       linertn.
           move sr-idx to disp-idx.
           move spaces to custrec.
           move di-cust (disp-idx) to cm-cust.
           read custmas
               invalid key move 'N' to cm-found-sw
               not invalid key move 'Y' to cm-found-sw
           end-read.
           if not cm-found
              move "*** NOT ON CUSTMAS ***" to cm-name
           end-if.
           if di-days (disp-idx) > 90
              move 4 to age-idx
           else
              if di-days (disp-idx) > 60
                 move 3 to age-idx
              else
                 if di-days (disp-idx) > 30
                    move 2 to age-idx
                 else
                    move 1 to age-idx
                 end-if
              end-if
           end-if.
           add 1 to ag-count (age-idx).
           add di-amount (disp-idx) to ag-amount (age-idx).
           perform reasonrtn.
           if di-days (disp-idx) > review-days
              move "** REVIEW **" to flag-ed
              add 1 to review-count
           else
              move spaces to flag-ed
           end-if.
           add 1 to line-count.
           add di-amount (disp-idx) to dispute-total.
           move di-amount (disp-idx) to amt-ed.
           move di-days (disp-idx) to days-ed.
           move spaces to rptline.
           string di-cust (disp-idx) " " cm-name " " di-inv (disp-idx)
                  "  " di-date (disp-idx) " " amt-ed "  "
                  di-reason (disp-idx) "  " di-disp-date (disp-idx)
                  "  " di-user (disp-idx) "  " days-ed "  " flag-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           return sortwk at end move 'Y' to sort-eof.
       reasonrtn.
           move 1 to rsn-idx.
           move 'N' to rsn-found-sw.
           perform reason1rtn
               until rsn-found or rsn-idx > rsn-count.
           if not rsn-found and rsn-count < 20
              add 1 to rsn-count
              move rsn-count to rsn-idx
              move di-reason (disp-idx) to rs-reason (rsn-idx)
              move zeros to rs-count (rsn-idx)
              move 0 to rs-amount (rsn-idx)
              move 'Y' to rsn-found-sw
           end-if.
           if rsn-found
              add 1 to rs-count (rsn-idx)
              add di-amount (disp-idx) to rs-amount (rsn-idx)
           end-if.
       reason1rtn.
           if rs-reason (rsn-idx) = di-reason (disp-idx)
              move 'Y' to rsn-found-sw
           else
              add 1 to rsn-idx
           end-if.
       ttlrtn.
           move dispute-total to tot-ed.
           move spaces to rptline.
           string "OPEN DISPUTES: " line-count "  " tot-ed
                  "  FOR REVIEW: " review-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           perform agettlrtn varying age-idx from 1 by 1
               until age-idx > 4.
           move spaces to rptline.
           write rptline before advancing 1 line.
           perform rsnttlrtn varying rsn-idx from 1 by 1
               until rsn-idx > rsn-count.
       agettlrtn.
           move ag-amount (age-idx) to tot-ed.
           move spaces to rptline.
           string "  OPEN " age-name (age-idx) " " ag-count (age-idx)
                  " " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       rsnttlrtn.
           move rs-amount (rsn-idx) to tot-ed.
           move spaces to rptline.
           string "  REASON " rs-reason (rsn-idx) "      "
                  rs-count (rsn-idx) " " tot-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
