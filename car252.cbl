       identification division.
      * car252 - test/demo mainframe conversion to micro focus cobol
      *        - daily collector worklist off AROPEN aging and the
      *          COLLNOTE contact notes car251 keys, so the collector
      *          starts the day knowing who to call first and whose
      *          promise was broken yesterday
      *        - per customer, the open balance and the overdue part:
      *          items older than the customer's cm-net-days terms
      *          (30 when none are on file), the same 30-day-month
      *          aging arithmetic car215 uses; customers with anything
      *          overdue are listed largest overdue first, with the
      *          90-day part, the oldest item's age, the latest
      *          contact and its note, and the next promise still to
      *          come due
      *        - a promise that fell due in the last CAR252-DAYS days
      *          (default 1 - yesterday; key 3 on a monday) is checked
      *          against the ARPAID paid-item history: the car220
      *          receipts and the suspense and national account
      *          applications made for the customer from the contact
      *          date to the promised date, against the promised
      *          invoices when the promise named any, less any NSF
      *          reversal; less than promised is a broken promise,
      *          listed apart and flagged on the customer's line
      *        - no COLLNOTE or ARPAID yet is no notes and no receipts
      *        - written to COLLWORK
       program-id. car252.
       environment division.
       input-output section.
       file-control.
           select aropen assign external AROPEN
                  organization record sequential access mode sequential
                  file status aropen-stat.
           select custmas assign external CUSTMAS
                  organization indexed access mode random
                  record key cm-cust
                  alternate record key cm-name with duplicates
                  file status custmas-stat.
           select collnote assign external COLLNOTE
                  organization record sequential access mode sequential
                  file status collnote-stat.
           select arpaid assign external ARPAID
                  organization record sequential access mode sequential
                  file status arpaid-stat.
           select collwork assign external COLLWORK
                  organization line sequential.
           select sortwk assign "sortwk252".
      *eject
       data  division.
       file section.
       fd  aropen record contains 32 characters.
           01 aropenrec. copy "aropen.cpy".
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
       fd  collnote record contains 120 characters.
           01 cnrec. copy "collnote.cpy".
       fd  arpaid record contains 64 characters.
           01 pdrec. copy "arpaid.cpy".
       fd  collwork record contains 132 characters.
           01 rptline            pic x(132).
      * one overdue customer, ranked by the overdue amount
       sd  sortwk.
           01 sortrec.
              05 sr-overdue      pic s9(9)v99 comp-3.
              05 sr-cust         pic 9(6).
              05 sr-idx          pic 9(4).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 aropen-eof         pic x value ' '.
               88 aropen-at-eof           value '1'.
           05 collnote-eof       pic x value ' '.
               88 collnote-at-eof         value '1'.
           05 arpaid-eof         pic x value ' '.
               88 arpaid-at-eof           value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 cm-found-sw        pic x value 'N'.
               88 cm-found                value 'Y'.
           05 inv-match-sw       pic x value 'N'.
               88 inv-match               value 'Y'.
           05 prev-cust          pic 9(6) value zeros.
           05 cust-net-days      pic 9(3) value zeros.
           05 work-count         pic 9(5) value zeros.
           05 broken-count       pic 9(5) value zeros.
           05 overdue-total      pic s9(11)v99 comp-3 value 0.
           05 broken-total       pic s9(11)v99 comp-3 value 0.
           05 short-amount       pic s9(9)v99 comp-3 value 0.
           05 amt-ed             pic zzz,zzz,zz9.99-.
           05 amt2-ed            pic zzz,zzz,zz9.99-.
           05 amt3-ed            pic zzz,zzz,zz9.99-.
           05 age-ed             pic zzzz9.
           05 prom-ed            pic x(22) value spaces.
           05 broke-ed           pic x(6) value spaces.
           05 inv-idx            pic 9(1) value zeros.
      * day numbers, the car215 30-day-month approximation
       01  day-flds.
           05 days-txt           pic x(3) value '001'.
           05 days-txt-n redefines days-txt
                                 pic 9(3).
           05 look-days          pic 9(3) value 1.
           05 day-date           pic 9(6) value zeros.
           05 day-date-r redefines day-date.
              10 day-yy          pic 9(2).
              10 day-mm          pic 9(2).
              10 day-dd          pic 9(2).
           05 run-days           pic s9(7) value zeros.
           05 item-days          pic s9(7) value zeros.
           05 age-days           pic s9(7) value zeros.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 3.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * one entry per customer with anything open on AROPEN
       01  work-flds.
           05 work-cnt           pic 9(4) value zeros.
           05 work-idx           pic 9(4) value zeros.
           05 work-found-sw      pic x value 'N'.
               88 work-found              value 'Y'.
           05 srch-cust          pic 9(6) value zeros.
       01  work-table.
           05 work-entry occurs 3000 times.
              10 wl-cust         pic 9(6).
              10 wl-name         pic x(20).
              10 wl-open         pic s9(9)v99 comp-3.
              10 wl-overdue      pic s9(9)v99 comp-3.
              10 wl-over90       pic s9(9)v99 comp-3.
              10 wl-oldest       pic s9(5).
              10 wl-note-date    pic 9(6).
              10 wl-note-text    pic x(25).
              10 wl-prom-date    pic 9(6).
              10 wl-prom-amount  pic s9(9)v99 comp-3.
              10 wl-broken       pic x(1).
      * the promises that fell due in the look-back window, with
      * what has come in against each
       01  prom-flds.
           05 prom-count         pic 9(4) value zeros.
           05 prom-idx           pic 9(4) value zeros.
       01  prom-table.
           05 prom-entry occurs 2000 times.
              10 pr-cust         pic 9(6).
              10 pr-date         pic 9(6).
              10 pr-collector    pic x(4).
              10 pr-inv          pic 9(6)  occurs 3 times.
              10 pr-amount       pic s9(9)v99 comp-3.
              10 pr-prom-date    pic 9(6).
              10 pr-paid         pic s9(9)v99 comp-3.
       01  misc.
           05 aropen-stat        pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
           05 collnote-stat      pic xx value spaces.
           05 arpaid-stat        pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept days-txt from environment "CAR252-DAYS"
               on exception move '001' to days-txt
           end-accept.
           call "numedit" using days-txt edit-lth edit-valid-sw.
           if edit-valid and days-txt-n > 0
              move days-txt-n to look-days
           else
              display "CAR252 - INVALID CAR252-DAYS VALUE: "
                  days-txt upon console
              move 1 to look-days
           end-if.
           compute run-days = rundate-ymd6-yy * 365
               + rundate-ymd6-mm * 30 + rundate-ymd6-dd.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input aropen.
           if aropen-stat not = '00'
              move aropen-stat to mf-filestat
              move "AROPEN"     to mf-filenamei
              move "AROPEN"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read aropen at end move '1' to aropen-eof.
           perform loadopenrtn until aropen-at-eof.
           close aropen.
           open input collnote.
           if collnote-stat = '00'
              read collnote at end move '1' to collnote-eof
              end-read
              perform loadnotertn until collnote-at-eof
              close collnote
           end-if.
           open input arpaid.
           if arpaid-stat = '00'
              read arpaid at end move '1' to arpaid-eof
              end-read
              perform paidrtn until arpaid-at-eof
              close arpaid
           end-if.
           perform brokenrtn varying prom-idx from 1 by 1
               until prom-idx > prom-count.
           open output collwork.
           move spaces to rptline.
           string "COLLECTOR WORKLIST - RUN DATE " rundate-ymd6e
                  "  - LARGEST OVERDUE FIRST"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "CUST   NAME                        OVERDUE"
                  "        OVER 90 OLDEST  CONTACT "
                  "NEXT PROMISE            FLAG   LAST NOTE"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           sort sortwk on descending key sr-overdue
               ascending key sr-cust
               input procedure loadsort-rtn
               output procedure worklistrtn.
           perform brokenlistrtn.
           close custmas collwork.
           move "CAR252" to jobsum-pgm.
           move work-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
      * AROPEN is in customer order - a new customer starts an entry
      * and brings its terms and name off CUSTMAS
       loadopenrtn.
           if work-cnt = 0 or ar-cust not = prev-cust
              perform newcustrtn
           end-if.
           if work-found
              move ar-date to day-date
              compute item-days = day-yy * 365 + day-mm * 30 + day-dd
              compute age-days = run-days - item-days
              add ar-amount to wl-open (work-cnt)
              if age-days > cust-net-days
                 add ar-amount to wl-overdue (work-cnt)
              end-if
              if age-days > 90
                 add ar-amount to wl-over90 (work-cnt)
              end-if
              if age-days > wl-oldest (work-cnt)
                 move age-days to wl-oldest (work-cnt)
              end-if
           end-if.
           read aropen at end move '1' to aropen-eof.
       newcustrtn.
           move ar-cust to prev-cust.
           if work-cnt >= 3000
              display "CAR252 - WORK-TABLE FULL, AR-CUST: "
                  ar-cust " NOT LOADED" upon console
              move 'N' to work-found-sw
           else
              move 'Y' to work-found-sw
              add 1 to work-cnt
              move ar-cust to wl-cust (work-cnt)
              move 0 to wl-open (work-cnt) wl-overdue (work-cnt)
                        wl-over90 (work-cnt) wl-prom-amount (work-cnt)
              move zeros to wl-oldest (work-cnt)
                            wl-note-date (work-cnt)
                            wl-prom-date (work-cnt)
              move spaces to wl-note-text (work-cnt)
              move 'N' to wl-broken (work-cnt)
              move spaces to custrec
              move ar-cust to cm-cust
              read custmas
                  invalid key move 'N' to cm-found-sw
                  not invalid key move 'Y' to cm-found-sw
              end-read
              if cm-found
                 move cm-name to wl-name (work-cnt)
                 if cm-net-days numeric and cm-net-days > 0
                    move cm-net-days to cust-net-days
                 else
                    move 30 to cust-net-days
                 end-if
              else
                 move "*** NOT ON CUSTMAS ***" to wl-name (work-cnt)
                 move 30 to cust-net-days
              end-if
           end-if.
      * the latest contact and the next promise go on the customer's
      * entry; a promise due in the look-back window is kept to be
      * checked against the receipts
       loadnotertn.
           move cn-cust to srch-cust.
           perform findworkrtn.
           if work-found
              if cn-date >= wl-note-date (work-idx)
                 move cn-date to wl-note-date (work-idx)
                 move cn-text to wl-note-text (work-idx)
              end-if
              if cn-promise and cn-prom-date >= rundate-ymd6
                 if wl-prom-date (work-idx) = zeros
                       or cn-prom-date < wl-prom-date (work-idx)
                    move cn-prom-date to wl-prom-date (work-idx)
                    move cn-prom-amount to wl-prom-amount (work-idx)
                 end-if
              end-if
           end-if.
           if cn-promise and cn-prom-date < rundate-ymd6
              move cn-prom-date to day-date
              compute item-days = day-yy * 365 + day-mm * 30 + day-dd
              if item-days >= run-days - look-days
                 perform keeppromrtn
              end-if
           end-if.
           read collnote at end move '1' to collnote-eof.
       keeppromrtn.
           if prom-count >= 2000
              display "CAR252 - PROM-TABLE FULL, CN-CUST: "
                  cn-cust " NOT CHECKED" upon console
           else
              add 1 to prom-count
              move cn-cust to pr-cust (prom-count)
              move cn-date to pr-date (prom-count)
              move cn-collector to pr-collector (prom-count)
              move cn-inv (1) to pr-inv (prom-count 1)
              move cn-inv (2) to pr-inv (prom-count 2)
              move cn-inv (3) to pr-inv (prom-count 3)
              move cn-prom-amount to pr-amount (prom-count)
              move cn-prom-date to pr-prom-date (prom-count)
              move 0 to pr-paid (prom-count)
           end-if.
       findworkrtn.
           move 1 to work-idx.
           move 'N' to work-found-sw.
           perform findwork1rtn
               until work-found or work-idx > work-cnt.
       findwork1rtn.
           if wl-cust (work-idx) = srch-cust
              move 'Y' to work-found-sw
           else
              add 1 to work-idx
           end-if.
      * customer money off the paid history - a car220 receipt, a
      * suspense or national account application, or an NSF taking
      * one back
       paidrtn.
           if pd-receipt or pd-applied or pd-natacct or pd-nsf
              perform paid1rtn varying prom-idx from 1 by 1
                  until prom-idx > prom-count
           end-if.
           read arpaid at end move '1' to arpaid-eof.
       paid1rtn.
           if pd-cust = pr-cust (prom-idx)
                 and pd-paid-date >= pr-date (prom-idx)
                 and pd-paid-date <= pr-prom-date (prom-idx)
              perform invmatchrtn
              if inv-match
                 add pd-paid to pr-paid (prom-idx)
              end-if
           end-if.
      * a promise naming no invoices takes any money on the account
       invmatchrtn.
           if pr-inv (prom-idx 1) = zeros
                 and pr-inv (prom-idx 2) = zeros
                 and pr-inv (prom-idx 3) = zeros
              move 'Y' to inv-match-sw
           else
              move 'N' to inv-match-sw
              perform invmatch1rtn varying inv-idx from 1 by 1
                  until inv-idx > 3
           end-if.
       invmatch1rtn.
           if pr-inv (prom-idx inv-idx) not = zeros
                 and pr-inv (prom-idx inv-idx) = pd-inv
              move 'Y' to inv-match-sw
           end-if.
      * short of the promise is broken - flag the customer's line
       brokenrtn.
           if pr-paid (prom-idx) < pr-amount (prom-idx)
              move pr-cust (prom-idx) to srch-cust
              perform findworkrtn
              if work-found
                 move 'Y' to wl-broken (work-idx)
              end-if
           end-if.
       loadsort-rtn.
           perform loadsort1rtn varying work-idx from 1 by 1
               until work-idx > work-cnt.
       loadsort1rtn.
           if wl-overdue (work-idx) > 0
              move wl-overdue (work-idx) to sr-overdue
              move wl-cust (work-idx) to sr-cust
              move work-idx to sr-idx
              release sortrec
           end-if.
       worklistrtn.
           return sortwk at end move 'Y' to sort-eof.
           perform worklinertn until sort-at-eof.
           move overdue-total to amt-ed.
           move spaces to rptline.
           string "CUSTOMERS TO CALL: " work-count
                  "  TOTAL OVERDUE: " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       worklinertn.
           move sr-idx to work-idx.
           add 1 to work-count.
           add wl-overdue (work-idx) to overdue-total.
           move wl-overdue (work-idx) to amt-ed.
           move wl-over90 (work-idx) to amt2-ed.
           move wl-oldest (work-idx) to age-ed.
           move spaces to prom-ed.
           if wl-prom-date (work-idx) not = zeros
              move wl-prom-amount (work-idx) to amt3-ed
              string wl-prom-date (work-idx) amt3-ed
                  delimited by size into prom-ed
              end-string
           end-if.
           if wl-broken (work-idx) = 'Y'
              move "BROKEN" to broke-ed
           else
              move spaces to broke-ed
           end-if.
           move spaces to rptline.
           string wl-cust (work-idx) " " wl-name (work-idx)
                  amt-ed amt2-ed "  " age-ed "  "
                  wl-note-date (work-idx) "  " prom-ed "  "
                  broke-ed " " wl-note-text (work-idx)
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           return sortwk at end move 'Y' to sort-eof.
      * the promises that fell due in the window and were not kept
       brokenlistrtn.
           move spaces to rptline.
           string "BROKEN PROMISES - DUE IN THE LAST " look-days
                  " DAY(S) AND NOT PAID IN FULL ON ARPAID"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "CUST   NAME                 CONTACT BY    "
                  "DUE            PROMISED        RECEIVED"
                  "           SHORT"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform brokenlinertn varying prom-idx from 1 by 1
               until prom-idx > prom-count.
           move broken-total to amt-ed.
           move spaces to rptline.
           string "BROKEN PROMISES: " broken-count
                  "  SHORT: " amt-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
       brokenlinertn.
           if pr-paid (prom-idx) < pr-amount (prom-idx)
              add 1 to broken-count
              compute short-amount =
                  pr-amount (prom-idx) - pr-paid (prom-idx)
              add short-amount to broken-total
              move spaces to custrec
              move pr-cust (prom-idx) to cm-cust
              read custmas
                  invalid key move 'N' to cm-found-sw
                  not invalid key move 'Y' to cm-found-sw
              end-read
              if not cm-found
                 move "*** NOT ON CUSTMAS ***" to cm-name
              end-if
              move pr-amount (prom-idx) to amt-ed
              move pr-paid (prom-idx) to amt2-ed
              move short-amount to amt3-ed
              move spaces to rptline
              string pr-cust (prom-idx) " " cm-name "  "
                     pr-date (prom-idx) " " pr-collector (prom-idx)
                     "  " pr-prom-date (prom-idx) "  " amt-ed
                     " " amt2-ed " " amt3-ed
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
