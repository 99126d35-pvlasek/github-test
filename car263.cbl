       identification division.
      * car263 - test/demo mainframe conversion to micro focus cobol
      *        - days-to-pay analysis off the permanent ARPAID paid-
      *          item history (arpaid.cpy), one line per customer
      *        - days to pay is paid date less invoice date on every
      *          receipt, suspense or national account application,
      *          weighted by the money - a large invoice paid late
      *          counts for more than a small one paid late
      *        - an NSF reversal takes back the days of the receipt it
      *          bounced (same cheque reference on the same invoice);
      *          discounts and write-offs are not payments and are
      *          left out, as is anything with no invoice date
      *        - the best and worst invoice is the one paid fastest
      *          and slowest on its own weighted days
      *        - the trend is the weighted days in each of the last
      *          four 90-day quarters back from the run date, shown
      *          against the customer's cm-net-days terms, with the
      *          latest quarter compared to the earliest one that
      *          has payments (more than 5 days either way is SLOWER
      *          or FASTER)
      *        - ARPAID not there yet is no history - an empty report
       program-id. car263.
       environment division.
       input-output section.
       file-control.
           select arpaid assign external ARPAID
                  organization record sequential access mode sequential
                  file status arpaid-stat.
           select custmas assign external CUSTMAS
                  organization indexed access mode random
                  record key cm-cust
                  alternate record key cm-name with duplicates
                  file status custmas-stat.
           select dayspay assign external DAYSPAY
                  organization line sequential.
           select sortwk assign "sortwk263".
      *eject
       data  division.
       file section.
       fd  arpaid record contains 64 characters.
           01 paidin             pic x(64).
       fd  custmas record contains 256 characters.
           01 custrec. copy "custmas.cpy".
       fd  dayspay record contains 132 characters.
           01 rptline            pic x(132).
      * the paid-item row, keyed for the customer/invoice breaks -
      * positions as arpaid.cpy lays them out
       sd  sortwk.
           01 sortrec.
              05 sr-cust         pic 9(6).
              05 sr-inv          pic 9(6).
              05 filler          pic x(12).
              05 sr-paid-date    pic 9(6).
              05 filler          pic x(34).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  pdrec. copy "arpaid.cpy".
       01  wrk-flds.
           05 arpaid-eof         pic x value ' '.
               88 arpaid-at-eof           value '1'.
           05 sort-eof           pic x value ' '.
               88 sort-at-eof             value 'Y'.
           05 cm-found-sw        pic x value 'N'.
               88 cm-found                value 'Y'.
           05 first-sw           pic x value 'Y'.
               88 first-row               value 'Y'.
           05 prev-cust          pic 9(6) value zeros.
           05 prev-inv           pic 9(6) value zeros.
           05 row-count          pic 9(7) value zeros.
           05 cust-count         pic 9(5) value zeros.
           05 net-days           pic 9(3) value zeros.
           05 avg-days           pic s9(5) value zeros.
           05 over-days          pic s9(5) value zeros.
           05 first-q-days       pic s9(5) value zeros.
           05 last-q-days        pic s9(5) value zeros.
           05 trend-word         pic x(7) value spaces.
           05 days-ed            pic zzzz9-.
           05 over-ed            pic zzzz9-.
           05 best-ed            pic zzzz9-.
           05 worst-ed           pic zzzz9-.
           05 q-ed               pic x(6) value spaces.
           05 q-ed-n redefines q-ed
                                 pic zzzz9-.
           05 q-col              pic 9(1) value zeros.
           05 qtr-seen-sw        pic x value 'N'.
               88 qtr-seen                value 'Y'.
      * the four quarters as printed, oldest first
       01  qtr-line.
           05 qtr-print occurs 4 times.
              10 qp-ed           pic x(6).
              10 filler          pic x(1).
      * day numbers, the car216 approximation
       01  day-flds.
           05 day-date           pic 9(6) value zeros.
           05 day-date-r redefines day-date.
              10 day-yy          pic 9(2).
              10 day-mm          pic 9(2).
              10 day-dd          pic 9(2).
           05 run-days           pic s9(7) value zeros.
           05 inv-days           pic s9(7) value zeros.
           05 paid-days          pic s9(7) value zeros.
           05 row-days           pic s9(5) value zeros.
           05 age-days           pic s9(7) value zeros.
           05 q-idx              pic 9(1) value zeros.
      * the invoice in hand - its payments and the days of the last
      * receipt, for an NSF to take back
       01  inv-flds.
           05 inv-amt            pic s9(11)v99 comp-3 value 0.
           05 inv-amtdays        pic s9(15)v99 comp-3 value 0.
           05 inv-avg            pic s9(5) value zeros.
           05 last-chqref        pic x(10) value spaces.
           05 last-days          pic s9(5) value zeros.
      * the customer in hand - overall, best, worst and by quarter,
      * quarter 1 the latest
       01  cust-flds.
           05 cust-amt           pic s9(11)v99 comp-3 value 0.
           05 cust-amtdays       pic s9(15)v99 comp-3 value 0.
           05 cust-invs          pic 9(5) value zeros.
           05 best-inv           pic 9(6) value zeros.
           05 best-days          pic s9(5) value zeros.
           05 worst-inv          pic 9(6) value zeros.
           05 worst-days         pic s9(5) value zeros.
           05 qtr-entry occurs 4 times.
              10 qt-amt          pic s9(11)v99 comp-3.
              10 qt-amtdays      pic s9(15)v99 comp-3.
       01  misc.
           05 arpaid-stat        pic xx value spaces.
           05 custmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           compute run-days = rundate-ymd6-yy * 365
               + rundate-ymd6-mm * 30 + rundate-ymd6-dd.
           open input custmas.
           if custmas-stat not = '00'
              move custmas-stat to mf-filestat
              move "CUSTMAS"    to mf-filenamei
              move "CUSTMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output dayspay.
           move spaces to rptline.
           string "DAYS-TO-PAY ANALYSIS - AR PAID ITEMS - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "CUST   NAME                 TRM AVG DAYS"
                  "   OVER TRM  INVS   BEST INV DAYS"
                  "   WORST INV DAYS  Q-4    Q-3    Q-2   LAST"
                  "  TREND"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "                                             "
                  "                                            "
                  "DAYS OVER TERMS BY QUARTER, OLDEST FIRST"
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           sort sortwk on ascending key sr-cust sr-inv sr-paid-date
               with duplicates in order
               input procedure loadsort-rtn
               output procedure analrtn.
           move spaces to rptline.
           string "CUSTOMERS: " cust-count
                  "  PAID-ITEM ROWS READ: " row-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           close custmas dayspay.
           move "CAR263" to jobsum-pgm.
           move cust-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadsort-rtn.
           open input arpaid.
           if arpaid-stat = '00'
              read arpaid at end move '1' to arpaid-eof
              end-read
              perform loadrtn until arpaid-at-eof
              close arpaid
           end-if.
       loadrtn.
           add 1 to row-count.
           move paidin to sortrec.
           release sortrec.
           read arpaid at end move '1' to arpaid-eof.
       analrtn.
           return sortwk into pdrec at end move 'Y' to sort-eof.
           perform anal1rtn until sort-at-eof.
           if not first-row
              perform invendrtn
              perform custendrtn
           end-if.
       anal1rtn.
           if not first-row
              if pd-cust not = prev-cust
                 perform invendrtn
                 perform custendrtn
              else
                 if pd-inv not = prev-inv
                    perform invendrtn
                 end-if
              end-if
           end-if.
           if first-row or pd-cust not = prev-cust
              perform custstartrtn
           end-if.
           if first-row or pd-cust not = prev-cust
                        or pd-inv not = prev-inv
              perform invstartrtn
           end-if.
           move 'N' to first-sw.
           move pd-cust to prev-cust.
           move pd-inv to prev-inv.
           perform rowrtn.
           return sortwk into pdrec at end move 'Y' to sort-eof.
       custstartrtn.
           move 0 to cust-amt cust-amtdays.
           move zeros to cust-invs best-inv worst-inv.
           move zeros to best-days worst-days.
           move 0 to qt-amt (1) qt-amtdays (1) qt-amt (2)
                     qt-amtdays (2) qt-amt (3) qt-amtdays (3)
                     qt-amt (4) qt-amtdays (4).
       invstartrtn.
           move 0 to inv-amt inv-amtdays.
           move spaces to last-chqref.
           move zeros to last-days.
      * one paid-item row - only money that paid, or an NSF taking
      * it back, and only with an invoice date to count from
       rowrtn.
           if pd-receipt or pd-applied or pd-natacct or pd-nsf
              if pd-inv-date numeric and pd-inv-date not = zeros
                 and pd-paid-date numeric and pd-paid numeric
                 move pd-inv-date to day-date
                 compute inv-days = day-yy * 365 + day-mm * 30
                     + day-dd
                 move pd-paid-date to day-date
                 compute paid-days = day-yy * 365 + day-mm * 30
                     + day-dd
                 compute row-days = paid-days - inv-days
                 if row-days < 0
                    move 0 to row-days
                 end-if
                 if pd-nsf
                    if pd-chqref = last-chqref
                       move last-days to row-days
                    end-if
                 else
                    move pd-chqref to last-chqref
                    move row-days to last-days
                 end-if
                 perform rowaddrtn
              end-if
           end-if.
      * the row into the invoice, the customer and its quarter - an
      * NSF row carries a negative amount and backs itself out
       rowaddrtn.
           add pd-paid to inv-amt.
           compute inv-amtdays = inv-amtdays + pd-paid * row-days.
           add pd-paid to cust-amt.
           compute cust-amtdays = cust-amtdays + pd-paid * row-days.
           compute age-days = run-days - paid-days.
           if age-days >= 0 and age-days < 360
              compute q-idx = age-days / 90 + 1
              add pd-paid to qt-amt (q-idx)
              compute qt-amtdays (q-idx) =
                  qt-amtdays (q-idx) + pd-paid * row-days
           end-if.
      * an invoice with money still paid against it after any NSF
      * is a candidate for best and worst
       invendrtn.
           if inv-amt > 0
              compute inv-avg rounded = inv-amtdays / inv-amt
              add 1 to cust-invs
              if cust-invs = 1
                 move prev-inv to best-inv worst-inv
                 move inv-avg to best-days worst-days
              else
                 if inv-avg < best-days
                    move prev-inv to best-inv
                    move inv-avg to best-days
                 end-if
                 if inv-avg > worst-days
                    move prev-inv to worst-inv
                    move inv-avg to worst-days
                 end-if
              end-if
           end-if.
      * the customer's line - nothing paid in cash is nothing to
      * measure
       custendrtn.
           if cust-amt > 0
              perform custlinertn
           end-if.
       custlinertn.
           add 1 to cust-count.
           move spaces to custrec.
           move prev-cust to cm-cust.
           read custmas
               invalid key move 'N' to cm-found-sw
               not invalid key move 'Y' to cm-found-sw
           end-read.
           if not cm-found
              move "*** NOT ON CUSTMAS ***" to cm-name
              move zeros to net-days
           else
              if cm-net-days numeric
                 move cm-net-days to net-days
              else
                 move zeros to net-days
              end-if
           end-if.
           compute avg-days rounded = cust-amtdays / cust-amt.
           compute over-days = avg-days - net-days.
           move avg-days to days-ed.
           move over-days to over-ed.
           move best-days to best-ed.
           move worst-days to worst-ed.
           move spaces to qtr-line.
           move zeros to first-q-days last-q-days.
           move 'N' to qtr-seen-sw.
           perform qtrrtn varying q-idx from 4 by -1
               until q-idx < 1.
           perform trendrtn.
           move spaces to rptline.
           string prev-cust " " cm-name " " net-days "   " days-ed
                  "     " over-ed "  " cust-invs "  " best-inv
                  best-ed "     " worst-inv worst-ed qtr-line
                  trend-word
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
      * one quarter's days over terms, oldest first; a quarter with
      * no payments stays blank
       qtrrtn.
           compute q-col = 5 - q-idx.
           if qt-amt (q-idx) > 0
              compute row-days rounded =
                  qt-amtdays (q-idx) / qt-amt (q-idx) - net-days
              move row-days to q-ed-n
              move q-ed to qp-ed (q-col)
              if not qtr-seen
                 move row-days to first-q-days
                 move 'Y' to qtr-seen-sw
              end-if
              move row-days to last-q-days
           end-if.
      * latest quarter against the earliest with payments
       trendrtn.
           move spaces to trend-word.
           if qt-amt (1) > 0
              if last-q-days > first-q-days + 5
                 move " SLOWER" to trend-word
              else
                 if last-q-days < first-q-days - 5
                    move " FASTER" to trend-word
                 else
                    move " STEADY" to trend-word
                 end-if
              end-if
           end-if.
       copy "unixproc1.cpy".
