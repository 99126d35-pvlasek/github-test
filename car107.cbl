      *          the whole file, then prints the top movers of each so
      *          the sales manager doesn't have to rebuild it by hand
      *          from the CAR200 listing every week
      *        - CAR107-FROM-PERIOD=yymm ranks over closed months as
      *          well: the SALESUM monthly summary rows from that
      *          month on are added to the open-period SALEDTL pass,
      *          so a quarter or year-to-date ranking needs no pass
      *          of the SALEHIST archive; unset, the ranking is the
      *          open period alone as before
       program-id. car107.
       environment division.
       input-output section.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status saledtl-stat.
           select salesum assign external SALESUM
                  organization record sequential access mode sequential
                  file status salesum-stat.
           select rankrpt assign external RANKRPT
                  organization line sequential.
      *eject
       file section.
       fd  saledtl record contains 80 characters.
           01 salerec. copy "saledtl.cpy".
       fd  salesum record contains 80 characters.
           01 sumrec. copy "salesum.cpy".
       fd  rankrpt record contains 120 characters.
           01 rptline            pic x(120).
      *eject
       01  wrk-flds.
           05 saledtl-eof        pic x value ' '.
               88 saledtl-at-eof          value '1'.
           05 salesum-eof        pic x value ' '.
               88 salesum-at-eof          value '1'.
           05 top-n              pic 9(3) value 10.
           05 prod-count         pic 9(3) value zeros.
           05 cust-count         pic 9(3) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 rpt-amt-ed         pic zzzzzzz9.99.
           05 wk-prod            pic x(6) value spaces.
           05 wk-cust            pic 9(6) value zeros.
           05 wk-amount          pic s9(11)v99 comp-3 value 0.
      * first closed month to take off SALESUM, as yymm and as
      * ccyymm so a window across the century compares in order
       01  period-flds.
           05 from-txt           pic x(4) value spaces.
           05 from-period        pic 9(4) value zeros.
           05 from-ccyymm        pic 9(6) value zeros.
           05 rec-period         pic 9(4) value zeros.
           05 rec-period-r redefines rec-period.
              10 rec-period-yy   pic 9(2).
              10 rec-period-mm   pic 9(2).
           05 rec-ccyymm         pic 9(6) value zeros.
           05 sum-rows           pic 9(7) value zeros.
       01  prod-table.
           05 prod-entry occurs 500 times.
              10 prod-code       pic x(6).
                 88 cust-printed         value 'Y'.
       01  misc.
           05 saledtl-stat       pic xx value spaces.
           05 salesum-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
           accept top-n from environment "CAR107-TOP-N"
               on exception move 10 to top-n
           end-accept.
           accept from-txt from environment "CAR107-FROM-PERIOD"
               on exception move spaces to from-txt
           end-accept.
           open input saledtl.
           if saledtl-stat not = '00'
              move saledtl-stat to mf-filestat
           read saledtl at end move '1' to saledtl-eof.
           perform accumrtn until saledtl-at-eof.
           close saledtl.
           if from-txt not = spaces
              perform sumrtn
           end-if.
           perform prodranktn.
           perform custranktn.
           close rankrpt.
      *eject
      * accumulate sd-amount into the product and customer tables
       accumrtn.
           move sd-prod to wk-prod.
           move sd-cust to wk-cust.
           move sd-amount to wk-amount.
           perform accum1rtn.
           read saledtl at end move '1' to saledtl-eof.
       accum1rtn.
           perform findprodrtn.
           if found
              add wk-amount to prod-amount (srch-idx)
           else
              if prod-count >= 500
                 display "CAR107 - PROD-TABLE FULL, SD-PROD: " wk-prod
                     " NOT ACCUMULATED" upon console
              else
                 add 1 to prod-count
                 move wk-prod to prod-code (prod-count)
                 move wk-amount to prod-amount (prod-count)
              end-if
           end-if.
           perform findcustrtn.
           if found
              add wk-amount to cust-amount (srch-idx)
           else
              if cust-count >= 2000
                 display "CAR107 - CUST-TABLE FULL, SD-CUST: " wk-cust
                     " NOT ACCUMULATED" upon console
              else
                 add 1 to cust-count
                 move wk-cust to cust-no (cust-count)
                 move wk-amount to cust-amount (cust-count)
              end-if
           end-if.
      * the closed months from CAR107-FROM-PERIOD on, off SALESUM -
      * a missing summary file is no closed-month sales
       sumrtn.
           if from-txt not numeric
              display "CAR107 - CAR107-FROM-PERIOD " from-txt
                  " IS NOT YYMM - OPEN PERIOD RANKED ALONE"
                  upon console
           else
              move from-txt to from-period
              move from-period to rec-period
              perform centuryrtn
              move rec-ccyymm to from-ccyymm
              open input salesum
              if salesum-stat = '00'
                 read salesum at end move '1' to salesum-eof
                 end-read
                 perform sum1rtn until salesum-at-eof
                 close salesum
              else
                 display "CAR107 - NO SALESUM FILE - OPEN PERIOD "
                     "RANKED ALONE" upon console
              end-if
              display "CAR107 - SALESUM ROWS FROM " from-period
                  " ADDED: " sum-rows upon console
           end-if.
       sum1rtn.
           move ss-period to rec-period.
           perform centuryrtn.
           if rec-ccyymm not < from-ccyymm
              add 1 to sum-rows
              move ss-prod to wk-prod
              move ss-cust to wk-cust
              move ss-amount to wk-amount
              perform accum1rtn
           end-if.
           read salesum at end move '1' to salesum-eof.
       centuryrtn.
           if rec-period-yy < 50
              compute rec-ccyymm = 200000 + rec-period
           else
              compute rec-ccyymm = 190000 + rec-period
           end-if.
       findprodrtn.
           move 1 to srch-idx.
           move 'N' to found-sw.
           perform findprod1rtn
               until found or srch-idx > prod-count.
       findprod1rtn.
           if prod-code (srch-idx) = wk-prod
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           perform findcust1rtn
               until found or srch-idx > cust-count.
       findcust1rtn.
           if cust-no (srch-idx) = wk-cust
              move 'Y' to found-sw
           else
              add 1 to srch-idx
