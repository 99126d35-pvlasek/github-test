      *          cost (sd-price under pm-cost); a product with a
      *          blank or zero cost is flagged NO COST rather than
      *          pretending a 100 percent margin
      *        - CAR257-FROM-PERIOD=yymm takes the margin over closed
      *          months as well: the SALESUM monthly summary rows from
      *          that month on are added to the open-period SALEDTL
      *          pass at the cost car245 extended when it archived the
      *          month. The summary holds no single lines, so the
      *          below-cost exceptions are the open period's only; a
      *          summarised row with sales and no cost counts its
      *          lines as NO-COST. Unset, the report is the open
      *          period alone as before
       program-id. car257.
       environment division.
       input-output section.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select salesum assign external SALESUM
                  organization record sequential access mode sequential
                  file status salesum-stat.
           select margrpt assign external MARGRPT
                  organization line sequential.
      *eject
           01 salerec. copy "saledtl.cpy".
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  salesum record contains 80 characters.
           01 sumrec. copy "salesum.cpy".
       fd  margrpt record contains 132 characters.
           01 rptline            pic x(132).
      *eject
               88 saledtl-at-eof          value '1'.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 salesum-eof        pic x value ' '.
               88 salesum-at-eof          value '1'.
           05 records-read       pic 9(7) value zeros.
           05 belowcost-count    pic 9(5) value zeros.
           05 nocost-count       pic 9(7) value zeros.
           05 cost-count         pic 9(3) value zeros.
           05 prod-count         pic 9(3) value zeros.
           05 cust-count         pic 9(3) value zeros.
           05 srch-idx           pic 9(3) value zeros.
           05 found-sw           pic x value 'N'.
               88 found                   value 'Y'.
           05 line-cost          pic s9(11)v99 comp-3 value 0.
           05 line-margin        pic s9(9)v99 comp-3 value 0.
           05 this-cost          pic s9(5)v99 comp-3 value 0.
           05 cost-found-sw      pic x value 'N'.
           05 pct-ed             pic zzzz9.9-.
           05 price-ed           pic zzzz9.99.
           05 ucost-ed           pic zzzz9.99.
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
           05 sum-lines          pic 9(7) value zeros.
      * unit cost per product off PRODMAS
       01  cost-table.
           05 cost-entry occurs 500 times.
       01  misc.
           05 saledtl-stat       pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
           05 salesum-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept from-txt from environment "CAR257-FROM-PERIOD"
               on exception move spaces to from-txt
           end-accept.
           open input prodmas.
           if prodmas-stat not = '00'
              move prodmas-stat to mf-filestat
           read saledtl at end move '1' to saledtl-eof.
           perform marginrtn until saledtl-at-eof.
           close saledtl.
           if from-txt not = spaces
              perform sumrtn
           end-if.
           perform prodsecrtn.
           perform custsecrtn.
           perform ttlrtn.
              move 0 to line-cost
              add 1 to nocost-count
           end-if.
           move sd-prod to wk-prod.
           move sd-cust to wk-cust.
           move sd-amount to wk-amount.
           perform prodaccrtn.
           perform custaccrtn.
           add sd-amount to tot-revenue.
           add line-cost to tot-cost.
           read saledtl at end move '1' to saledtl-eof.
      * the closed months from CAR257-FROM-PERIOD on, off SALESUM -
      * a missing summary file is no closed-month sales
       sumrtn.
           if from-txt not numeric
              display "CAR257 - CAR257-FROM-PERIOD " from-txt
                  " IS NOT YYMM - OPEN PERIOD REPORTED ALONE"
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
                 display "CAR257 - NO SALESUM FILE - OPEN PERIOD "
                     "REPORTED ALONE" upon console
              end-if
              display "CAR257 - SALESUM ROWS FROM " from-period
                  " ADDED: " sum-rows upon console
           end-if.
       sum1rtn.
           move ss-period to rec-period.
           perform centuryrtn.
           if rec-ccyymm not < from-ccyymm
              add 1 to sum-rows
              add ss-lines to records-read
              add ss-lines to sum-lines
              if ss-cost = 0 and ss-amount not = 0
                 add ss-lines to nocost-count
              end-if
              move ss-cost to line-cost
              move ss-prod to wk-prod
              move ss-cust to wk-cust
              move ss-amount to wk-amount
              perform prodaccrtn
              perform custaccrtn
              add ss-amount to tot-revenue
              add line-cost to tot-cost
           end-if.
           read salesum at end move '1' to salesum-eof.
       centuryrtn.
           if rec-period-yy < 50
              compute rec-ccyymm = 200000 + rec-period
           else
              compute rec-ccyymm = 190000 + rec-period
           end-if.
       findcostrtn.
           move 1 to srch-idx.
           move 'N' to cost-found-sw.
           perform prodacc1rtn
               until found or srch-idx > prod-count.
           if found
              add wk-amount to pd-revenue (srch-idx)
              add line-cost to pd-cost (srch-idx)
           else
              if prod-count >= 500
                 display "CAR257 - PROD-TABLE FULL, SD-PROD: "
                     wk-prod " NOT ACCUMULATED" upon console
              else
                 add 1 to prod-count
                 move wk-prod to pd-prod (prod-count)
                 move wk-amount to pd-revenue (prod-count)
                 move line-cost to pd-cost (prod-count)
              end-if
           end-if.
       prodacc1rtn.
           if pd-prod (srch-idx) = wk-prod
              move 'Y' to found-sw
           else
              add 1 to srch-idx
           perform custacc1rtn
               until found or srch-idx > cust-count.
           if found
              add wk-amount to cd-revenue (srch-idx)
              add line-cost to cd-cost (srch-idx)
           else
              if cust-count >= 500
                 display "CAR257 - CUST-TABLE FULL, SD-CUST: "
                     wk-cust " NOT ACCUMULATED" upon console
              else
                 add 1 to cust-count
                 move wk-cust to cd-cust (cust-count)
                 move wk-amount to cd-revenue (cust-count)
                 move line-cost to cd-cost (cust-count)
              end-if
           end-if.
       custacc1rtn.
           if cd-cust (srch-idx) = wk-cust
              move 'Y' to found-sw
           else
              add 1 to srch-idx
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           if sum-rows > 0
              move spaces to rptline
              string "CLOSED MONTHS FROM " from-period
                     " OFF SALESUM - SUMMARY ROWS: " sum-rows
                     "  LINES: " sum-lines
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
