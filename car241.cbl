       identification division.
      * car241 - test/demo mainframe conversion to micro focus cobol
      *        - nightly replenishment report - what to reorder, off
      *          the system instead of a walk round the warehouse
      *        - the reorder settings sit alongside PRODMAS on the
      *          REORDPT control table, one row per product kept the
      *          way PRODMAS itself is: the reorder point and the
      *          standard order quantity the buyer buys in
      *        - open demand is om-qty less om-shipped on every 'O'
      *          and 'B' ORDMAS line; pm-onhand less that demand is
      *          the projected stock, and a product projected below
      *          its reorder point is listed with a suggested order -
      *          the order quantity, in as many lots as it takes to
      *          lift the projection back over the reorder point -
      *          and its value at pm-cost
      *        - a product sold on SALEDTL in the last CAR241-DAYS
      *          days (default 90) with no REORDPT row is listed
      *          apart, so the buyer knows what still needs settings
       program-id. car241.
       environment division.
       input-output section.
       file-control.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select reordpt assign external REORDPT
                  organization line sequential
                  file status reordpt-stat.
           select ordmas assign external ORDMAS
                  organization record sequential access mode sequential
                  file status ordmas-stat.
           select saledtl assign external SALEDTL
                  organization record sequential access mode sequential
                  file status saledtl-stat.
           select reordrpt assign external REORDRPT
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
      * reorder settings, one row per product - text as keyed,
      * validated through NUMEDIT
       fd  reordpt record contains 80 characters.
           01 rprec.
              05 rp-prod         pic x(6).
              05 rp-reorder      pic x(7).
              05 rp-order-qty    pic x(7).
              05 filler          pic x(60).
       fd  ordmas record contains 80 characters.
           01 ordrec. copy "ordmas.cpy".
       fd  saledtl record contains 80 characters.
           01 salerec. copy "saledtl.cpy".
       fd  reordrpt record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 reordpt-eof        pic x value ' '.
               88 reordpt-at-eof          value '1'.
           05 ordmas-eof         pic x value ' '.
               88 ordmas-at-eof           value '1'.
           05 saledtl-eof        pic x value ' '.
               88 saledtl-at-eof          value '1'.
           05 reorder-count      pic 9(5) value zeros.
           05 nosetup-count      pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 projected          pic s9(9) value zeros.
           05 suggest-qty        pic s9(9) value zeros.
           05 suggest-value      pic s9(9)v99 comp-3 value 0.
           05 suggest-total      pic s9(11)v99 comp-3 value 0.
           05 qty-ed             pic zzz,zzz,zz9-.
           05 value-ed           pic zzzz,zzz.99-.
           05 total-ed           pic zzz,zzz,zz9.99-.
      * sold-within window as day numbers, the car216 approximation
       01  day-flds.
           05 days-txt           pic x(3) value '090'.
           05 days-txt-n redefines days-txt
                                 pic 9(3).
           05 recent-days        pic 9(3) value 90.
           05 day-date           pic 9(6) value zeros.
           05 day-date-r redefines day-date.
              10 day-yy          pic 9(2).
              10 day-mm          pic 9(2).
              10 day-dd          pic 9(2).
           05 run-days           pic s9(7) value zeros.
           05 sale-days          pic s9(7) value zeros.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 3.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
           05 reorder-ok-sw      pic x value 'N'.
               88 reorder-ok             value 'Y'.
      * one entry per product on PRODMAS, with its settings, open
      * demand and whether it sold recently
       01  prod-flds.
           05 prod-count         pic 9(4) value zeros.
           05 prod-idx           pic 9(4) value zeros.
           05 prod-found-sw      pic x value 'N'.
               88 prod-found              value 'Y'.
           05 srch-prod          pic x(6) value spaces.
       01  prod-table.
           05 prod-entry occurs 2000 times.
              10 pt-prod         pic x(6).
              10 pt-dscrptn      pic x(30).
              10 pt-onhand       pic s9(7).
              10 pt-cost         pic 9(5)v99.
              10 pt-setup        pic x(1).
              10 pt-reorder      pic 9(7).
              10 pt-order-qty    pic 9(7).
              10 pt-demand       pic s9(9).
              10 pt-sold         pic x(1).
       01  misc.
           05 prodmas-stat       pic xx value spaces.
           05 reordpt-stat       pic xx value spaces.
           05 ordmas-stat        pic xx value spaces.
           05 saledtl-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           accept days-txt from environment "CAR241-DAYS"
               on exception move '090' to days-txt
           end-accept.
           call "numedit" using days-txt edit-lth edit-valid-sw.
           if edit-valid
              move days-txt-n to recent-days
           else
              display "CAR241 - INVALID CAR241-DAYS VALUE: "
                  days-txt upon console
              move 90 to recent-days
           end-if.
           compute run-days = rundate-ymd6-yy * 365
               + rundate-ymd6-mm * 30 + rundate-ymd6-dd.
           open input prodmas.
           if prodmas-stat not = '00'
              move prodmas-stat to mf-filestat
              move "PRODMAS"    to mf-filenamei
              move "PRODMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read prodmas at end move '1' to prodmas-eof.
           perform loadprodrtn until prodmas-at-eof.
           close prodmas.
           open output reordrpt.
           move spaces to rptline.
           string "REPLENISHMENT - SUGGESTED PURCHASES - RUN DATE "
                  rundate-ymd6e
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
      * no REORDPT yet is nothing set up - everything sold lands on
      * the setup list
           open input reordpt.
           if reordpt-stat = '00'
              read reordpt at end move '1' to reordpt-eof
              end-read
              perform loadreordrtn until reordpt-at-eof
              close reordpt
           end-if.
           open input ordmas.
           if ordmas-stat not = '00'
              move ordmas-stat to mf-filestat
              move "ORDMAS"     to mf-filenamei
              move "ORDMAS"     to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read ordmas at end move '1' to ordmas-eof.
           perform demandrtn until ordmas-at-eof.
           close ordmas.
           open input saledtl.
           if saledtl-stat not = '00'
              move saledtl-stat to mf-filestat
              move "SALEDTL"    to mf-filenamei
              move "SALEDTL"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           read saledtl at end move '1' to saledtl-eof.
           perform soldrtn until saledtl-at-eof.
           close saledtl.
           move spaces to rptline.
           string "PROD    DESCRIPTION                       ON-HAND"
                  "       DEMAND    PROJECTED  REORDER PT"
                  "    SUGGESTED    AT COST"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform reorderrtn varying prod-idx from 1 by 1
               until prod-idx > prod-count.
           move suggest-total to total-ed.
           move spaces to rptline.
           string "PRODUCTS TO REORDER: " reorder-count
                  "  SUGGESTED PURCHASES AT COST: " total-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 2 lines.
           move spaces to rptline.
           string "SOLD IN THE LAST " recent-days
                  " DAYS BUT NO REORDER SETTINGS ON REORDPT"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           perform nosetuprtn varying prod-idx from 1 by 1
               until prod-idx > prod-count.
           move spaces to rptline.
           string "PRODUCTS NEEDING SETTINGS: " nosetup-count
                  "  REORDPT ROWS REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           close reordrpt.
           move "CAR241" to jobsum-pgm.
           move reorder-count to jobsum-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       loadprodrtn.
           if prod-count >= 2000
              display "CAR241 - PROD-TABLE FULL, PM-PROD: "
                  pm-prod " NOT LOADED" upon console
           else
              add 1 to prod-count
              move pm-prod to pt-prod (prod-count)
              move pm-dscrptn to pt-dscrptn (prod-count)
              if pm-onhand numeric
                 move pm-onhand to pt-onhand (prod-count)
              else
                 move zeros to pt-onhand (prod-count)
              end-if
              if pm-cost numeric
                 move pm-cost to pt-cost (prod-count)
              else
                 move zeros to pt-cost (prod-count)
              end-if
              move 'N' to pt-setup (prod-count)
              move zeros to pt-reorder (prod-count)
              move zeros to pt-order-qty (prod-count)
              move 0 to pt-demand (prod-count)
              move 'N' to pt-sold (prod-count)
           end-if.
           read prodmas at end move '1' to prodmas-eof.
      * one product's settings - both must be numeric and the order
      * quantity above zero, or the row is rejected
       loadreordrtn.
           move 'Y' to reorder-ok-sw.
           move 7 to edit-lth.
           call "numedit" using rp-reorder edit-lth edit-valid-sw.
           if not edit-valid
              move 'N' to reorder-ok-sw
           end-if.
           call "numedit" using rp-order-qty edit-lth edit-valid-sw.
           if not edit-valid
              move 'N' to reorder-ok-sw
           else
              if rp-order-qty = '0000000'
                 move 'N' to reorder-ok-sw
              end-if
           end-if.
           move rp-prod to srch-prod.
           perform findprodrtn.
           if not prod-found
              move 'N' to reorder-ok-sw
           end-if.
           if reorder-ok
              move 'Y' to pt-setup (prod-idx)
              move rp-reorder to pt-reorder (prod-idx)
              move rp-order-qty to pt-order-qty (prod-idx)
           else
              add 1 to reject-count
              move spaces to rptline
              string "REORDPT ROW REJECTED - PROD: " rp-prod
                     "  REORDER PT: " rp-reorder
                     "  ORDER QTY: " rp-order-qty
                     " (NOT ON PRODMAS OR NOT NUMERIC)"
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
           read reordpt at end move '1' to reordpt-eof.
       findprodrtn.
           move 1 to prod-idx.
           move 'N' to prod-found-sw.
           perform findprod1rtn
               until prod-found or prod-idx > prod-count.
       findprod1rtn.
           if pt-prod (prod-idx) = srch-prod
              move 'Y' to prod-found-sw
           else
              add 1 to prod-idx
           end-if.
      * the still-to-ship quantity of an open or backordered line
       demandrtn.
           if om-open or om-backorder
              move om-prod to srch-prod
              perform findprodrtn
              if prod-found
                 compute pt-demand (prod-idx) = pt-demand (prod-idx)
                     + om-qty - om-shipped
              end-if
           end-if.
           read ordmas at end move '1' to ordmas-eof.
       soldrtn.
           move sd-date to day-date.
           compute sale-days = day-yy * 365 + day-mm * 30 + day-dd.
           if run-days - sale-days <= recent-days
              move sd-prod to srch-prod
              perform findprodrtn
              if prod-found
                 move 'Y' to pt-sold (prod-idx)
              end-if
           end-if.
           read saledtl at end move '1' to saledtl-eof.
      * projected below the reorder point - order in lots of the
      * order quantity until the projection is back over it
       reorderrtn.
           if pt-setup (prod-idx) = 'Y'
              compute projected =
                  pt-onhand (prod-idx) - pt-demand (prod-idx)
              if projected < pt-reorder (prod-idx)
                 move zeros to suggest-qty
                 perform addlotrtn
                 perform addlotrtn
                     until projected + suggest-qty
                           > pt-reorder (prod-idx)
                 perform reorder1rtn
              end-if
           end-if.
       addlotrtn.
           add pt-order-qty (prod-idx) to suggest-qty.
       reorder1rtn.
           add 1 to reorder-count.
           compute suggest-value rounded =
               suggest-qty * pt-cost (prod-idx).
           add suggest-value to suggest-total.
           move suggest-value to value-ed.
           move spaces to rptline.
           string pt-prod (prod-idx) "  " pt-dscrptn (prod-idx)
                  "  " pt-onhand (prod-idx)
                  "  " pt-demand (prod-idx)
                  "  " projected
                  "  " pt-reorder (prod-idx)
                  "  " suggest-qty
                  "  " value-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       nosetuprtn.
           if pt-setup (prod-idx) = 'N' and pt-sold (prod-idx) = 'Y'
              add 1 to nosetup-count
              move spaces to rptline
              string pt-prod (prod-idx) "  " pt-dscrptn (prod-idx)
                     "  ON-HAND: " pt-onhand (prod-idx)
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
           end-if.
       copy "unixproc1.cpy".
