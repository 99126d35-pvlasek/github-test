      *          recording the period archived, the records moved and
      *          the records kept, so month-end can always answer
      *          "what month went where"
      *        - the archived records are also summarised by month,
      *          customer, product and salesman (qty, amount, cost at
      *          the PRODMAS pm-cost, gst and pst) and appended to the
      *          SALESUM summary file, which the car107/car250/car256/
      *          car257/car258 reports read for the closed months
      *          instead of re-reading SALEHIST; car267 proves SALESUM
      *          against SALEHIST
       program-id. car245.
       environment division.
       input-output section.
           select salecat assign external SALECAT
                  organization line sequential
                  file status salecat-stat.
           select salesum assign external SALESUM
                  organization record sequential access mode sequential
                  file status salesum-stat.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
      *eject
       data  division.
       file section.
              05 filler          pic x(1).
              05 cat-moved-amt   pic 9(11)v99.
              05 filler          pic x(37).
       fd  salesum record contains 80 characters.
           01 sumrec. copy "salesum.cpy".
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
      *eject
       working-storage section.
       copy "unixwork1.cpy".
           05 edit-lth           pic 9(4) comp value 4.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
      * unit cost per product off PRODMAS, for the summary's cost
       01  cost-flds.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value '1'.
           05 cost-count         pic 9(3) value zeros.
           05 cost-idx           pic 9(3) value zeros.
           05 cost-found-sw      pic x value 'N'.
               88 cost-found              value 'Y'.
           05 line-cost          pic s9(9)v99 comp-3 value 0.
       01  cost-table.
           05 cost-entry occurs 500 times.
              10 kt-prod         pic x(6).
              10 kt-cost         pic s9(5)v99 comp-3.
      * the month/customer/product/salesman summary of the records
      * moved - written to SALESUM at the end, or whenever the table
      * fills (the rows are additive, so an early write is harmless)
       01  sum-flds.
           05 sum-count          pic 9(4) value zeros.
           05 sum-idx            pic 9(4) value zeros.
           05 sum-found-sw       pic x value 'N'.
               88 sum-found               value 'Y'.
           05 sum-written        pic 9(7) value zeros.
       01  sum-table.
           05 sum-entry occurs 3000 times.
              10 su-period       pic 9(4).
              10 su-cust         pic 9(6).
              10 su-prod         pic x(6).
              10 su-slsmn        pic x(4).
              10 su-lines        pic s9(7)     comp-3.
              10 su-qty          pic s9(9)     comp-3.
              10 su-amount       pic s9(11)v99 comp-3.
              10 su-cost         pic s9(11)v99 comp-3.
              10 su-gst          pic s9(9)v99  comp-3.
              10 su-pst          pic s9(9)v99  comp-3.
       01  misc.
           05 saledtl-stat       pic xx value spaces.
           05 salehist-stat      pic xx value spaces.
           05 salecat-stat       pic xx value spaces.
           05 salesum-stat       pic xx value spaces.
           05 prodmas-stat       pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
              open output salehist
           end-if.
           open output saledtl2.
      * no PRODMAS just means the summary carries no cost
           open input prodmas.
           if prodmas-stat = '00'
              read prodmas at end move '1' to prodmas-eof
              end-read
              perform loadcostrtn until prodmas-at-eof
              close prodmas
           end-if.
           open extend salesum.
           if salesum-stat = '35'
              open output salesum
           end-if.
           read saledtl at end move '1' to saledtl-eof.
           perform rollrtn until saledtl-at-eof.
           perform sumwritertn.
           close saledtl salehist saledtl2 salesum.
           perform catrtn.
           display "CAR245 - PERIOD " cutoff-period " AND PRIOR: "
               moved-count " RECORD(S) TO SALEHIST, "
               kept-count " KEPT ON SALEDTL2" upon console.
           display "CAR245 - " sum-written
               " SUMMARY ROW(S) ADDED TO SALESUM" upon console.
           move "CAR245" to jobsum-pgm.
           move moved-count to jobsum-count.
           move "COMPLETE" to jobsum-status.
              write histrec
              add 1 to moved-count
              add sd-amount to moved-total
              perform sumaccrtn
           else
              move salerec to salerec2
              write salerec2
              add 1 to kept-count
           end-if.
           read saledtl at end move '1' to saledtl-eof.
      * one moved record into its month/customer/product/salesman
      * summary row
       sumaccrtn.
           perform findcostrtn.
           if cost-found
              compute line-cost rounded = sd-qty * kt-cost (cost-idx)
           else
              move 0 to line-cost
           end-if.
           move 1 to sum-idx.
           move 'N' to sum-found-sw.
           perform findsumrtn
               until sum-found or sum-idx > sum-count.
           if not sum-found
              if sum-count >= 3000
                 perform sumwritertn
              end-if
              add 1 to sum-count
              move sum-count to sum-idx
              move rec-period to su-period (sum-idx)
              move sd-cust to su-cust (sum-idx)
              move sd-prod to su-prod (sum-idx)
              move sd-slsmn to su-slsmn (sum-idx)
              move 0 to su-lines (sum-idx)
              move 0 to su-qty (sum-idx)
              move 0 to su-amount (sum-idx)
              move 0 to su-cost (sum-idx)
              move 0 to su-gst (sum-idx)
              move 0 to su-pst (sum-idx)
           end-if.
           add 1 to su-lines (sum-idx).
           add sd-qty to su-qty (sum-idx).
           add sd-amount to su-amount (sum-idx).
           add line-cost to su-cost (sum-idx).
           add sd-gst to su-gst (sum-idx).
           add sd-pst to su-pst (sum-idx).
       findsumrtn.
           if su-period (sum-idx) = rec-period
                 and su-cust (sum-idx) = sd-cust
                 and su-prod (sum-idx) = sd-prod
                 and su-slsmn (sum-idx) = sd-slsmn
              move 'Y' to sum-found-sw
           else
              add 1 to sum-idx
           end-if.
      * the summary rows built so far onto SALESUM, and the table
      * starts over
       sumwritertn.
           perform sumwrite1rtn
               varying sum-idx from 1 by 1
               until sum-idx > sum-count.
           move zeros to sum-count.
       sumwrite1rtn.
           move spaces to sumrec.
           move su-period (sum-idx) to ss-period.
           move su-cust (sum-idx) to ss-cust.
           move su-prod (sum-idx) to ss-prod.
           move su-slsmn (sum-idx) to ss-slsmn.
           move su-lines (sum-idx) to ss-lines.
           move su-qty (sum-idx) to ss-qty.
           move su-amount (sum-idx) to ss-amount.
           move su-cost (sum-idx) to ss-cost.
           move su-gst (sum-idx) to ss-gst.
           move su-pst (sum-idx) to ss-pst.
           write sumrec.
           add 1 to sum-written.
      * unit cost per product - a blank or zero cost leaves the
      * product uncosted, as on car257's margin report
       loadcostrtn.
           if cost-count >= 500
              display "CAR245 - COST-TABLE FULL, PM-PROD: " pm-prod
                  " NOT LOADED" upon console
           else
              if pm-cost numeric and pm-cost > 0
                 add 1 to cost-count
                 move pm-prod to kt-prod (cost-count)
                 move pm-cost to kt-cost (cost-count)
              end-if
           end-if.
           read prodmas at end move '1' to prodmas-eof.
       findcostrtn.
           move 1 to cost-idx.
           move 'N' to cost-found-sw.
           perform findcost1rtn
               until cost-found or cost-idx > cost-count.
       findcost1rtn.
           if kt-prod (cost-idx) = sd-prod
              move 'Y' to cost-found-sw
           else
              add 1 to cost-idx
           end-if.
      * append this run's catalog record to SALECAT
       catrtn.
           open extend salecat.
