       identification division.
      * car243 - test/demo mainframe conversion to micro focus cobol
      *        - physical inventory count variance report - the keyed
      *          COUNTTRN counts off the car242 sheets against the
      *          PRODMAS on-hand balances, for approval before the
      *          car244 adjustment run corrects the master
      *        - matches sorted COUNTTRN against PRODMAS by product the
      *          way car231 matches receipts; every count row for a
      *          product adds up to its counted quantity, and only
      *          counted products are listed - a product left off
      *          the count is not a zero count
      *        - each difference (counted less on-hand, a blank
      *          on-hand reading as zero) is extended at pm-cost, and
      *          the shrinkage, overage and net totals are what the
      *          adjustment run will post
      *        - a count for a product not on PRODMAS or with a non-
      *          numeric quantity is rejected and listed; the car244
      *          run rejects the same rows the same way
       program-id. car243.
       environment division.
       input-output section.
       file-control.
           select prodmas assign external PRODMAS
                  organization line sequential
                  file status prodmas-stat.
           select counttrn assign external COUNTTRN
                  organization record sequential access mode sequential
                  file status counttrn-stat.
           select cntvar assign external CNTVAR
                  organization line sequential.
      *eject
       data  division.
       file section.
       fd  prodmas record contains 80 characters.
           01 prodrec. copy "prodmas.cpy".
       fd  counttrn record contains 40 characters.
           01 ctrec. copy "counttrn.cpy".
       fd  cntvar record contains 132 characters.
           01 rptline            pic x(132).
      *eject
       working-storage section.
       copy "unixwork1.cpy".
       01  wrk-flds.
           05 prodmas-eof        pic x value ' '.
               88 prodmas-at-eof          value 'Y'.
           05 counttrn-eof       pic x value ' '.
               88 counttrn-at-eof         value 'Y'.
           05 prod-counted       pic 9(5) value zeros.
           05 count-rows         pic 9(5) value zeros.
           05 reject-count       pic 9(5) value zeros.
           05 var-count          pic 9(5) value zeros.
           05 count-qty          pic s9(7) value zeros.
           05 counted-qty        pic s9(7) value zeros.
           05 prod-rows          pic 9(3) value zeros.
           05 onhand-wk          pic s9(7) value zeros.
           05 var-qty            pic s9(7) value zeros.
           05 cost-wk            pic 9(5)v99 value zeros.
           05 var-value          pic s9(9)v99 comp-3 value 0.
           05 shrink-total       pic s9(11)v99 comp-3 value 0.
           05 over-total         pic s9(11)v99 comp-3 value 0.
           05 net-total          pic s9(11)v99 comp-3 value 0.
           05 cost-ed            pic zzzz9.99.
           05 value-ed           pic zzzz,zzz.99-.
           05 total-ed           pic zzz,zzz,zz9.99-.
       01  edit-flds.
           05 edit-lth           pic 9(4) comp value 7.
           05 edit-valid-sw      pic x value 'Y'.
               88 edit-valid             value 'Y'.
       01  misc.
           05 prodmas-stat       pic xx value spaces.
           05 counttrn-stat      pic xx value spaces.
      *eject
       procedure division.
           perform unixproc1.
       mainline.
           open input prodmas.
           if prodmas-stat not = '00'
              move prodmas-stat to mf-filestat
              move "PRODMAS"    to mf-filenamei
              move "PRODMAS"    to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open input counttrn.
           if counttrn-stat not = '00'
              move counttrn-stat to mf-filestat
              move "COUNTTRN"   to mf-filenamei
              move "COUNTTRN"   to mf-filenamex
              perform mf-display-filestat-eoj
           end-if.
           open output cntvar.
           move spaces to rptline.
           string "PHYSICAL COUNT VARIANCE REPORT - RUN DATE "
                  rundate-ymd6e "  - FOR APPROVAL BEFORE CAR244"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PROD    DESCRIPTION                      ON-HAND"
                  "  COUNTED  VARIANCE      COST      EXTENDED"
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           read prodmas at end move 'Y' to prodmas-eof.
           read counttrn at end move 'Y' to counttrn-eof.
           perform matchrtn until prodmas-at-eof and counttrn-at-eof.
           perform ttlrtn.
           close prodmas counttrn cntvar.
           move "CAR243" to jobsum-pgm.
           move prod-counted to jobsum-count.
           if reject-count > 0
              move "REJECTS" to jobsum-status
           else
              move "COMPLETE" to jobsum-status
           end-if.
           call "jobcnt" using jobsum-pgm jobsum-count jobsum-status
               jobid1 jobid2.
           perform unixproc1-eoj.
           stop run.
       matchrtn.
           if prodmas-at-eof
              perform cntonlyrtn
           else
              if counttrn-at-eof
                 read prodmas at end move 'Y' to prodmas-eof
                 end-read
              else
                 if ct-prod < pm-prod
                    perform cntonlyrtn
                 else
                    if ct-prod > pm-prod
                       read prodmas at end move 'Y' to prodmas-eof
                       end-read
                    else
                       perform varrtn
                    end-if
                 end-if
              end-if
           end-if.
      * a count for a product the master doesn't know
       cntonlyrtn.
           move spaces to rptline.
           string "REJECTED - PRODUCT NOT ON PRODMAS: " ct-prod
                  "  QTY: " ct-qty "  SHEET: " ct-sheet
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           add 1 to reject-count.
           read counttrn at end move 'Y' to counttrn-eof.
      * a counted product - its count rows add up, then the variance
      * against the book is extended at cost
       varrtn.
           move zeros to counted-qty.
           move zeros to prod-rows.
           perform addcntrtn.
           perform addcntrtn
               until counttrn-at-eof or ct-prod not = pm-prod.
           if prod-rows > 0
              perform var1rtn
           end-if.
           read prodmas at end move 'Y' to prodmas-eof.
      * a product with every count row rejected was not counted
       var1rtn.
           add 1 to prod-counted.
           if pm-onhand numeric
              move pm-onhand to onhand-wk
           else
              move zeros to onhand-wk
           end-if.
           if pm-cost numeric
              move pm-cost to cost-wk
           else
              move zeros to cost-wk
           end-if.
           compute var-qty = counted-qty - onhand-wk.
           compute var-value rounded = var-qty * cost-wk.
           if var-qty not = 0
              add 1 to var-count
           end-if.
           if var-value < 0
              add var-value to shrink-total
           else
              add var-value to over-total
           end-if.
           move cost-wk to cost-ed.
           move var-value to value-ed.
           move spaces to rptline.
           string pm-prod "  " pm-dscrptn "  " onhand-wk
                  "  " counted-qty "  " var-qty "  " cost-ed
                  "  " value-ed
               delimited by size into rptline
           end-string.
           if var-qty not = 0 and cost-wk = 0
              move "*NO COST" to rptline (110:8)
           end-if.
           write rptline before advancing 1 line.
       addcntrtn.
           move 7 to edit-lth.
           call "numedit" using ct-qty edit-lth edit-valid-sw.
           if edit-valid
              move ct-qty to count-qty
              add count-qty to counted-qty
              add 1 to count-rows
              add 1 to prod-rows
           else
              move spaces to rptline
              string "REJECTED - QTY NOT NUMERIC - PROD: " ct-prod
                     "  QTY: " ct-qty "  SHEET: " ct-sheet
                  delimited by size into rptline
              end-string
              write rptline before advancing 1 line
              add 1 to reject-count
           end-if.
           read counttrn at end move 'Y' to counttrn-eof.
       ttlrtn.
           move spaces to rptline.
           write rptline before advancing 1 line.
           move spaces to rptline.
           string "PRODUCTS COUNTED: " prod-counted
                  "  COUNT ROWS: " count-rows
                  "  WITH VARIANCE: " var-count
                  "  REJECTED: " reject-count
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move shrink-total to total-ed.
           move spaces to rptline.
           string "SHRINKAGE AT COST:  " total-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           move over-total to total-ed.
           move spaces to rptline.
           string "OVERAGE AT COST:    " total-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
           compute net-total = shrink-total + over-total.
           move net-total to total-ed.
           move spaces to rptline.
           string "NET ADJUSTMENT:     " total-ed
               delimited by size into rptline
           end-string.
           write rptline before advancing 1 line.
       copy "unixproc1.cpy".
